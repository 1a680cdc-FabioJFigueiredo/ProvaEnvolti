       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF069P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF069P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: EXPORTAR PARA A CONTABILIDADE OS LANCAMENTOS DO *
      *                PERIODO: FATURAMENTOS, CANCELAMENTOS E          *
      *                DEVOLUCOES DE PEDIDO E RECEBIMENTOS DE TITULO   *
      *                (ArqEventoContabil) E                           *
      *                AS COMISSOES DOS MESES APROVADOS NO PERIODO     *
      *                (ArqRazaoComissao). CADA EVENTO GERA UMA LINHA  *
      *                A DEBITO E UMA A CREDITO, COM AS CONTAS DO MAPA *
      *                POR EVENTO E REGIAO DO CLIENTE (REGIAO 0 = MAPA *
      *                GERAL). HEADER COM NUMERO DO LOTE, TRAILER COM  *
      *                CONTAGENS E TOTAIS A DEBITO E A CREDITO. EVENTO *
      *                SEM MAPA BLOQUEIA O LOTE (RETORNO 8) E O        *
      *                CONTROLE NAO AVANCA. SEM DATAS INFORMADAS, O    *
      *                PERIODO VAI DO DIA SEGUINTE AO ULTIMO EXPORTADO *
      *                ATE HOJE; COM DATAS, REENVIA O PERIODO EM UM    *
      *                NOVO LOTE                                       *
      * ARQUIVOS.....: ArqEventoContabil, ArqMapaContabil, ArqCliente, *
      *                ArqRazaoComissao, ArqFechamentoComissao,        *
      *                ArqExportContabil, ArqLoteContabil,             *
      *                ArqControleContabil                             *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                          *
      * 15/10/2026 FJF              EXPORTA TAMBEM AS DEVOLUCOES DE    *
      *                             PEDIDO (EVENTO D DO PGFJF065P)     *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT ARQ-EVENTO-CTB     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-EVC.

           SELECT ARQ-MAPA-CTB       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-MCT
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-MCT.

           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE
                       ALTERNATE RECORD KEY IS CNPJ
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.

           SELECT ARQ-RAZAO-COM      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-LCM
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-LCM.

           SELECT ARQ-FECHA-COM      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS ANO-MES-FCM
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-FCM.

           SELECT ARQ-EXPORT-CTB     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-ECT.

           SELECT ARQ-LOTE-CTB       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-LOTE-LCT
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-LCT.

           SELECT ARQ-CONTROLE-CTB   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CCT.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-EVENTO-CTB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqEventoContabil'.
       COPY "EVTCTB.CPY".

       FD  ARQ-MAPA-CTB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqMapaContabil'.
       COPY "MAPCTB.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "CLIENTES.CPY".

       FD  ARQ-RAZAO-COM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRazaoComissao'.
       COPY "LEDCOM.CPY".

       FD  ARQ-FECHA-COM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqFechamentoComissao'.
       COPY "FECHCOM.CPY".

       FD  ARQ-EXPORT-CTB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqExportContabil'.
       COPY "EXPCTB.CPY".

       FD  ARQ-LOTE-CTB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqLoteContabil'.
       COPY "LOTECTB.CPY".

       FD  ARQ-CONTROLE-CTB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqControleContabil'.
       COPY "CTLCTB.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-EVC            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-MCT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-LCM            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-FCM            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-ECT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-LCT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CCT            PIC  X(002)         VALUE "00".
       77  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       77  WS-DATA-INI                 PIC  9(008)         VALUE ZEROS.
       77  WS-DATA-FIM                 PIC  9(008)         VALUE ZEROS.
       77  WS-DIAS-INTEIRO             PIC  9(007)         VALUE ZEROS.
       77  WS-NUM-LOTE                 PIC  9(006)         VALUE ZEROS.
       77  WS-QTD-LINHAS               PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-EVENTOS              PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-SEM-CONTA            PIC  9(007)         VALUE ZEROS.
       77  WS-TOTAL-DEBITO             PIC  9(013)V9(002)  VALUE ZEROS.
       77  WS-TOTAL-CREDITO            PIC  9(013)V9(002)  VALUE ZEROS.
       77  WS-ED-QTD                   PIC  ZZZZZZ9.
       77  WS-ED-VALOR                 PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
      * SITUACAO DO ULTIMO CONTROLE, PRESERVADA NA REGRAVACAO          *
      *----------------------------------------------------------------*
       77  WS-DATA-ULT-MOVTO           PIC  9(008)         VALUE ZEROS.
       77  WS-LOTE-ACK                 PIC  9(006)         VALUE ZEROS.
       77  WS-DATA-ACK                 PIC  9(008)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * EVENTO CORRENTE A CONTABILIZAR (VINDO DO ArqEventoContabil OU  *
      * DO ArqRazaoComissao)                                           *
      *----------------------------------------------------------------*
       01  WS-EVENTO.
           05  WS-EVT-TIPO             PIC  X(001)         VALUE SPACES.
           05  WS-EVT-DOCUMENTO        PIC  9(009)         VALUE ZEROS.
           05  WS-EVT-CLIENTE          PIC  9(007)         VALUE ZEROS.
           05  WS-EVT-VENDEDOR         PIC  9(003)         VALUE ZEROS.
           05  WS-EVT-DATA             PIC  9(008)         VALUE ZEROS.
           05  WS-EVT-VALOR            PIC  9(009)V9(002)  VALUE ZEROS.
           05  WS-EVT-REGIAO           PIC  9(003)         VALUE ZEROS.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG069L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG069L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - LE O CONTROLE, CALCULA O PROXIMO     *
      * LOTE E O PERIODO A EXPORTAR                                    *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-LNKG069
                                           NUM-LOTE-LNKG069
                                           QTD-LINHAS-LNKG069
                                           QTD-EVENTOS-LNKG069
                                           QTD-SEM-CONTA-LNKG069
                                           WS-QTD-LINHAS
                                           WS-QTD-EVENTOS
                                           WS-QTD-SEM-CONTA
                                           WS-TOTAL-DEBITO
                                           WS-TOTAL-CREDITO
           MOVE SPACES                 TO MSG-RETORNO-LNKG069

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-HOJE

           PERFORM 1200-LE-CONTROLE

           IF DATA-INI-LNKG069         EQUAL ZEROS
              IF WS-DATA-ULT-MOVTO     EQUAL ZEROS
                 MOVE WS-DATA-HOJE     TO WS-DATA-INI
              ELSE
                 COMPUTE WS-DIAS-INTEIRO = FUNCTION
                         INTEGER-OF-DATE(WS-DATA-ULT-MOVTO) + 1
                 MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
                                       TO WS-DATA-INI
              END-IF
           ELSE
              MOVE DATA-INI-LNKG069    TO WS-DATA-INI
           END-IF

           IF DATA-FIM-LNKG069         EQUAL ZEROS
              MOVE WS-DATA-HOJE        TO WS-DATA-FIM
           ELSE
              MOVE DATA-FIM-LNKG069    TO WS-DATA-FIM
           END-IF

           IF WS-DATA-INI              GREATER WS-DATA-FIM
              MOVE ZEROS               TO COD-RETORNO-LNKG069
              MOVE "NADA A EXPORTAR - PERIODO JA ENVIADO"
                                       TO MSG-RETORNO-LNKG069
              PERFORM 3000-FINALIZA
           END-IF

           MOVE WS-DATA-INI            TO DATA-INI-LNKG069
           MOVE WS-DATA-FIM            TO DATA-FIM-LNKG069

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE O ULTIMO LOTE ENVIADO E CALCULA O PROXIMO                   *
      *----------------------------------------------------------------*
       1200-LE-CONTROLE                SECTION.

           MOVE ZEROS                  TO WS-NUM-LOTE

           OPEN INPUT ARQ-CONTROLE-CTB

           IF WS-FL-STATUS-CCT         EQUAL ZEROS
              READ ARQ-CONTROLE-CTB NEXT RECORD

              IF WS-FL-STATUS-CCT      EQUAL ZEROS
                 MOVE NUM-ULTIMO-LOTE-CCT
                                       TO WS-NUM-LOTE
                 MOVE DATA-ULTIMO-MOVTO-CCT
                                       TO WS-DATA-ULT-MOVTO
                 MOVE NUM-ULTIMO-LOTE-ACK-CCT
                                       TO WS-LOTE-ACK
                 MOVE DATA-ULTIMO-ACK-CCT
                                       TO WS-DATA-ACK
              END-IF

              CLOSE ARQ-CONTROLE-CTB
           END-IF

           ADD 1                       TO WS-NUM-LOTE

           .
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO - GRAVA HEADER, LANCAMENTOS E TRAILER  *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           OPEN INPUT  ARQ-MAPA-CTB
                       ARQ-CLIENTE
           OPEN OUTPUT ARQ-EXPORT-CTB

           IF WS-FL-STATUS-MCT         EQUAL ZEROS AND
              WS-FL-STATUS-CLI         EQUAL ZEROS AND
              WS-FL-STATUS-ECT         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG069
              MOVE "ERRO NA ABERTURA DOS ARQUIVOS DA EXPORTACAO"
                                       TO MSG-RETORNO-LNKG069
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2100-GRAVA-HEADER

           PERFORM 2200-EXPORTA-EVENTOS

           PERFORM 2300-EXPORTA-COMISSOES

           PERFORM 2400-GRAVA-TRAILER

           CLOSE ARQ-MAPA-CTB
                 ARQ-CLIENTE
                 ARQ-EXPORT-CTB

           IF WS-QTD-SEM-CONTA         GREATER ZEROS
              OPEN OUTPUT ARQ-EXPORT-CTB
              CLOSE ARQ-EXPORT-CTB

              MOVE WS-QTD-SEM-CONTA    TO QTD-SEM-CONTA-LNKG069
              MOVE 8                   TO COD-RETORNO-LNKG069
              MOVE "EVENTOS SEM MAPA DE CONTAS - LOTE NAO GERADO"
                                       TO MSG-RETORNO-LNKG069
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2500-GRAVA-LOTE

           PERFORM 2600-ATUALIZA-CONTROLE

           MOVE WS-NUM-LOTE            TO NUM-LOTE-LNKG069
           MOVE WS-QTD-LINHAS          TO QTD-LINHAS-LNKG069
           MOVE WS-QTD-EVENTOS         TO QTD-EVENTOS-LNKG069

           MOVE WS-QTD-LINHAS          TO WS-ED-QTD
           DISPLAY "PGFJF069P: LOTE " WS-NUM-LOTE
                   " - LINHAS EXPORTADAS: " WS-ED-QTD
           MOVE WS-TOTAL-DEBITO        TO WS-ED-VALOR
           DISPLAY "PGFJF069P: TOTAL A DEBITO..: " WS-ED-VALOR
           MOVE WS-TOTAL-CREDITO       TO WS-ED-VALOR
           DISPLAY "PGFJF069P: TOTAL A CREDITO.: " WS-ED-VALOR

           MOVE ZEROS                  TO COD-RETORNO-LNKG069
           MOVE "LOTE CONTABIL GRAVADO EM ARQEXPORTCONTABIL"
                                       TO MSG-RETORNO-LNKG069

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVACAO DO HEADER DO LOTE                                     *
      *----------------------------------------------------------------*
       2100-GRAVA-HEADER               SECTION.

           MOVE SPACES                 TO REG-EXPORT-CTB
           MOVE "H"                    TO TIPO-REG-ECT
           MOVE WS-NUM-LOTE            TO NUM-LOTE-ECT
           MOVE WS-DATA-INI            TO DATA-MOVTO-INI-ECT
           MOVE WS-DATA-FIM            TO DATA-MOVTO-FIM-ECT
           MOVE WS-DATA-HOJE           TO DATA-GERACAO-ECT

           WRITE REG-EXPORT-CTB

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXPORTA OS EVENTOS DE PEDIDO E TITULO REGISTRADOS NO PERIODO   *
      *----------------------------------------------------------------*
       2200-EXPORTA-EVENTOS            SECTION.

           OPEN INPUT ARQ-EVENTO-CTB

           IF WS-FL-STATUS-EVC         EQUAL ZEROS
              PERFORM 2210-LER-EVENTO

              PERFORM 2220-TRATA-EVENTO UNTIL
                      WS-FL-STATUS-EVC NOT EQUAL "00"

              CLOSE ARQ-EVENTO-CTB
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE EVENTOS CONTABEIS                        *
      *----------------------------------------------------------------*
       2210-LER-EVENTO                 SECTION.

           READ ARQ-EVENTO-CTB NEXT RECORD

           IF WS-FL-STATUS-EVC         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG069
              MOVE "ERRO NA LEITURA DO ARQUIVO DE EVENTOS"
                                       TO MSG-RETORNO-LNKG069
              PERFORM 3000-FINALIZA
           END-IF

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTABILIZA O EVENTO SE REGISTRADO DENTRO DO PERIODO           *
      *----------------------------------------------------------------*
       2220-TRATA-EVENTO               SECTION.

           IF DATA-REGISTRO-EVC        NOT LESS    WS-DATA-INI AND
              DATA-REGISTRO-EVC        NOT GREATER WS-DATA-FIM
              MOVE TIPO-EVENTO-EVC     TO WS-EVT-TIPO
              MOVE NUM-DOCUMENTO-EVC   TO WS-EVT-DOCUMENTO
              MOVE COD-CLIENTE-EVC     TO WS-EVT-CLIENTE
              MOVE COD-VENDEDOR-EVC    TO WS-EVT-VENDEDOR
              MOVE DATA-CONTABIL-EVC   TO WS-EVT-DATA
              MOVE VALOR-EVENTO-EVC    TO WS-EVT-VALOR

              PERFORM 2700-GERA-LANCAMENTO
           END-IF

           PERFORM 2210-LER-EVENTO

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXPORTA AS COMISSOES DOS MESES CUJO FECHAMENTO FOI APROVADO    *
      * DENTRO DO PERIODO - GANHO (G) E ESTORNO (E), DATADOS NA        *
      * APROVACAO                                                      *
      *----------------------------------------------------------------*
       2300-EXPORTA-COMISSOES          SECTION.

           OPEN INPUT ARQ-RAZAO-COM
                      ARQ-FECHA-COM

           IF WS-FL-STATUS-LCM         EQUAL ZEROS AND
              WS-FL-STATUS-FCM         EQUAL ZEROS
              PERFORM 2310-LER-RAZAO

              PERFORM 2320-TRATA-COMISSAO UNTIL
                      WS-FL-STATUS-LCM NOT EQUAL "00"
           END-IF

           CLOSE ARQ-RAZAO-COM
                 ARQ-FECHA-COM

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO RAZAO DE COMISSOES                                  *
      *----------------------------------------------------------------*
       2310-LER-RAZAO                  SECTION.

           READ ARQ-RAZAO-COM NEXT RECORD

           IF WS-FL-STATUS-LCM         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG069
              MOVE "ERRO NA LEITURA DO RAZAO DE COMISSOES"
                                       TO MSG-RETORNO-LNKG069
              PERFORM 3000-FINALIZA
           END-IF

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTABILIZA O LANCAMENTO SE O MES FOI APROVADO NO PERIODO      *
      *----------------------------------------------------------------*
       2320-TRATA-COMISSAO             SECTION.

           MOVE ANO-MES-LCM            TO ANO-MES-FCM

           READ ARQ-FECHA-COM

           IF WS-FL-STATUS-FCM         EQUAL ZEROS AND
              FCM-APROVADO                          AND
              DATA-APROVACAO-FCM       NOT LESS    WS-DATA-INI AND
              DATA-APROVACAO-FCM       NOT GREATER WS-DATA-FIM
              MOVE TIPO-LANC-LCM       TO WS-EVT-TIPO
              MOVE NUM-PEDIDO-LCM      TO WS-EVT-DOCUMENTO
              MOVE COD-CLIENTE-LCM     TO WS-EVT-CLIENTE
              MOVE COD-VENDEDOR-LCM    TO WS-EVT-VENDEDOR
              MOVE DATA-APROVACAO-FCM  TO WS-EVT-DATA
              MOVE VALOR-COMISSAO-LCM  TO WS-EVT-VALOR

              PERFORM 2700-GERA-LANCAMENTO
           END-IF

           PERFORM 2310-LER-RAZAO

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVACAO DO TRAILER COM CONTAGENS E TOTAIS                     *
      *----------------------------------------------------------------*
       2400-GRAVA-TRAILER              SECTION.

           MOVE SPACES                 TO REG-EXPORT-CTB
           MOVE "T"                    TO TIPO-REG-ECT
           MOVE WS-QTD-LINHAS          TO QTD-LINHAS-ECT
           MOVE WS-QTD-EVENTOS         TO QTD-EVENTOS-ECT
           MOVE WS-TOTAL-DEBITO        TO TOTAL-DEBITO-ECT
           MOVE WS-TOTAL-CREDITO       TO TOTAL-CREDITO-ECT

           WRITE REG-EXPORT-CTB

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGISTRA O LOTE ENVIADO, AGUARDANDO O RETORNO DA CONTABILIDADE *
      *----------------------------------------------------------------*
       2500-GRAVA-LOTE                 SECTION.

           OPEN I-O ARQ-LOTE-CTB

           IF WS-FL-STATUS-LCT         EQUAL "35"
              OPEN OUTPUT ARQ-LOTE-CTB

              IF WS-FL-STATUS-LCT      EQUAL ZEROS
                 CLOSE ARQ-LOTE-CTB
                 OPEN I-O ARQ-LOTE-CTB
              END-IF
           END-IF

           IF WS-FL-STATUS-LCT         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG069
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE LOTES CONTABEIS"
                                       TO MSG-RETORNO-LNKG069
              PERFORM 3000-FINALIZA
           END-IF

           MOVE SPACES                 TO REG-LOTE-CTB
           MOVE WS-NUM-LOTE            TO NUM-LOTE-LCT
           MOVE WS-DATA-INI            TO DATA-MOVTO-INI-LCT
           MOVE WS-DATA-FIM            TO DATA-MOVTO-FIM-LCT
           MOVE WS-DATA-HOJE           TO DATA-ENVIO-LCT
           MOVE WS-QTD-LINHAS          TO QTD-LINHAS-LCT
           MOVE WS-QTD-EVENTOS         TO QTD-EVENTOS-LCT
           MOVE WS-TOTAL-DEBITO        TO TOTAL-DEBITO-LCT
           MOVE WS-TOTAL-CREDITO       TO TOTAL-CREDITO-LCT
           MOVE "E"                    TO SITUACAO-LCT
           MOVE ZEROS                  TO DATA-RETORNO-LCT

           WRITE REG-LOTE-CTB

           IF WS-FL-STATUS-LCT         NOT EQUAL ZEROS
              CLOSE ARQ-LOTE-CTB
              MOVE 9                   TO COD-RETORNO-LNKG069
              MOVE "ERRO AO REGISTRAR O LOTE CONTABIL"
                                       TO MSG-RETORNO-LNKG069
              PERFORM 3000-FINALIZA
           END-IF

           CLOSE ARQ-LOTE-CTB

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ATUALIZA O CONTROLE APOS A EXPORTACAO COMPLETA - A DATA DO     *
      * ULTIMO MOVIMENTO SO AVANCA (REENVIO NAO RETROCEDE)             *
      *----------------------------------------------------------------*
       2600-ATUALIZA-CONTROLE          SECTION.

           IF WS-DATA-FIM              GREATER WS-DATA-ULT-MOVTO
              MOVE WS-DATA-FIM         TO WS-DATA-ULT-MOVTO
           END-IF

           OPEN OUTPUT ARQ-CONTROLE-CTB

           MOVE WS-NUM-LOTE            TO NUM-ULTIMO-LOTE-CCT
           MOVE WS-DATA-ULT-MOVTO      TO DATA-ULTIMO-MOVTO-CCT
           MOVE WS-DATA-HOJE           TO DATA-ULTIMO-ENVIO-CCT
           MOVE WS-LOTE-ACK            TO NUM-ULTIMO-LOTE-ACK-CCT
           MOVE WS-DATA-ACK            TO DATA-ULTIMO-ACK-CCT

           WRITE REG-CONTROLE-CTB

           CLOSE ARQ-CONTROLE-CTB

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GERA O PAR DE LINHAS (DEBITO E CREDITO) DO EVENTO CORRENTE     *
      *----------------------------------------------------------------*
       2700-GERA-LANCAMENTO            SECTION.

           IF WS-EVT-VALOR             GREATER ZEROS
              PERFORM 2710-BUSCA-REGIAO
              PERFORM 2720-BUSCA-MAPA

              IF WS-FL-STATUS-MCT      EQUAL ZEROS
                 MOVE SPACES           TO REG-EXPORT-CTB
                 MOVE CONTA-DEBITO-MCT TO CONTA-ECT
                 MOVE "D"              TO NATUREZA-ECT
                 PERFORM 2730-GRAVA-LINHA
                 ADD WS-EVT-VALOR      TO WS-TOTAL-DEBITO

                 MOVE SPACES           TO REG-EXPORT-CTB
                 MOVE CONTA-CREDITO-MCT
                                       TO CONTA-ECT
                 MOVE "C"              TO NATUREZA-ECT
                 PERFORM 2730-GRAVA-LINHA
                 ADD WS-EVT-VALOR      TO WS-TOTAL-CREDITO

                 ADD 1                 TO WS-QTD-EVENTOS
              ELSE
                 ADD 1                 TO WS-QTD-SEM-CONTA
                 DISPLAY "PGFJF069P: SEM MAPA - EVENTO " WS-EVT-TIPO
                         " REGIAO " WS-EVT-REGIAO
                         " DOCUMENTO " WS-EVT-DOCUMENTO
              END-IF
           END-IF

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGIAO DO CLIENTE DO EVENTO - CLIENTE NAO ENCONTRADO USA A     *
      * REGIAO 0 (MAPA GERAL)                                          *
      *----------------------------------------------------------------*
       2710-BUSCA-REGIAO               SECTION.

           MOVE WS-EVT-CLIENTE         TO COD-CLIENTE

           READ ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE COD-REGIAO-CLI      TO WS-EVT-REGIAO
           ELSE
              MOVE ZEROS               TO WS-EVT-REGIAO
           END-IF

           .
       2710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MAPA DO EVENTO NA REGIAO DO CLIENTE, SENAO NO MAPA GERAL       *
      *----------------------------------------------------------------*
       2720-BUSCA-MAPA                 SECTION.

           MOVE WS-EVT-TIPO            TO TIPO-EVENTO-MCT
           MOVE WS-EVT-REGIAO          TO COD-REGIAO-MCT

           READ ARQ-MAPA-CTB

           IF WS-FL-STATUS-MCT         NOT EQUAL ZEROS AND
              WS-EVT-REGIAO            NOT EQUAL ZEROS
              MOVE WS-EVT-TIPO         TO TIPO-EVENTO-MCT
              MOVE ZEROS               TO COD-REGIAO-MCT

              READ ARQ-MAPA-CTB
           END-IF

           .
       2720-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVACAO DE UMA LINHA DE LANCAMENTO (CONTA E NATUREZA JA       *
      * PREENCHIDAS)                                                   *
      *----------------------------------------------------------------*
       2730-GRAVA-LINHA                SECTION.

           ADD 1                       TO WS-QTD-LINHAS

           MOVE "D"                    TO TIPO-REG-ECT
           MOVE WS-QTD-LINHAS          TO NUM-LINHA-ECT
           MOVE WS-EVT-DATA            TO DATA-LANC-ECT
           MOVE WS-EVT-TIPO            TO TIPO-EVENTO-ECT
           MOVE WS-EVT-DOCUMENTO       TO NUM-DOCUMENTO-ECT
           MOVE WS-EVT-CLIENTE         TO COD-CLIENTE-ECT
           MOVE WS-EVT-VENDEDOR        TO COD-VENDEDOR-ECT
           MOVE WS-EVT-REGIAO          TO COD-REGIAO-ECT
           MOVE WS-EVT-VALOR           TO VALOR-ECT
           MOVE HISTORICO-MCT          TO HISTORICO-ECT

           WRITE REG-EXPORT-CTB

           .
       2730-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           DISPLAY "PGFJF069P: " MSG-RETORNO-LNKG069

           MOVE COD-RETORNO-LNKG069    TO RETURN-CODE

           GOBACK

           .
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF069P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF069P.
      *----------------------------------------------------------------*
