       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF072P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF072P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: PROCESSAR O ARQUIVO DE RETORNO DA COBRANCA      *
      *                BANCARIA: LIQUIDACOES SAO BAIXADAS NO TITULO    *
      *                PELO PGFJF038P (VALOR-PAGO-TIT E                *
      *                DATA-ULT-PAGTO-TIT); PAGAMENTO SEM TITULO       *
      *                REMETIDO, EM DUPLICIDADE, A MENOR OU A MAIOR E  *
      *                REGISTRO RECUSADO PELO BANCO VAO PARA O         *
      *                RELATORIO DE REJEICOES DO FINANCEIRO            *
      * ARQUIVOS.....: ArqRetornoBanco, ArqTituloRemessa,              *
      *                ArqControleBanco, ArqRelRejeicaoBanco           *
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
           SELECT ARQ-RETORNO-BCO    ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RTB.

           SELECT ARQ-TITULO-REM     ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-TITULO-TRM
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TRM.

           SELECT ARQ-CONTROLE-BCO   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CBC.

           SELECT ARQ-REL-REJEICAO   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-RETORNO-BCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRetornoBanco'.
       COPY "RETBCO.CPY".

       FD  ARQ-TITULO-REM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTituloRemessa'.
       COPY "TITREM.CPY".

       FD  ARQ-CONTROLE-BCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqControleBanco'.
       COPY "CTLBCO.CPY".

       FD  ARQ-REL-REJEICAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRelRejeicaoBanco'.
       COPY "RELRJB.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-RTB            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TRM            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CBC            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       77  WS-NUM-RETORNO              PIC  9(006)         VALUE ZEROS.
       77  WS-NUM-RETORNO-ESPERADO     PIC  9(006)         VALUE ZEROS.
       77  WS-QTD-BAIXADOS             PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-REJEITADOS           PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-CONFIRMADOS          PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-DETALHES             PIC  9(007)         VALUE ZEROS.
       77  WS-VALOR-BAIXADO            PIC  9(013)V9(002)  VALUE ZEROS.
       77  WS-MOTIVO-REJEICAO          PIC  X(050)         VALUE SPACES.
       77  WS-SALDO-TITULO             PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-ED-QTD                   PIC  ZZZZZZ9.
       77  WS-ED-VALOR                 PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       77  WS-SW-SEQUENCIA             PIC  X(001)         VALUE "S".
           88  WS-SEQUENCIA-OK                             VALUE "S".
           88  WS-SEQUENCIA-FORA                           VALUE "N".

      *----------------------------------------------------------------*
      * ULTIMA REMESSA ENVIADA, PRESERVADA NA REGRAVACAO DO CONTROLE   *
      * DA COBRANCA                                                    *
      *----------------------------------------------------------------*
       77  WS-NUM-REMESSA              PIC  9(006)         VALUE ZEROS.
       77  WS-DATA-REMESSA             PIC  9(008)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO DE REJEICOES                               *
      *----------------------------------------------------------------*
       01  WS-LIN-SEPARADOR            PIC  X(132)         VALUE ALL
           "-".

       01  WS-LIN-CAB-RETORNO.
           05  FILLER                  PIC  X(043)         VALUE
               "REJEICOES DO RETORNO DA COBRANCA BANCARIA ".
           05  FILLER                  PIC  X(004)         VALUE
               "NR. ".
           05  WS-CAB-NUM-RETORNO      PIC  9(006).
           05  FILLER                  PIC  X(010)         VALUE
               " ARQUIVO: ".
           05  WS-CAB-DATA-ARQUIVO     PIC  9(008).
           05  FILLER                  PIC  X(014)         VALUE
               " PROCESSADO: ".
           05  WS-CAB-DATA-HOJE        PIC  9(008).

       01  WS-LIN-CAB-COLUNAS.
           05  FILLER                  PIC  X(011)         VALUE
               "   TITULO  ".
           05  FILLER                  PIC  X(006)         VALUE
               "OCOR  ".
           05  FILLER                  PIC  X(010)         VALUE
               "DATA PAGTO".
           05  FILLER                  PIC  X(015)         VALUE
               "     VALOR PAGO".
           05  FILLER                  PIC  X(015)         VALUE
               "   SALDO TITULO".
           05  FILLER                  PIC  X(009)         VALUE
               "  MOTIVO".

       01  WS-LIN-DETALHE.
           05  WS-DET-TITULO           PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-OCORRENCIA       PIC  X(002).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-DATA-PAGTO       PIC  9(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-VALOR-PAGO       PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-SALDO            PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-MOTIVO           PIC  X(050).

       01  WS-LIN-TOTAL.
           05  FILLER                  PIC  X(012)         VALUE
               "BAIXADOS:   ".
           05  WS-TOT-QTD-BAIXADOS     PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(008)         VALUE
               " VALOR: ".
           05  WS-TOT-VALOR-BAIXADO    PIC  ZZZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(014)         VALUE
               " REJEITADOS:  ".
           05  WS-TOT-QTD-REJEITADOS   PIC  ZZZZZZ9.

      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-PGFJF038                 PIC  X(009)         VALUE
           'PGFJF038P'.

       COPY LNKG038L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG072L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG072L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - LE O CONTROLE DA COBRANCA            *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-LNKG072
                                           NUM-RETORNO-LNKG072
                                           QTD-BAIXADOS-LNKG072
                                           QTD-REJEITADOS-LNKG072
                                           VALOR-BAIXADO-LNKG072
                                           WS-QTD-BAIXADOS
                                           WS-QTD-REJEITADOS
                                           WS-QTD-CONFIRMADOS
                                           WS-QTD-DETALHES
                                           WS-VALOR-BAIXADO
           MOVE SPACES                 TO MSG-RETORNO-LNKG072
           MOVE "S"                    TO WS-SW-SEQUENCIA

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-HOJE

           MOVE ZEROS                  TO WS-NUM-RETORNO-ESPERADO

           OPEN INPUT ARQ-CONTROLE-BCO

           IF WS-FL-STATUS-CBC         EQUAL ZEROS
              READ ARQ-CONTROLE-BCO NEXT RECORD

              IF WS-FL-STATUS-CBC      EQUAL ZEROS
                 MOVE NUM-ULTIMO-RETORNO-CBC
                                       TO WS-NUM-RETORNO-ESPERADO
                 MOVE NUM-ULTIMA-REMESSA-CBC
                                       TO WS-NUM-REMESSA
                 MOVE DATA-ULTIMA-REMESSA-CBC
                                       TO WS-DATA-REMESSA
              END-IF

              CLOSE ARQ-CONTROLE-BCO
           END-IF

           IF WS-NUM-REMESSA           EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG072
              MOVE "NENHUMA REMESSA ENVIADA AO BANCO"
                                       TO MSG-RETORNO-LNKG072
              PERFORM 3000-FINALIZA
           END-IF

           ADD 1                       TO WS-NUM-RETORNO-ESPERADO

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO - CONFERE O HEADER E TRATA OS DETALHES *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           OPEN INPUT ARQ-RETORNO-BCO

           IF WS-FL-STATUS-RTB         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG072
              MOVE "ARQUIVO DE RETORNO DO BANCO NAO ENCONTRADO"
                                       TO MSG-RETORNO-LNKG072
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2100-LER-RETORNO

           IF WS-FL-STATUS-RTB         NOT EQUAL ZEROS OR
              NOT RTB-HEADER
              CLOSE ARQ-RETORNO-BCO
              MOVE 9                   TO COD-RETORNO-LNKG072
              MOVE "ARQUIVO DE RETORNO SEM HEADER"
                                       TO MSG-RETORNO-LNKG072
              PERFORM 3000-FINALIZA
           END-IF

           MOVE NUM-RETORNO-RTB        TO WS-NUM-RETORNO

           IF WS-NUM-RETORNO           NOT EQUAL WS-NUM-RETORNO-ESPERADO
              MOVE "N"                 TO WS-SW-SEQUENCIA
              DISPLAY "PGFJF072P: ALERTA - RETORNO " WS-NUM-RETORNO
                      " FORA DE SEQUENCIA, ESPERADO "
                      WS-NUM-RETORNO-ESPERADO
           END-IF

           PERFORM 2050-ABRE-TITULO-REM

           OPEN OUTPUT ARQ-REL-REJEICAO

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              CLOSE ARQ-RETORNO-BCO
                    ARQ-TITULO-REM
              MOVE 9                   TO COD-RETORNO-LNKG072
              MOVE "ERRO NA ABERTURA DO RELATORIO DE REJEICOES"
                                       TO MSG-RETORNO-LNKG072
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2200-CABECALHO

           PERFORM 2100-LER-RETORNO

           PERFORM 2300-TRATA-REGISTRO UNTIL
                   WS-FL-STATUS-RTB     NOT EQUAL "00"

           PERFORM 2600-IMPRIME-TOTAL

           CLOSE ARQ-RETORNO-BCO
                 ARQ-TITULO-REM
                 ARQ-REL-REJEICAO

           PERFORM 2700-ATUALIZA-CONTROLE

           MOVE WS-NUM-RETORNO         TO NUM-RETORNO-LNKG072
           MOVE WS-QTD-BAIXADOS        TO QTD-BAIXADOS-LNKG072
           MOVE WS-QTD-REJEITADOS      TO QTD-REJEITADOS-LNKG072
           MOVE WS-VALOR-BAIXADO       TO VALOR-BAIXADO-LNKG072

           MOVE WS-QTD-BAIXADOS        TO WS-ED-QTD
           DISPLAY "PGFJF072P: RETORNO " WS-NUM-RETORNO
                   " - TITULOS BAIXADOS: " WS-ED-QTD
           MOVE WS-VALOR-BAIXADO       TO WS-ED-VALOR
           DISPLAY "PGFJF072P: VALOR BAIXADO....: " WS-ED-VALOR
           MOVE WS-QTD-CONFIRMADOS     TO WS-ED-QTD
           DISPLAY "PGFJF072P: REGISTROS CONFIRMADOS: " WS-ED-QTD
           MOVE WS-QTD-REJEITADOS      TO WS-ED-QTD
           DISPLAY "PGFJF072P: REJEICOES........: " WS-ED-QTD

           IF WS-QTD-REJEITADOS        GREATER ZEROS OR
              WS-SEQUENCIA-FORA
              MOVE 4                   TO COD-RETORNO-LNKG072
              MOVE "RETORNO COM REJEICOES - VER ARQRELREJEICAOBANCO"
                                       TO MSG-RETORNO-LNKG072
           ELSE
              MOVE ZEROS               TO COD-RETORNO-LNKG072
              MOVE "RETORNO PROCESSADO SEM REJEICOES"
                                       TO MSG-RETORNO-LNKG072
           END-IF

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO CONTROLE DE TITULOS REMETIDOS                      *
      *----------------------------------------------------------------*
       2050-ABRE-TITULO-REM            SECTION.

           OPEN I-O ARQ-TITULO-REM

           IF WS-FL-STATUS-TRM         NOT EQUAL ZEROS
              CLOSE ARQ-RETORNO-BCO
              MOVE 9                   TO COD-RETORNO-LNKG072
              MOVE "ERRO NA ABERTURA DO CONTROLE DE TITULOS REMETIDOS"
                                       TO MSG-RETORNO-LNKG072
              PERFORM 3000-FINALIZA
           END-IF

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE RETORNO                                  *
      *----------------------------------------------------------------*
       2100-LER-RETORNO                SECTION.

           READ ARQ-RETORNO-BCO NEXT RECORD

           IF WS-FL-STATUS-RTB         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG072
              MOVE "ERRO NA LEITURA DO ARQUIVO DE RETORNO"
                                       TO MSG-RETORNO-LNKG072
              PERFORM 3000-FINALIZA
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CABECALHO DO RELATORIO DE REJEICOES                            *
      *----------------------------------------------------------------*
       2200-CABECALHO                  SECTION.

           MOVE WS-NUM-RETORNO         TO WS-CAB-NUM-RETORNO
           MOVE DATA-ARQUIVO-RTB       TO WS-CAB-DATA-ARQUIVO
           MOVE WS-DATA-HOJE           TO WS-CAB-DATA-HOJE

           MOVE WS-LIN-SEPARADOR       TO REG-REL-REJEICAO-BCO
           WRITE REG-REL-REJEICAO-BCO

           MOVE SPACES                 TO REG-REL-REJEICAO-BCO
           MOVE WS-LIN-CAB-RETORNO     TO REG-REL-REJEICAO-BCO
           WRITE REG-REL-REJEICAO-BCO

           MOVE WS-LIN-SEPARADOR       TO REG-REL-REJEICAO-BCO
           WRITE REG-REL-REJEICAO-BCO

           MOVE SPACES                 TO REG-REL-REJEICAO-BCO
           MOVE WS-LIN-CAB-COLUNAS     TO REG-REL-REJEICAO-BCO
           WRITE REG-REL-REJEICAO-BCO

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRATA UM REGISTRO DO RETORNO CONFORME A OCORRENCIA - O TRAILER *
      * ENCERRA A LEITURA                                              *
      *----------------------------------------------------------------*
       2300-TRATA-REGISTRO             SECTION.

           IF RTB-TRAILER
              IF QTD-REGISTROS-RTB     NOT EQUAL WS-QTD-DETALHES
                 MOVE "N"              TO WS-SW-SEQUENCIA
                 DISPLAY "PGFJF072P: ALERTA - TRAILER INFORMA "
                         QTD-REGISTROS-RTB " REGISTROS, LIDOS "
                         WS-QTD-DETALHES
              END-IF

              MOVE "10"                TO WS-FL-STATUS-RTB
           ELSE
              IF RTB-DETALHE
                 ADD 1                 TO WS-QTD-DETALHES

                 EVALUATE TRUE
                     WHEN RTB-LIQUIDACAO
                          PERFORM 2400-LIQUIDACAO
                     WHEN RTB-ENTRADA-CONFIRMADA
                          PERFORM 2500-ENTRADA-CONFIRMADA
                     WHEN RTB-ENTRADA-REJEITADA
                          PERFORM 2550-ENTRADA-REJEITADA
                     WHEN OTHER
                          MOVE ZEROS   TO WS-SALDO-TITULO
                          MOVE "OCORRENCIA NAO TRATADA PELO SISTEMA"
                                       TO WS-MOTIVO-REJEICAO
                          PERFORM 2590-IMPRIME-REJEICAO
                 END-EVALUATE
              END-IF

              PERFORM 2100-LER-RETORNO
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * OCORRENCIA 06 - LIQUIDACAO: SO BAIXA O TITULO REMETIDO, AINDA  *
      * NAO LIQUIDADO E COM O VALOR PAGO IGUAL AO SALDO - A BAIXA E    *
      * FEITA PELO PGFJF038P (GERA O EVENTO CONTABIL E RESPEITA O      *
      * PERIODO FECHADO)                                               *
      *----------------------------------------------------------------*
       2400-LIQUIDACAO                 SECTION.

           MOVE ZEROS                  TO WS-SALDO-TITULO
           MOVE SPACES                 TO WS-MOTIVO-REJEICAO
           MOVE NUM-TITULO-RTB         TO NUM-TITULO-TRM

           READ ARQ-TITULO-REM

           IF WS-FL-STATUS-TRM         EQUAL ZEROS AND
              NOT TRM-LIQUIDADO
              INITIALIZE LNKG038L
              MOVE 0                   TO COD-FUNCAO-LNKG038
              MOVE NUM-TITULO-RTB      TO NUM-TITULO-LNKG038

              CALL WS-PGFJF038         USING LNKG038L

              MOVE SALDO-LNKG038       TO WS-SALDO-TITULO
           END-IF

           EVALUATE TRUE
               WHEN WS-FL-STATUS-TRM   NOT EQUAL ZEROS
                    MOVE "TITULO SEM REMESSA AO BANCO"
                                       TO WS-MOTIVO-REJEICAO
               WHEN TRM-LIQUIDADO
                    MOVE "DUPLICIDADE - TITULO JA LIQUIDADO"
                                       TO WS-MOTIVO-REJEICAO
               WHEN COD-RETORNO-LNKG038 NOT EQUAL ZEROS
                    MOVE "TITULO NAO ENCONTRADO NA BASE"
                                       TO WS-MOTIVO-REJEICAO
               WHEN SITUACAO-LNKG038   EQUAL "P"
                    MOVE "PAGAMENTO EM DUPLICIDADE - TITULO JA PAGO"
                                       TO WS-MOTIVO-REJEICAO
               WHEN VALOR-PAGO-RTB     LESS WS-SALDO-TITULO
                    MOVE "PAGAMENTO A MENOR - NAO BAIXADO"
                                       TO WS-MOTIVO-REJEICAO
               WHEN VALOR-PAGO-RTB     GREATER WS-SALDO-TITULO
                    MOVE "PAGAMENTO A MAIOR - NAO BAIXADO"
                                       TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                    PERFORM 2410-BAIXA-TITULO
           END-EVALUATE

           IF WS-MOTIVO-REJEICAO       NOT EQUAL SPACES
              PERFORM 2590-IMPRIME-REJEICAO
           END-IF

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BAIXA O TITULO PELO PGFJF038P E MARCA O CONTROLE DE REMETIDOS  *
      * COMO LIQUIDADO - RECUSA DO PGFJF038P VAI PARA O RELATORIO      *
      *----------------------------------------------------------------*
       2410-BAIXA-TITULO               SECTION.

           MOVE 1                      TO COD-FUNCAO-LNKG038
           MOVE NUM-TITULO-RTB         TO NUM-TITULO-LNKG038
           MOVE VALOR-PAGO-RTB         TO VALOR-PAGAMENTO-LNKG038
           MOVE DATA-PAGAMENTO-RTB     TO DATA-PAGAMENTO-LNKG038

           CALL WS-PGFJF038            USING LNKG038L

           IF COD-RETORNO-LNKG038      EQUAL ZEROS
              MOVE "L"                 TO SITUACAO-TRM
              MOVE WS-NUM-RETORNO      TO NUM-RETORNO-TRM
              MOVE DATA-PAGAMENTO-RTB  TO DATA-LIQUIDACAO-TRM
              MOVE VALOR-PAGO-RTB      TO VALOR-LIQUIDADO-TRM

              REWRITE REG-TITULO-REM

              ADD 1                    TO WS-QTD-BAIXADOS
              ADD VALOR-PAGO-RTB       TO WS-VALOR-BAIXADO
           ELSE
              MOVE MSG-RETORNO-LNKG038 TO WS-MOTIVO-REJEICAO
           END-IF

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * OCORRENCIA 02 - BOLETO REGISTRADO PELO BANCO                   *
      *----------------------------------------------------------------*
       2500-ENTRADA-CONFIRMADA         SECTION.

           MOVE NUM-TITULO-RTB         TO NUM-TITULO-TRM

           READ ARQ-TITULO-REM

           IF WS-FL-STATUS-TRM         EQUAL ZEROS
              IF TRM-ENVIADO
                 MOVE "C"              TO SITUACAO-TRM
                 MOVE WS-NUM-RETORNO   TO NUM-RETORNO-TRM

                 REWRITE REG-TITULO-REM
              END-IF

              ADD 1                    TO WS-QTD-CONFIRMADOS
           ELSE
              MOVE ZEROS               TO WS-SALDO-TITULO
              MOVE "CONFIRMACAO DE TITULO NAO ENVIADO AO BANCO"
                                       TO WS-MOTIVO-REJEICAO
              PERFORM 2590-IMPRIME-REJEICAO
           END-IF

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * OCORRENCIA 03 - REGISTRO RECUSADO PELO BANCO: O TITULO SAI DO  *
      * CONTROLE DE REMETIDOS E VOLTA NA PROXIMA REMESSA               *
      *----------------------------------------------------------------*
       2550-ENTRADA-REJEITADA          SECTION.

           MOVE ZEROS                  TO WS-SALDO-TITULO
           MOVE NUM-TITULO-RTB         TO NUM-TITULO-TRM

           READ ARQ-TITULO-REM

           IF WS-FL-STATUS-TRM         EQUAL ZEROS
              MOVE VALOR-ENVIADO-TRM   TO WS-SALDO-TITULO

              IF NOT TRM-LIQUIDADO
                 DELETE ARQ-TITULO-REM RECORD
              END-IF
           END-IF

           MOVE SPACES                 TO WS-MOTIVO-REJEICAO
           STRING "RECUSADO: " DELIMITED BY SIZE
                  MOTIVO-RTB           DELIMITED BY SIZE
             INTO WS-MOTIVO-REJEICAO

           PERFORM 2590-IMPRIME-REJEICAO

           .
       2550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME UMA REJEICAO NO RELATORIO DO FINANCEIRO                *
      *----------------------------------------------------------------*
       2590-IMPRIME-REJEICAO           SECTION.

           MOVE NUM-TITULO-RTB         TO WS-DET-TITULO
           MOVE COD-OCORRENCIA-RTB     TO WS-DET-OCORRENCIA
           MOVE DATA-PAGAMENTO-RTB     TO WS-DET-DATA-PAGTO
           MOVE VALOR-PAGO-RTB         TO WS-DET-VALOR-PAGO
           MOVE WS-SALDO-TITULO        TO WS-DET-SALDO
           MOVE WS-MOTIVO-REJEICAO     TO WS-DET-MOTIVO

           MOVE SPACES                 TO REG-REL-REJEICAO-BCO
           MOVE WS-LIN-DETALHE         TO REG-REL-REJEICAO-BCO
           WRITE REG-REL-REJEICAO-BCO

           ADD 1                       TO WS-QTD-REJEITADOS

           .
       2590-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOTAL DO RETORNO NO FINAL DO RELATORIO                         *
      *----------------------------------------------------------------*
       2600-IMPRIME-TOTAL              SECTION.

           MOVE WS-QTD-BAIXADOS        TO WS-TOT-QTD-BAIXADOS
           MOVE WS-VALOR-BAIXADO       TO WS-TOT-VALOR-BAIXADO
           MOVE WS-QTD-REJEITADOS      TO WS-TOT-QTD-REJEITADOS

           MOVE WS-LIN-SEPARADOR       TO REG-REL-REJEICAO-BCO
           WRITE REG-REL-REJEICAO-BCO

           MOVE SPACES                 TO REG-REL-REJEICAO-BCO
           MOVE WS-LIN-TOTAL           TO REG-REL-REJEICAO-BCO
           WRITE REG-REL-REJEICAO-BCO

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ATUALIZA O CONTROLE DA COBRANCA COM O RETORNO PROCESSADO       *
      *----------------------------------------------------------------*
       2700-ATUALIZA-CONTROLE          SECTION.

           OPEN OUTPUT ARQ-CONTROLE-BCO

           MOVE WS-NUM-REMESSA         TO NUM-ULTIMA-REMESSA-CBC
           MOVE WS-DATA-REMESSA        TO DATA-ULTIMA-REMESSA-CBC
           MOVE WS-NUM-RETORNO         TO NUM-ULTIMO-RETORNO-CBC
           MOVE WS-DATA-HOJE           TO DATA-ULTIMO-RETORNO-CBC

           WRITE REG-CONTROLE-BCO

           CLOSE ARQ-CONTROLE-BCO

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           DISPLAY "PGFJF072P: " MSG-RETORNO-LNKG072

           MOVE COD-RETORNO-LNKG072    TO RETURN-CODE

           GOBACK

           .
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF072P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF072P.
      *----------------------------------------------------------------*
