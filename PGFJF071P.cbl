       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF071P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF071P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: GERAR A REMESSA DE COBRANCA PARA O BANCO        *
      *                (REGISTRO DE BOLETOS): TODO TITULO EM ABERTO    *
      *                COM SALDO QUE AINDA NAO CONSTA NO               *
      *                ArqTituloRemessa VAI NA REMESSA E E GRAVADO NO  *
      *                CONTROLE COMO ENVIADO. HEADER COM O NUMERO DA   *
      *                REMESSA (ArqControleBanco), TRAILER COM         *
      *                QUANTIDADE E VALOR TOTAL                        *
      * ARQUIVOS.....: ArqTitulo, ArqCliente, ArqTituloRemessa,        *
      *                ArqRemessaBanco, ArqControleBanco               *
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
           SELECT ARQ-TITULO         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-TITULO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TIT.

           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE
                       ALTERNATE RECORD KEY IS CNPJ
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.

           SELECT ARQ-TITULO-REM     ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-TITULO-TRM
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TRM.

           SELECT ARQ-REMESSA-BCO    ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RBC.

           SELECT ARQ-CONTROLE-BCO   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CBC.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTitulo'.
       COPY "TITULO.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "CLIENTES.CPY".

       FD  ARQ-TITULO-REM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTituloRemessa'.
       COPY "TITREM.CPY".

       FD  ARQ-REMESSA-BCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRemessaBanco'.
       COPY "REMBCO.CPY".

       FD  ARQ-CONTROLE-BCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqControleBanco'.
       COPY "CTLBCO.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-TIT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TRM            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RBC            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CBC            PIC  X(002)         VALUE "00".
       77  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       77  WS-NUM-REMESSA              PIC  9(006)         VALUE ZEROS.
       77  WS-QTD-TITULOS              PIC  9(007)         VALUE ZEROS.
       77  WS-VALOR-TOTAL              PIC  9(013)V9(002)  VALUE ZEROS.
       77  WS-SALDO-TITULO             PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-ED-QTD                   PIC  ZZZZZZ9.
       77  WS-ED-VALOR                 PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
      * ULTIMO RETORNO PROCESSADO, PRESERVADO NA REGRAVACAO DO         *
      * CONTROLE DA COBRANCA                                           *
      *----------------------------------------------------------------*
       77  WS-NUM-RETORNO              PIC  9(006)         VALUE ZEROS.
       77  WS-DATA-RETORNO             PIC  9(008)         VALUE ZEROS.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG071L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG071L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - CALCULA O PROXIMO NUMERO DE REMESSA  *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-LNKG071
                                           NUM-REMESSA-LNKG071
                                           QTD-TITULOS-LNKG071
                                           VALOR-TOTAL-LNKG071
                                           WS-QTD-TITULOS
                                           WS-VALOR-TOTAL
           MOVE SPACES                 TO MSG-RETORNO-LNKG071

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-HOJE

           MOVE ZEROS                  TO WS-NUM-REMESSA

           OPEN INPUT ARQ-CONTROLE-BCO

           IF WS-FL-STATUS-CBC         EQUAL ZEROS
              READ ARQ-CONTROLE-BCO NEXT RECORD

              IF WS-FL-STATUS-CBC      EQUAL ZEROS
                 MOVE NUM-ULTIMA-REMESSA-CBC
                                       TO WS-NUM-REMESSA
                 MOVE NUM-ULTIMO-RETORNO-CBC
                                       TO WS-NUM-RETORNO
                 MOVE DATA-ULTIMO-RETORNO-CBC
                                       TO WS-DATA-RETORNO
              END-IF

              CLOSE ARQ-CONTROLE-BCO
           END-IF

           ADD 1                       TO WS-NUM-REMESSA

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO - GRAVA HEADER, TITULOS E TRAILER      *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           OPEN INPUT  ARQ-TITULO
                       ARQ-CLIENTE
           OPEN OUTPUT ARQ-REMESSA-BCO

           PERFORM 2050-ABRE-TITULO-REM

           IF WS-FL-STATUS-TIT         EQUAL ZEROS AND
              WS-FL-STATUS-CLI         EQUAL ZEROS AND
              WS-FL-STATUS-RBC         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG071
              MOVE "ERRO NA ABERTURA DOS ARQUIVOS DA REMESSA"
                                       TO MSG-RETORNO-LNKG071
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2100-GRAVA-HEADER

           PERFORM 2200-LER-TITULO

           PERFORM 2300-TRATA-TITULO UNTIL
                   WS-FL-STATUS-TIT     NOT EQUAL "00"

           PERFORM 2400-GRAVA-TRAILER

           CLOSE ARQ-TITULO
                 ARQ-CLIENTE
                 ARQ-TITULO-REM
                 ARQ-REMESSA-BCO

           IF WS-QTD-TITULOS           EQUAL ZEROS
              OPEN OUTPUT ARQ-REMESSA-BCO
              CLOSE ARQ-REMESSA-BCO

              MOVE ZEROS               TO COD-RETORNO-LNKG071
              MOVE "NENHUM TITULO NOVO PARA A REMESSA"
                                       TO MSG-RETORNO-LNKG071
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2500-ATUALIZA-CONTROLE

           MOVE WS-NUM-REMESSA         TO NUM-REMESSA-LNKG071
           MOVE WS-QTD-TITULOS         TO QTD-TITULOS-LNKG071
           MOVE WS-VALOR-TOTAL         TO VALOR-TOTAL-LNKG071

           MOVE WS-QTD-TITULOS         TO WS-ED-QTD
           DISPLAY "PGFJF071P: REMESSA " WS-NUM-REMESSA
                   " - TITULOS ENVIADOS: " WS-ED-QTD
           MOVE WS-VALOR-TOTAL         TO WS-ED-VALOR
           DISPLAY "PGFJF071P: VALOR TOTAL.....: " WS-ED-VALOR

           MOVE ZEROS                  TO COD-RETORNO-LNKG071
           MOVE "REMESSA GRAVADA EM ARQREMESSABANCO"
                                       TO MSG-RETORNO-LNKG071

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO CONTROLE DE TITULOS REMETIDOS (CRIADO NA PRIMEIRA  *
      * REMESSA)                                                       *
      *----------------------------------------------------------------*
       2050-ABRE-TITULO-REM            SECTION.

           OPEN I-O ARQ-TITULO-REM

           IF WS-FL-STATUS-TRM         EQUAL "35"
              OPEN OUTPUT ARQ-TITULO-REM

              IF WS-FL-STATUS-TRM      EQUAL ZEROS
                 CLOSE ARQ-TITULO-REM
                 OPEN I-O ARQ-TITULO-REM
              END-IF
           END-IF

           IF WS-FL-STATUS-TRM         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG071
              MOVE "ERRO NA ABERTURA DO CONTROLE DE TITULOS REMETIDOS"
                                       TO MSG-RETORNO-LNKG071
              PERFORM 3000-FINALIZA
           END-IF

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVACAO DO HEADER DA REMESSA                                  *
      *----------------------------------------------------------------*
       2100-GRAVA-HEADER               SECTION.

           MOVE SPACES                 TO REG-REMESSA-BCO
           MOVE "H"                    TO TIPO-REG-RBC
           MOVE WS-NUM-REMESSA         TO NUM-REMESSA-RBC
           MOVE WS-DATA-HOJE           TO DATA-GERACAO-RBC

           WRITE REG-REMESSA-BCO

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE TITULOS                                  *
      *----------------------------------------------------------------*
       2200-LER-TITULO                 SECTION.

           READ ARQ-TITULO NEXT RECORD

           IF WS-FL-STATUS-TIT         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG071
              MOVE "ERRO NA LEITURA DO ARQUIVO DE TITULOS"
                                       TO MSG-RETORNO-LNKG071
              PERFORM 3000-FINALIZA
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TITULO EM ABERTO, COM SALDO E AINDA NAO REMETIDO VAI PARA A    *
      * REMESSA                                                        *
      *----------------------------------------------------------------*
       2300-TRATA-TITULO               SECTION.

           COMPUTE WS-SALDO-TITULO = VALOR-TIT - VALOR-PAGO-TIT

           IF TIT-ABERTO AND WS-SALDO-TITULO GREATER ZEROS
              MOVE NUM-TITULO          TO NUM-TITULO-TRM

              READ ARQ-TITULO-REM

              IF WS-FL-STATUS-TRM      EQUAL "23"
                 PERFORM 2310-GRAVA-DETALHE
              END-IF
           END-IF

           PERFORM 2200-LER-TITULO

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O DETALHE DO TITULO NA REMESSA E NO CONTROLE DE TITULOS  *
      * REMETIDOS                                                      *
      *----------------------------------------------------------------*
       2310-GRAVA-DETALHE              SECTION.

           MOVE COD-CLIENTE-TIT        TO COD-CLIENTE

           READ ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE ZEROS               TO CNPJ
              MOVE SPACES              TO RAZAO-SOCIAL
           END-IF

           MOVE SPACES                 TO REG-REMESSA-BCO
           MOVE "D"                    TO TIPO-REG-RBC
           MOVE NUM-TITULO             TO NUM-TITULO-RBC
           MOVE COD-CLIENTE-TIT        TO COD-CLIENTE-RBC
           MOVE CNPJ                   TO DOC-SACADO-RBC
           MOVE RAZAO-SOCIAL           TO NOME-SACADO-RBC
           MOVE DATA-EMISSAO-TIT       TO DATA-EMISSAO-RBC
           MOVE DATA-VENCIMENTO-TIT    TO DATA-VENCIMENTO-RBC
           MOVE WS-SALDO-TITULO        TO VALOR-RBC

           WRITE REG-REMESSA-BCO

           MOVE SPACES                 TO REG-TITULO-REM
           MOVE NUM-TITULO             TO NUM-TITULO-TRM
           MOVE WS-NUM-REMESSA         TO NUM-REMESSA-TRM
           MOVE WS-DATA-HOJE           TO DATA-ENVIO-TRM
           MOVE WS-SALDO-TITULO        TO VALOR-ENVIADO-TRM
           MOVE "E"                    TO SITUACAO-TRM
           MOVE ZEROS                  TO NUM-RETORNO-TRM
                                          DATA-LIQUIDACAO-TRM
                                          VALOR-LIQUIDADO-TRM

           WRITE REG-TITULO-REM

           IF WS-FL-STATUS-TRM         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG071
              MOVE "ERRO AO GRAVAR O CONTROLE DE TITULOS REMETIDOS"
                                       TO MSG-RETORNO-LNKG071
              PERFORM 3000-FINALIZA
           END-IF

           ADD 1                       TO WS-QTD-TITULOS
           ADD WS-SALDO-TITULO         TO WS-VALOR-TOTAL

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVACAO DO TRAILER COM QUANTIDADE E VALOR TOTAL               *
      *----------------------------------------------------------------*
       2400-GRAVA-TRAILER              SECTION.

           MOVE SPACES                 TO REG-REMESSA-BCO
           MOVE "T"                    TO TIPO-REG-RBC
           MOVE WS-QTD-TITULOS         TO QTD-TITULOS-RBC
           MOVE WS-VALOR-TOTAL         TO VALOR-TOTAL-RBC

           WRITE REG-REMESSA-BCO

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ATUALIZA O CONTROLE DA COBRANCA APOS A REMESSA COMPLETA        *
      *----------------------------------------------------------------*
       2500-ATUALIZA-CONTROLE          SECTION.

           OPEN OUTPUT ARQ-CONTROLE-BCO

           MOVE WS-NUM-REMESSA         TO NUM-ULTIMA-REMESSA-CBC
           MOVE WS-DATA-HOJE           TO DATA-ULTIMA-REMESSA-CBC
           MOVE WS-NUM-RETORNO         TO NUM-ULTIMO-RETORNO-CBC
           MOVE WS-DATA-RETORNO        TO DATA-ULTIMO-RETORNO-CBC

           WRITE REG-CONTROLE-BCO

           CLOSE ARQ-CONTROLE-BCO

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           DISPLAY "PGFJF071P: " MSG-RETORNO-LNKG071

           MOVE COD-RETORNO-LNKG071    TO RETURN-CODE

           GOBACK

           .
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF071P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF071P.
      *----------------------------------------------------------------*
