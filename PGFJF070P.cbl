       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF070P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF070P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: PROCESSAR O RETORNO DA CONTABILIDADE            *
      *                (ArqRetornoContabil): MARCA CADA LOTE COMO      *
      *                ACEITO OU REJEITADO NO ArqLoteContabil, ALERTA  *
      *                LOTE DESCONHECIDO OU COM QUANTIDADE DE LINHAS   *
      *                DIFERENTE DA ENVIADA, LISTA OS REJEITADOS PARA  *
      *                REENVIO E GRAVA O MAIOR LOTE ACEITO NO          *
      *                ArqControleContabil                             *
      * ARQUIVOS.....: ArqRetornoContabil, ArqLoteContabil,            *
      *                ArqControleContabil                             *
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
           SELECT ARQ-RETORNO-CTB    ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RCT.

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
       FD  ARQ-RETORNO-CTB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRetornoContabil'.
       COPY "RETCTB.CPY".

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
       77  WS-FL-STATUS-RCT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-LCT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CCT            PIC  X(002)         VALUE "00".
       77  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       77  WS-QTD-ACEITOS              PIC  9(005)         VALUE ZEROS.
       77  WS-QTD-REJEITADOS           PIC  9(005)         VALUE ZEROS.
       77  WS-ED-QTD                   PIC  ZZZZ9.

      *----------------------------------------------------------------*
      * DADOS DO CONTROLE CONTABIL PRESERVADOS NA REGRAVACAO           *
      *----------------------------------------------------------------*
       77  WS-ULTIMO-LOTE              PIC  9(006)         VALUE ZEROS.
       77  WS-DATA-ULT-MOVTO           PIC  9(008)         VALUE ZEROS.
       77  WS-DATA-ENVIO               PIC  9(008)         VALUE ZEROS.
       77  WS-LOTE-ACK                 PIC  9(006)         VALUE ZEROS.
       77  WS-DATA-ACK                 PIC  9(008)         VALUE ZEROS.
       77  WS-SW-ACK-NOVO              PIC  X(001)         VALUE "N".
           88  ACK-NOVO                     VALUE "S".

       01  WS-DET-REJEITADO.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  FILLER                  PIC  X(006)         VALUE
               "LOTE  ".
           05  WS-DET-REJ-LOTE         PIC  9(006).
           05  FILLER                  PIC  X(026)         VALUE
               " REJEITADO (REENVIAR) - ".
           05  WS-DET-REJ-MOTIVO       PIC  X(050).

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG070L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG070L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - LE O CONTROLE CONTABIL               *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-LNKG070
                                           QTD-ACEITOS-LNKG070
                                           QTD-REJEITADOS-LNKG070
                                           WS-QTD-ACEITOS
                                           WS-QTD-REJEITADOS
           MOVE SPACES                 TO MSG-RETORNO-LNKG070
           MOVE "N"                    TO WS-SW-ACK-NOVO

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-HOJE

           OPEN INPUT ARQ-CONTROLE-CTB

           IF WS-FL-STATUS-CCT         EQUAL ZEROS
              READ ARQ-CONTROLE-CTB NEXT RECORD

              IF WS-FL-STATUS-CCT      EQUAL ZEROS
                 MOVE NUM-ULTIMO-LOTE-CCT
                                       TO WS-ULTIMO-LOTE
                 MOVE DATA-ULTIMO-MOVTO-CCT
                                       TO WS-DATA-ULT-MOVTO
                 MOVE DATA-ULTIMO-ENVIO-CCT
                                       TO WS-DATA-ENVIO
                 MOVE NUM-ULTIMO-LOTE-ACK-CCT
                                       TO WS-LOTE-ACK
                 MOVE DATA-ULTIMO-ACK-CCT
                                       TO WS-DATA-ACK
              END-IF

              CLOSE ARQ-CONTROLE-CTB
           END-IF

           IF WS-ULTIMO-LOTE           EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG070
              MOVE "NENHUM LOTE CONTABIL ENVIADO PARA CONFERIR"
                                       TO MSG-RETORNO-LNKG070
              PERFORM 3000-FINALIZA
           END-IF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           OPEN INPUT ARQ-RETORNO-CTB
           OPEN I-O   ARQ-LOTE-CTB

           IF WS-FL-STATUS-RCT         EQUAL ZEROS AND
              WS-FL-STATUS-LCT         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG070
              MOVE "ERRO NA ABERTURA DOS ARQUIVOS DO RETORNO CONTABIL"
                                       TO MSG-RETORNO-LNKG070
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2100-LER-ARQ-RETORNO

           PERFORM 2200-TRATA-RETORNO UNTIL
                   WS-FL-STATUS-RCT     NOT EQUAL "00"

           CLOSE ARQ-RETORNO-CTB
                 ARQ-LOTE-CTB

           MOVE WS-QTD-ACEITOS         TO QTD-ACEITOS-LNKG070
           MOVE WS-QTD-REJEITADOS      TO QTD-REJEITADOS-LNKG070

           MOVE WS-QTD-ACEITOS         TO WS-ED-QTD
           DISPLAY "PGFJF070P: LOTES ACEITOS....: " WS-ED-QTD
           MOVE WS-QTD-REJEITADOS      TO WS-ED-QTD
           DISPLAY "PGFJF070P: LOTES REJEITADOS.: " WS-ED-QTD

           IF ACK-NOVO
              PERFORM 2600-ATUALIZA-ACK
           END-IF

           IF COD-RETORNO-LNKG070      EQUAL 4
              MOVE "RETORNO PROCESSADO - CONFERIR LOTES ALERTADOS"
                                       TO MSG-RETORNO-LNKG070
           ELSE
              MOVE ZEROS               TO COD-RETORNO-LNKG070
              MOVE "RETORNO DA CONTABILIDADE PROCESSADO COM SUCESSO"
                                       TO MSG-RETORNO-LNKG070
           END-IF

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE RETORNO                                  *
      *----------------------------------------------------------------*
       2100-LER-ARQ-RETORNO            SECTION.

           READ ARQ-RETORNO-CTB NEXT RECORD

           IF WS-FL-STATUS-RCT         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG070
              MOVE "ERRO NA LEITURA DO RETORNO DA CONTABILIDADE"
                                       TO MSG-RETORNO-LNKG070
              CLOSE ARQ-RETORNO-CTB
                    ARQ-LOTE-CTB
              PERFORM 3000-FINALIZA
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRATA O RETORNO DE UM LOTE - CONFERE SE O LOTE FOI ENVIADO E A *
      * QUANTIDADE DE LINHAS, E REGISTRA A SITUACAO DEVOLVIDA          *
      *----------------------------------------------------------------*
       2200-TRATA-RETORNO              SECTION.

           MOVE NUM-LOTE-RCT           TO NUM-LOTE-LCT

           READ ARQ-LOTE-CTB

           IF WS-FL-STATUS-LCT         NOT EQUAL ZEROS
              MOVE 4                   TO COD-RETORNO-LNKG070
              DISPLAY "PGFJF070P: ALERTA - RETORNO DO LOTE "
                      NUM-LOTE-RCT
                      " QUE NAO CONSTA COMO ENVIADO"
           ELSE
              IF QTD-LINHAS-RCT        NOT EQUAL QTD-LINHAS-LCT
                 MOVE 4                TO COD-RETORNO-LNKG070
                 DISPLAY "PGFJF070P: ALERTA - LOTE " NUM-LOTE-RCT
                         " RETORNOU " QTD-LINHAS-RCT
                         " LINHAS MAS FORAM ENVIADAS "
                         QTD-LINHAS-LCT
              END-IF

              PERFORM 2300-REGISTRA-SITUACAO
           END-IF

           PERFORM 2100-LER-ARQ-RETORNO

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA NO LOTE A SITUACAO DEVOLVIDA PELA CONTABILIDADE          *
      *----------------------------------------------------------------*
       2300-REGISTRA-SITUACAO          SECTION.

           IF RCT-ACEITO
              MOVE "A"                 TO SITUACAO-LCT
              ADD 1                    TO WS-QTD-ACEITOS

              IF NUM-LOTE-LCT          GREATER WS-LOTE-ACK
                 MOVE NUM-LOTE-LCT     TO WS-LOTE-ACK
                 MOVE WS-DATA-HOJE     TO WS-DATA-ACK
                 MOVE "S"              TO WS-SW-ACK-NOVO
              END-IF
           ELSE
              MOVE "R"                 TO SITUACAO-LCT
              ADD 1                    TO WS-QTD-REJEITADOS
              MOVE NUM-LOTE-LCT        TO WS-DET-REJ-LOTE
              MOVE MOTIVO-RCT          TO WS-DET-REJ-MOTIVO
              DISPLAY WS-DET-REJEITADO
           END-IF

           MOVE WS-DATA-HOJE           TO DATA-RETORNO-LCT
           MOVE MOTIVO-RCT             TO MOTIVO-LCT

           REWRITE REG-LOTE-CTB

           IF WS-FL-STATUS-LCT         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG070
              MOVE "ERRO AO ATUALIZAR O LOTE CONTABIL"
                                       TO MSG-RETORNO-LNKG070
              CLOSE ARQ-RETORNO-CTB
                    ARQ-LOTE-CTB
              PERFORM 3000-FINALIZA
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A CONFIRMACAO DA CONTABILIDADE NO CONTROLE CONTABIL      *
      *----------------------------------------------------------------*
       2600-ATUALIZA-ACK               SECTION.

           OPEN OUTPUT ARQ-CONTROLE-CTB

           IF WS-FL-STATUS-CCT         EQUAL ZEROS
              MOVE WS-ULTIMO-LOTE      TO NUM-ULTIMO-LOTE-CCT
              MOVE WS-DATA-ULT-MOVTO   TO DATA-ULTIMO-MOVTO-CCT
              MOVE WS-DATA-ENVIO       TO DATA-ULTIMO-ENVIO-CCT
              MOVE WS-LOTE-ACK         TO NUM-ULTIMO-LOTE-ACK-CCT
              MOVE WS-DATA-ACK         TO DATA-ULTIMO-ACK-CCT

              WRITE REG-CONTROLE-CTB

              CLOSE ARQ-CONTROLE-CTB
           END-IF

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           DISPLAY "PGFJF070P: " MSG-RETORNO-LNKG070

           MOVE COD-RETORNO-LNKG070    TO RETURN-CODE

           GOBACK

           .
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF070P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF070P.
      *----------------------------------------------------------------*
