      *                PAGAMENTO TOTAL OU PARCIAL - O TITULO E DADO    *
      *                COMO PAGO QUANDO O ACUMULADO PAGO ATINGE O      *
      *                VALOR DO TITULO                                 *
      * ARQUIVOS.....: ArqTitulo, ArqEventoContabil                    *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                          *
      * 15/10/2026 FJF              PAGAMENTO NA DATA INFORMADA (ZERO  *
      *                             = DATA ATUAL) - DATA FUTURA OU EM  *
      *                             PERIODO FECHADO (PGFJF066P) E      *
      *                             RECUSADA; DATA-ULT-PAGTO-TIT SO    *
      *                             AVANCA                             *
      * 15/10/2026 FJF              PAGAMENTO REGISTRADO GRAVA O       *
      *                             RECEBIMENTO NO ArqEventoContabil   *
      *                             PARA A EXPORTACAO CONTABIL         *
      *                             (PGFJF069P), NA DATA DO PAGAMENTO  *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TIT.

           SELECT ARQ-EVENTO-CTB     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-EVC.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
           VALUE OF FILE-ID IS 'ArqTitulo'.
       COPY "TITULO.CPY".

       FD  ARQ-EVENTO-CTB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqEventoContabil'.
       COPY "EVTCTB.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-TIT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-EVC            PIC  X(002)         VALUE "00".
       77  WS-SALDO-TITULO             PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       77  WS-DATA-PAGAMENTO           PIC  9(008)         VALUE ZEROS.
       77  WS-SW-PERIODO               PIC  X(001)         VALUE "N".
           88  PERIODO-PAGTO-FECHADO        VALUE "S".

      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-PGFJF066                 PIC  X(009)         VALUE
           'PGFJF066P'.

       COPY LNKG066L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       2200-REGISTRAR-PAGAMENTO        SECTION.

           PERFORM 2210-DATA-PAGAMENTO

           PERFORM 2110-OPEN-ARQ-TITULO

           MOVE NUM-TITULO-LNKG038     TO NUM-TITULO
                       MOVE 1          TO COD-RETORNO-LNKG038
                       MOVE "TITULO JA ESTA PAGO"
                                       TO MSG-RETORNO-LNKG038
                  WHEN WS-DATA-PAGAMENTO GREATER WS-DATA-HOJE
                       MOVE 1          TO COD-RETORNO-LNKG038
                       MOVE "DATA DO PAGAMENTO MAIOR QUE A DATA ATUAL"
                                       TO MSG-RETORNO-LNKG038
                  WHEN PERIODO-PAGTO-FECHADO
                       MOVE 1          TO COD-RETORNO-LNKG038
                       MOVE "PERIODO DO PAGAMENTO FECHADO - RECUSADO"
                                       TO MSG-RETORNO-LNKG038
                  WHEN VALOR-PAGAMENTO-LNKG038 EQUAL ZEROS
                       MOVE 1          TO COD-RETORNO-LNKG038
                       MOVE "VALOR DO PAGAMENTO INVALIDO"
                  WHEN OTHER
                       ADD VALOR-PAGAMENTO-LNKG038
                                       TO VALOR-PAGO-TIT
                       IF WS-DATA-PAGAMENTO GREATER DATA-ULT-PAGTO-TIT
                          MOVE WS-DATA-PAGAMENTO
                                       TO DATA-ULT-PAGTO-TIT
                       END-IF

                       IF VALOR-PAGO-TIT NOT LESS VALOR-TIT
                          MOVE "P"     TO SITUACAO-TIT

                       IF WS-FL-STATUS-TIT EQUAL ZEROS
                          PERFORM 2130-DEVOLVE-TITULO
                          PERFORM 2220-EVENTO-CONTABIL
                          MOVE ZEROS   TO COD-RETORNO-LNKG038
                          IF TIT-PAGO
                             MOVE "PAGAMENTO REGISTRADO - TITULO PAGO"
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DATA DO PAGAMENTO (ZERO = DATA ATUAL) E SITUACAO DO PERIODO DA *
      * DATA NO PGFJF066P - PAGAMENTO EM MES FECHADO SO DEPOIS QUE O   *
      * SUPERVISOR REABRE O PERIODO                                    *
      *----------------------------------------------------------------*
       2210-DATA-PAGAMENTO             SECTION.

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-HOJE

           IF DATA-PAGAMENTO-LNKG038   EQUAL ZEROS
              MOVE WS-DATA-HOJE        TO WS-DATA-PAGAMENTO
           ELSE
              MOVE DATA-PAGAMENTO-LNKG038
                                       TO WS-DATA-PAGAMENTO
           END-IF

           MOVE "N"                    TO WS-SW-PERIODO

           INITIALIZE LNKG066L
           MOVE 0                      TO COD-FUNCAO-LNKG066
           MOVE WS-DATA-PAGAMENTO(1:6) TO ANO-MES-LNKG066

           CALL WS-PGFJF066            USING LNKG066L

           IF PERIODO-FECHADO-LNKG066
              MOVE "S"                 TO WS-SW-PERIODO
           END-IF

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O RECEBIMENTO NOS EVENTOS CONTABEIS, PARA A EXPORTACAO   *
      * DA CONTABILIDADE                                               *
      *----------------------------------------------------------------*
       2220-EVENTO-CONTABIL            SECTION.

           OPEN EXTEND ARQ-EVENTO-CTB

           IF WS-FL-STATUS-EVC         EQUAL "35"
              OPEN OUTPUT ARQ-EVENTO-CTB
           END-IF

           IF WS-FL-STATUS-EVC         EQUAL ZEROS
              MOVE SPACES              TO REG-EVENTO-CTB
              MOVE WS-DATA-HOJE        TO DATA-REGISTRO-EVC
              MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO HORA-REGISTRO-EVC
              MOVE "R"                 TO TIPO-EVENTO-EVC
              MOVE NUM-TITULO          TO NUM-DOCUMENTO-EVC
              MOVE COD-CLIENTE-TIT     TO COD-CLIENTE-EVC
              MOVE COD-VENDEDOR-TIT    TO COD-VENDEDOR-EVC
              MOVE WS-DATA-PAGAMENTO   TO DATA-CONTABIL-EVC
              MOVE VALOR-PAGAMENTO-LNKG038
                                       TO VALOR-EVENTO-EVC

              WRITE REG-EVENTO-CTB

              CLOSE ARQ-EVENTO-CTB
           END-IF

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
