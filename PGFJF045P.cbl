      *                ATE O CORTE B, C O RESTANTE) - A CLASSE E       *
      *                GRAVADA EM CLASSE-ABC-CLI NO PROPRIO CADASTRO;  *
      *                CLIENTE SEM FATURADO FICA NA CLASSE C           *
      * ARQUIVOS.....: ArqPedido, ArqCliente, ArqTrabClasseABC,        *
      *                ArqDevolucao                                    *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                          *
      * 15/10/2026 FJF              O FATURADO DO CLIENTE PASSA A SER  *
      *                             LIQUIDO DAS DEVOLUCOES DO PEDIDO   *
      *                             (ArqDevolucao, PGFJF065P)          *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
                                RECORD  KEY IS COD-CLIENTE-TRB
                                FILE STATUS IS WS-FL-STATUS-TRB.

           SELECT ARQ-DEVOLUCAO      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-DEV
                                FILE STATUS IS WS-FL-STATUS-DEV.

           SELECT ARQ-SORT-ABC       ASSIGN TO DISK.

      *----------------------------------------------------------------*
           VALUE OF FILE-ID IS 'ArqTrabClasseABC'.
       COPY "ABCTRAB.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDevolucao'.
       COPY "DEVOLUC.CPY".

       SD  ARQ-SORT-ABC.
       01  REG-SORT-ABC.
           05  SRT-VALOR-ACUM          PIC  9(011)V9(002).
       77  WS-FL-STATUS-PED            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TRB            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DEV            PIC  X(002)         VALUE "00".
       77  WS-SW-FIM-SORT              PIC  X(001)         VALUE "N".
           88  FIM-SORT                     VALUE "S".
       77  WS-QTD-CLASSE-A             PIC  9(007)         VALUE ZEROS.
       77  WS-PERC-ACUMULADO           PIC  9(005)V9(002)  VALUE ZEROS.
       77  WS-CLASSE-APURADA           PIC  X(001)         VALUE "C".

      *----------------------------------------------------------------*
      * DEVOLUCOES DO PEDIDO - ABATIDAS DO VALOR DO PEDIDO             *
      *----------------------------------------------------------------*
       77  WS-VALOR-DEVOLVIDO          PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-VALOR-LIQUIDO            PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-SW-TEM-DEVOLUCAO         PIC  X(001)         VALUE "N".
           88  TEM-ARQ-DEVOLUCAO            VALUE "S".
       77  WS-SW-FIM-DEV               PIC  X(001)         VALUE "N".
           88  FIM-DEVOLUCAO                VALUE "S".

      *----------------------------------------------------------------*
      * AREAS DE COMUNICAÇÃO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
           CLOSE ARQ-ABC-TRAB
           OPEN I-O ARQ-ABC-TRAB

           MOVE "N"                    TO WS-SW-TEM-DEVOLUCAO

           OPEN INPUT ARQ-DEVOLUCAO

           IF WS-FL-STATUS-DEV         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-TEM-DEVOLUCAO
           END-IF

           OPEN INPUT ARQ-PEDIDO

           IF WS-FL-STATUS-PED         EQUAL ZEROS
              CLOSE ARQ-PEDIDO
           END-IF

           IF TEM-ARQ-DEVOLUCAO
              CLOSE ARQ-DEVOLUCAO
           END-IF

           CLOSE ARQ-ABC-TRAB

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA O VALOR DO PEDIDO, LIQUIDO DAS DEVOLUCOES, NO          *
      * FATURADO DO CLIENTE                                            *
      *----------------------------------------------------------------*
       2120-ACUMULA-PEDIDO             SECTION.

           IF COD-CLIENTE-PED          GREATER ZEROS
              AND NOT PED-CANCELADO
              PERFORM 2130-SOMA-DEVOLVIDO

              COMPUTE WS-VALOR-LIQUIDO = VALOR-PEDIDO
                                       - WS-VALOR-DEVOLVIDO

              MOVE COD-CLIENTE-PED     TO COD-CLIENTE-TRB

              READ ARQ-ABC-TRAB

              IF WS-FL-STATUS-TRB      EQUAL ZEROS
                 ADD WS-VALOR-LIQUIDO  TO VALOR-ACUM-TRB
                 REWRITE REG-ABC-TRAB
              ELSE
                 MOVE COD-CLIENTE-PED  TO COD-CLIENTE-TRB
                 MOVE WS-VALOR-LIQUIDO TO VALOR-ACUM-TRB
                 WRITE REG-ABC-TRAB
              END-IF

              ADD WS-VALOR-LIQUIDO     TO WS-TOTAL-GERAL
           END-IF

           PERFORM 2110-LER-ARQ-PEDIDO
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA O VALOR DAS DEVOLUCOES REGISTRADAS PARA O PEDIDO LIDO     *
      *----------------------------------------------------------------*
       2130-SOMA-DEVOLVIDO             SECTION.

           MOVE ZEROS                  TO WS-VALOR-DEVOLVIDO

           IF TEM-ARQ-DEVOLUCAO
              MOVE NUM-PEDIDO          TO NUM-PEDIDO-DEV
              MOVE ZEROS               TO SEQ-DEV
              MOVE "N"                 TO WS-SW-FIM-DEV

              START ARQ-DEVOLUCAO KEY IS NOT LESS THAN CHAVE-DEV

              IF WS-FL-STATUS-DEV      NOT EQUAL ZEROS
                 MOVE "S"              TO WS-SW-FIM-DEV
              END-IF

              PERFORM 2135-LER-DEVOLUCAO UNTIL FIM-DEVOLUCAO
           END-IF

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A PROXIMA DEVOLUCAO DO PEDIDO E SOMA O VALOR                *
      *----------------------------------------------------------------*
       2135-LER-DEVOLUCAO              SECTION.

           READ ARQ-DEVOLUCAO NEXT RECORD

           IF WS-FL-STATUS-DEV         EQUAL ZEROS AND
              NUM-PEDIDO-DEV           EQUAL NUM-PEDIDO
              ADD VALOR-DEVOLUCAO      TO WS-VALOR-DEVOLVIDO
           ELSE
              MOVE "S"                 TO WS-SW-FIM-DEV
           END-IF

           .
       2135-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COLOCA TODOS OS CLIENTES ATIVOS NA CLASSE C ANTES DA           *
      * CLASSIFICACAO - QUEM TEM FATURADO SOBE PARA A OU B DEPOIS      *
      *----------------------------------------------------------------*
