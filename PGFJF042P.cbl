      *                MENOR PERCENTUAL, APONTA OS VENDEDORES ABAIXO   *
      *                DO PISO DE ATINGIMENTO DO ArqParametros E       *
      *                TOTALIZA POR REGIAO DO VENDEDOR                 *
      * ARQUIVOS.....: ArqMetaVendedor, ArqPedido, ArqVendedor,        *
      *                ArqEquipe (VIA PGFJF063P), ArqDevolucao         *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                          *
      * 01/09/2026 FJF              VENDEDOR COM VENDA NO PERIODO MAS  *
      *                             NO RELATORIO COM A MARCA "SEM      *
      *                             META", PARA O SUPERVISOR COBRAR O  *
      *                             CADASTRO DA META                   *
      * 15/10/2026 FJF              TOTAIS POR EQUIPE (SUPERVISOR) E   *
      *                             POR GERENTE REGIONAL VIGENTES NO   *
      *                             PERIODO (ArqEquipe VIA PGFJF063P)  *
      *                             E FILTRO OPCIONAL DE UMA EQUIPE    *
      * 15/10/2026 FJF              O REALIZADO DO VENDEDOR PASSA A    *
      *                             SER LIQUIDO DAS DEVOLUCOES DO      *
      *                             PEDIDO (ArqDevolucao, PGFJF065P)   *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.

           SELECT ARQ-DEVOLUCAO      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-DEV
                                FILE STATUS IS WS-FL-STATUS-DEV.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "VENDEDOR.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDevolucao'.
       COPY "DEVOLUC.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-MET            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PED            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DEV            PIC  X(002)         VALUE "00".
       77  WS-ANO-MES-PEDIDO           PIC  9(006)         VALUE ZEROS.
       77  WS-IDX-VEND                 PIC  9(005)         VALUE ZEROS.
       77  WS-IDX-REGIAO               PIC  9(005)         VALUE ZEROS.
       77  WS-POSICAO-RANK             PIC  9(003)         VALUE ZEROS.
       77  WS-QTD-VENDEDORES           PIC  9(005)         VALUE ZEROS.
       77  WS-QTD-ABAIXO-PISO          PIC  9(005)         VALUE ZEROS.
       77  WS-IDX-EQUIPE               PIC  9(005)         VALUE ZEROS.
       77  WS-SUP-VEND                 PIC  9(003)         VALUE ZEROS.
       77  WS-GER-VEND                 PIC  9(003)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * DEVOLUCOES DO PEDIDO - ABATIDAS DO VALOR DO PEDIDO             *
      *----------------------------------------------------------------*
       77  WS-VALOR-DEVOLVIDO          PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-SW-TEM-DEVOLUCAO         PIC  X(001)         VALUE "N".
           88  TEM-ARQ-DEVOLUCAO            VALUE "S".
       77  WS-SW-FIM-DEV               PIC  X(001)         VALUE "N".
           88  FIM-DEVOLUCAO                VALUE "S".

      *----------------------------------------------------------------*
      * PISO DE ATINGIMENTO (PERCENTUAL) - CARREGADO DO ArqParametros  *
           05  WS-TAB-LISTADO          PIC  X(001)
                                       OCCURS 999 TIMES
                                       VALUE "N".
           05  WS-TAB-SUP              PIC  9(003)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.
           05  WS-TAB-GER              PIC  9(003)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.

       01  WS-TAB-META-REGIAO.
           05  WS-TAB-META-REG         PIC  9(011)V9(002)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      * ACUMULADORES POR EQUIPE (CODIGO DO SUPERVISOR) E POR GERENTE   *
      * REGIONAL - VENDEDOR SEM EQUIPE VIGENTE VAI PARA "SEM EQUIPE"   *
      *----------------------------------------------------------------*
       01  WS-TAB-META-EQUIPE.
           05  WS-TAB-META-SUP         PIC  9(011)V9(002)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.
           05  WS-TAB-REAL-SUP         PIC  9(011)V9(002)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.
           05  WS-TAB-META-GER         PIC  9(011)V9(002)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.
           05  WS-TAB-REAL-GER         PIC  9(011)V9(002)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.
           05  WS-META-SEM-EQUIPE      PIC  9(011)V9(002)
                                       VALUE ZEROS.
           05  WS-REAL-SEM-EQUIPE      PIC  9(011)V9(002)
                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      * LINHAS DE IMPRESSAO                                            *
      *----------------------------------------------------------------*
           05  WS-DET-FLAG             PIC  X(014).

       01  WS-DET-REGIAO.
           05  WS-REG-ROTULO           PIC  X(008)         VALUE
               "REGIAO  ".
           05  WS-REG-COD              PIC  ZZ9.
           05  FILLER                  PIC  X(006)         VALUE
       01  WS-CAB-2                    PIC  X(078)         VALUE
           "TOTAIS POR REGIAO DO VENDEDOR".

       01  WS-CAB-3                    PIC  X(078)         VALUE
           "TOTAIS POR EQUIPE (SUPERVISOR)".

       01  WS-CAB-4                    PIC  X(078)         VALUE
           "TOTAIS POR GERENTE REGIONAL".

       01  WS-CAB-FILTRO.
           05  FILLER                  PIC  X(030)         VALUE
               "SOMENTE A EQUIPE DO SUPERVISOR".
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-CAB-SUPERVISOR       PIC  ZZ9.

       01  WS-DET-SEM-EQUIPE.
           05  FILLER                  PIC  X(011)         VALUE
               "SEM EQUIPE ".
           05  FILLER                  PIC  X(006)         VALUE
               " META ".
           05  WS-SEQ-META             PIC  ZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(006)         VALUE
               " REAL ".
           05  WS-SEQ-REALIZADO        PIC  ZZZZZZZZZ9,99.

       77  WS-PERC-REGIAO              PIC S9(005)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*

       COPY LNKG012L.

       01  WS-PGFJF063                 PIC  X(009)         VALUE
           'PGFJF063P'.

       COPY LNKG063L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

           PERFORM 2100-CARREGA-METAS
           PERFORM 2200-ACUMULA-PEDIDOS
           PERFORM 2250-APLICA-EQUIPES
           PERFORM 2300-CALCULA-PERCENTUAIS

           DISPLAY WS-CAB-1
           MOVE WS-PISO-ATINGIMENTO    TO WS-CAB-PISO
           DISPLAY WS-CAB-PERIODO

           IF COD-SUPERVISOR-LNKG042   GREATER ZEROS
              MOVE COD-SUPERVISOR-LNKG042
                                       TO WS-CAB-SUPERVISOR
              DISPLAY WS-CAB-FILTRO
           END-IF

           PERFORM 2400-IMPRIME-RANKING
           PERFORM 2600-IMPRIME-REGIOES
           PERFORM 2700-IMPRIME-EQUIPES
           PERFORM 2800-IMPRIME-GERENTES

           MOVE WS-QTD-VENDEDORES      TO QTD-VENDEDORES-LNKG042
           MOVE WS-QTD-ABAIXO-PISO     TO QTD-ABAIXO-PISO-LNKG042
      *----------------------------------------------------------------*
       2200-ACUMULA-PEDIDOS            SECTION.

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

           .
       2200-EXIT.
           EXIT.
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA O PEDIDO DO PERIODO, LIQUIDO DAS DEVOLUCOES, NO        *
      * REALIZADO DO VENDEDOR                                          *
      *----------------------------------------------------------------*
       2220-GUARDA-PEDIDO              SECTION.

           IF WS-ANO-MES-PEDIDO        EQUAL ANO-MES-LNKG042
              AND COD-VENDEDOR-PED     GREATER ZEROS
              AND NOT PED-CANCELADO
              PERFORM 2230-SOMA-DEVOLVIDO
              ADD VALOR-PEDIDO      TO
                  WS-TAB-REALIZADO(COD-VENDEDOR-PED)
              SUBTRACT WS-VALOR-DEVOLVIDO FROM
                  WS-TAB-REALIZADO(COD-VENDEDOR-PED)
           END-IF

           PERFORM 2210-LER-ARQ-PEDIDO
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA O VALOR DAS DEVOLUCOES REGISTRADAS PARA O PEDIDO LIDO     *
      *----------------------------------------------------------------*
       2230-SOMA-DEVOLVIDO             SECTION.

           MOVE ZEROS                  TO WS-VALOR-DEVOLVIDO

           IF TEM-ARQ-DEVOLUCAO
              MOVE NUM-PEDIDO          TO NUM-PEDIDO-DEV
              MOVE ZEROS               TO SEQ-DEV
              MOVE "N"                 TO WS-SW-FIM-DEV

              START ARQ-DEVOLUCAO KEY IS NOT LESS THAN CHAVE-DEV

              IF WS-FL-STATUS-DEV      NOT EQUAL ZEROS
                 MOVE "S"              TO WS-SW-FIM-DEV
              END-IF

              PERFORM 2235-LER-DEVOLUCAO UNTIL FIM-DEVOLUCAO
           END-IF

           .
       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A PROXIMA DEVOLUCAO DO PEDIDO E SOMA O VALOR                *
      *----------------------------------------------------------------*
       2235-LER-DEVOLUCAO              SECTION.

           READ ARQ-DEVOLUCAO NEXT RECORD

           IF WS-FL-STATUS-DEV         EQUAL ZEROS AND
              NUM-PEDIDO-DEV           EQUAL NUM-PEDIDO
              ADD VALOR-DEVOLUCAO      TO WS-VALOR-DEVOLVIDO
           ELSE
              MOVE "S"                 TO WS-SW-FIM-DEV
           END-IF

           .
       2235-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESOLVE A EQUIPE VIGENTE NO FIM DO PERIODO DE CADA VENDEDOR    *
      * COM META OU REALIZADO                                          *
      *----------------------------------------------------------------*
       2250-APLICA-EQUIPES             SECTION.

           PERFORM 2260-EQUIPE-UM-VENDEDOR
                   VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND GREATER 999

           .
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA SUPERVISOR E GERENTE DO VENDEDOR - COM FILTRO DE EQUIPE *
      * O VENDEDOR DE OUTRA EQUIPE (OU SEM EQUIPE) SAI DO RELATORIO    *
      *----------------------------------------------------------------*
       2260-EQUIPE-UM-VENDEDOR         SECTION.

           IF WS-TAB-META(WS-IDX-VEND) GREATER ZEROS OR
              WS-TAB-REALIZADO(WS-IDX-VEND) GREATER ZEROS
              MOVE 4                   TO COD-FUNCAO-LNKG063
              MOVE WS-IDX-VEND         TO COD-MEMBRO-LNKG063
              COMPUTE DATA-REF-LNKG063 = ANO-MES-LNKG042 * 100 + 31

              CALL WS-PGFJF063         USING LNKG063L

              MOVE COD-SUPERVISOR-LNKG063
                                       TO WS-TAB-SUP(WS-IDX-VEND)
              MOVE COD-GERENTE-LNKG063 TO WS-TAB-GER(WS-IDX-VEND)

              IF COD-SUPERVISOR-LNKG042 GREATER ZEROS AND
                 COD-SUPERVISOR-LNKG042 NOT EQUAL
                 WS-TAB-SUP(WS-IDX-VEND)
                 MOVE ZEROS            TO WS-TAB-META(WS-IDX-VEND)
                                          WS-TAB-REALIZADO(WS-IDX-VEND)
              END-IF
           END-IF

           .
       2260-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA O PERCENTUAL DE ATINGIMENTO DE CADA VENDEDOR COM META  *
      * OU REALIZADO NO PERIODO                                        *
      *----------------------------------------------------------------*
                                       TO WS-DET-NOME-VEND
              END-IF

              PERFORM 2430-ACUMULA-EQUIPE

              MOVE WS-TAB-META(WS-IDX-MELHOR)
                                       TO WS-DET-META
              MOVE WS-TAB-REALIZADO(WS-IDX-MELHOR)
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA O VENDEDOR IMPRESSO NOS TOTAIS DA EQUIPE E DO GERENTE  *
      *----------------------------------------------------------------*
       2430-ACUMULA-EQUIPE             SECTION.

           MOVE WS-TAB-SUP(WS-IDX-MELHOR)
                                       TO WS-SUP-VEND
           MOVE WS-TAB-GER(WS-IDX-MELHOR)
                                       TO WS-GER-VEND

           IF WS-SUP-VEND              GREATER ZEROS
              ADD WS-TAB-META(WS-IDX-MELHOR) TO
                  WS-TAB-META-SUP(WS-SUP-VEND)
              ADD WS-TAB-REALIZADO(WS-IDX-MELHOR) TO
                  WS-TAB-REAL-SUP(WS-SUP-VEND)
           ELSE
              ADD WS-TAB-META(WS-IDX-MELHOR) TO
                  WS-META-SEM-EQUIPE
              ADD WS-TAB-REALIZADO(WS-IDX-MELHOR) TO
                  WS-REAL-SEM-EQUIPE
           END-IF

           IF WS-GER-VEND              GREATER ZEROS
              ADD WS-TAB-META(WS-IDX-MELHOR) TO
                  WS-TAB-META-GER(WS-GER-VEND)
              ADD WS-TAB-REALIZADO(WS-IDX-MELHOR) TO
                  WS-TAB-REAL-GER(WS-GER-VEND)
           END-IF

           .
       2430-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME OS TOTAIS POR REGIAO DO VENDEDOR                       *
      *----------------------------------------------------------------*
       2600-IMPRIME-REGIOES            SECTION.

           DISPLAY WS-CAB-2

           MOVE "REGIAO  "             TO WS-REG-ROTULO

           PERFORM 2610-IMPRIME-UMA-REGIAO
                   VARYING WS-IDX-REGIAO FROM 1 BY 1
                   UNTIL WS-IDX-REGIAO GREATER 999
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME OS TOTAIS POR EQUIPE (CODIGO DO SUPERVISOR) E O TOTAL  *
      * DOS VENDEDORES SEM EQUIPE VIGENTE NO PERIODO                   *
      *----------------------------------------------------------------*
       2700-IMPRIME-EQUIPES            SECTION.

           DISPLAY WS-CAB-3

           MOVE "SUPERV. "             TO WS-REG-ROTULO

           PERFORM 2710-IMPRIME-UMA-EQUIPE
                   VARYING WS-IDX-EQUIPE FROM 1 BY 1
                   UNTIL WS-IDX-EQUIPE GREATER 999

           IF WS-META-SEM-EQUIPE       GREATER ZEROS OR
              WS-REAL-SEM-EQUIPE       GREATER ZEROS
              MOVE WS-META-SEM-EQUIPE  TO WS-SEQ-META
              MOVE WS-REAL-SEM-EQUIPE  TO WS-SEQ-REALIZADO
              DISPLAY WS-DET-SEM-EQUIPE
           END-IF

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME O TOTAL DE UMA EQUIPE                                  *
      *----------------------------------------------------------------*
       2710-IMPRIME-UMA-EQUIPE         SECTION.

           IF WS-TAB-META-SUP(WS-IDX-EQUIPE) GREATER ZEROS OR
              WS-TAB-REAL-SUP(WS-IDX-EQUIPE) GREATER ZEROS
              MOVE WS-IDX-EQUIPE       TO WS-REG-COD
              MOVE WS-TAB-META-SUP(WS-IDX-EQUIPE)
                                       TO WS-REG-META
              MOVE WS-TAB-REAL-SUP(WS-IDX-EQUIPE)
                                       TO WS-REG-REALIZADO
              MOVE ZEROS               TO WS-PERC-REGIAO

              IF WS-TAB-META-SUP(WS-IDX-EQUIPE) GREATER ZEROS
                 COMPUTE WS-PERC-REGIAO ROUNDED =
                         WS-TAB-REAL-SUP(WS-IDX-EQUIPE) * 100
                         / WS-TAB-META-SUP(WS-IDX-EQUIPE)
              END-IF

              MOVE WS-PERC-REGIAO      TO WS-REG-PERC

              DISPLAY WS-DET-REGIAO
           END-IF

           .
       2710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME OS TOTAIS POR GERENTE REGIONAL                         *
      *----------------------------------------------------------------*
       2800-IMPRIME-GERENTES           SECTION.

           DISPLAY WS-CAB-4

           MOVE "GERENTE "             TO WS-REG-ROTULO

           PERFORM 2810-IMPRIME-UM-GERENTE
                   VARYING WS-IDX-EQUIPE FROM 1 BY 1
                   UNTIL WS-IDX-EQUIPE GREATER 999

           .
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME O TOTAL DE UM GERENTE REGIONAL                         *
      *----------------------------------------------------------------*
       2810-IMPRIME-UM-GERENTE         SECTION.

           IF WS-TAB-META-GER(WS-IDX-EQUIPE) GREATER ZEROS OR
              WS-TAB-REAL-GER(WS-IDX-EQUIPE) GREATER ZEROS
              MOVE WS-IDX-EQUIPE       TO WS-REG-COD
              MOVE WS-TAB-META-GER(WS-IDX-EQUIPE)
                                       TO WS-REG-META
              MOVE WS-TAB-REAL-GER(WS-IDX-EQUIPE)
                                       TO WS-REG-REALIZADO
              MOVE ZEROS               TO WS-PERC-REGIAO

              IF WS-TAB-META-GER(WS-IDX-EQUIPE) GREATER ZEROS
                 COMPUTE WS-PERC-REGIAO ROUNDED =
                         WS-TAB-REAL-GER(WS-IDX-EQUIPE) * 100
                         / WS-TAB-META-GER(WS-IDX-EQUIPE)
              END-IF

              MOVE WS-PERC-REGIAO      TO WS-REG-PERC

              DISPLAY WS-DET-REGIAO
           END-IF

           .
       2810-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
