      *                REGISTRADOS POR VENDEDOR QUE NAO DETINHA O      *
      *                CLIENTE NA ULTIMA DISTRIBUICAO                  *
      * ARQUIVOS.....: ArqPedido, ArqCliente, ArqVendedor,             *
      *                ArqUltimaDistribuicao, ArqEquipe (VIA           *
      *                PGFJF063P), ArqDevolucao, ArqItemPedido,        *
      *                ArqItemDevolucao                                *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                          *
      * 01/09/2026 FJF              PEDIDOS CANCELADOS SAEM DOS TOTAIS *
      *                             A TAXA DA FAIXA DO ACUMULADO DO    *
      *                             MES E A TAXA REDUZIDA DO PLANO     *
      *                             PARA OS PEDIDOS DIVERGENTES        *
      * 15/10/2026 FJF              TOTAIS POR EQUIPE (SUPERVISOR) E   *
      *                             POR GERENTE REGIONAL VIGENTES NO   *
      *                             FIM DO PERIODO (ArqEquipe VIA      *
      *                             PGFJF063P) E FILTRO OPCIONAL DE    *
      *                             UMA EQUIPE                         *
      * 15/10/2026 FJF              O VALOR VENDIDO (BASE DA           *
      *                             COMISSAO) PASSA A SER LIQUIDO DAS  *
      *                             DEVOLUCOES DO PEDIDO               *
      *                             (ArqDevolucao, PGFJF065P)          *
      * 15/10/2026 FJF              BONUS DE CAMPANHA DE VENDA         *
      *                             (VLR-BONUS-ITEM DOS ITENS MARCADOS *
      *                             NA DIGITACAO, PGFJF079P) SOMADO A  *
      *                             COMISSAO DO VENDEDOR E MOSTRADO EM *
      *                             LINHA PROPRIA - A PARTE DAS        *
      *                             UNIDADES DEVOLVIDAS DO ITEM        *
      *                             (ArqItemDevolucao) NAO PAGA BONUS  *
      * 15/10/2026 FJF              LINHA COMISSAO TOTAL (COMISSAO +   *
      *                             BONUS) POR VENDEDOR, QUE FECHA COM *
      *                             OS TOTAIS DE EQUIPE E GERENTE      *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PLC.

           SELECT ARQ-DEVOLUCAO      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-DEV
                                FILE STATUS IS WS-FL-STATUS-DEV.

           SELECT ARQ-ITEM-PED       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-ITEM
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-ITE.

           SELECT ARQ-ITEM-DEV       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-ITEM-DEV
                                FILE STATUS IS WS-FL-STATUS-IDV.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
           VALUE OF FILE-ID IS 'ArqPlanoComissao'.
       COPY "PLANCOM.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDevolucao'.
       COPY "DEVOLUC.CPY".

       FD  ARQ-ITEM-PED
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqItemPedido'.
       COPY "ITEMPED.CPY".

       FD  ARQ-ITEM-DEV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqItemDevolucao'.
       COPY "ITEMDEV.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-ANO-MES-PEDIDO           PIC  9(006)         VALUE ZEROS.
       77  WS-REGIAO-PEDIDO            PIC  9(003)         VALUE ZEROS.
       77  WS-FL-STATUS-PLC            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DEV            PIC  X(002)         VALUE "00".

      *----------------------------------------------------------------*
      * DEVOLUCOES DO PEDIDO - ABATIDAS DO VALOR VENDIDO               *
      *----------------------------------------------------------------*
       77  WS-VALOR-DEVOLVIDO          PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-VALOR-LIQUIDO            PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-SW-TEM-DEVOLUCAO         PIC  X(001)         VALUE "N".
           88  TEM-ARQ-DEVOLUCAO            VALUE "S".
       77  WS-SW-FIM-DEV               PIC  X(001)         VALUE "N".
           88  FIM-DEVOLUCAO                VALUE "S".

      *----------------------------------------------------------------*
      * BONUS DE CAMPANHA DOS ITENS DO PEDIDO - LIQUIDO DAS UNIDADES   *
      * DEVOLVIDAS                                                     *
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-ITE            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-IDV            PIC  X(002)         VALUE "00".
       77  WS-SW-TEM-ITEM-PED          PIC  X(001)         VALUE "N".
           88  TEM-ARQ-ITEM-PED             VALUE "S".
       77  WS-SW-TEM-ITEM-DEV          PIC  X(001)         VALUE "N".
           88  TEM-ARQ-ITEM-DEV             VALUE "S".
       77  WS-SW-FIM-ITE               PIC  X(001)         VALUE "N".
           88  FIM-ITEM-PEDIDO              VALUE "S".
       77  WS-SW-FIM-IDV               PIC  X(001)         VALUE "N".
           88  FIM-ITEM-DEVOLUCAO           VALUE "S".
       77  WS-BONUS-PEDIDO             PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-BONUS-ITEM-LIQ           PIC  9(007)V9(002)  VALUE ZEROS.
       77  WS-QTD-DEVOLVIDA-ITEM       PIC  9(007)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * EQUIPE VIGENTE DE CADA VENDEDOR (RESOLVIDA UMA VEZ POR         *
      * VENDEDOR) E TOTAIS POR EQUIPE E POR GERENTE REGIONAL           *
      *----------------------------------------------------------------*
       77  WS-DATA-REF-EQUIPE          PIC  9(008)         VALUE ZEROS.
       77  WS-VEND-EQUIPE              PIC  9(003)         VALUE ZEROS.
       77  WS-IDX-EQUIPE               PIC  9(005)         VALUE ZEROS.
       77  WS-SUP-VEND                 PIC  9(003)         VALUE ZEROS.
       77  WS-GER-VEND                 PIC  9(003)         VALUE ZEROS.
       77  WS-SW-EQUIPE-OK             PIC  X(001)         VALUE "S".
           88  EQUIPE-SELECIONADA           VALUE "S".

       01  WS-TAB-EQUIPE-VEND.
           05  WS-TAB-EQP-LIDA         PIC  X(001)
                                       OCCURS 999 TIMES
                                       VALUE "N".
           05  WS-TAB-SUP-VEND         PIC  9(003)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.
           05  WS-TAB-GER-VEND         PIC  9(003)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.

       01  WS-TAB-EQUIPE-COM.
           05  WS-TAB-QTD-PED-SUP      PIC  9(007)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.
           05  WS-TAB-VLR-PED-SUP      PIC  9(011)V9(002)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.
           05  WS-TAB-COM-SUP          PIC  9(011)V9(002)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.
           05  WS-TAB-QTD-PED-GER      PIC  9(007)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.
           05  WS-TAB-VLR-PED-GER      PIC  9(011)V9(002)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.
           05  WS-TAB-COM-GER          PIC  9(011)V9(002)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.
           05  WS-QTD-PED-SEM-EQP      PIC  9(007)         VALUE ZEROS.
           05  WS-VLR-PED-SEM-EQP      PIC  9(011)V9(002)  VALUE ZEROS.
           05  WS-COM-SEM-EQP          PIC  9(011)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * PLANO DE COMISSAO EM VIGOR NO PRIMEIRO DIA DO AAAAMM PEDIDO -  *
           05  WS-TAB-VLR-CAN-VEND     PIC  9(011)V9(002)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.
           05  WS-TAB-BON-VEND         PIC  9(011)V9(002)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.

       01  WS-TAB-REGIAO-COM.
           05  WS-TAB-QTD-PED-REG      PIC  9(005)
           05  WS-COM-TAXA-DIV         PIC  Z9,99.
           05  FILLER                  PIC  X(001)         VALUE "%".

       01  WS-RES-DET-BONUS.
           05  FILLER                  PIC  X(008)         VALUE SPACES.
           05  FILLER                  PIC  X(016)         VALUE
               "BONUS CAMPANHA: ".
           05  WS-BON-VALOR            PIC  ZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(025)         VALUE
               " (INCLUIDO NO TOTAL)".

       01  WS-RES-DET-COM-TOTAL.
           05  FILLER                  PIC  X(008)         VALUE SPACES.
           05  FILLER                  PIC  X(016)         VALUE
               "COMISSAO TOTAL: ".
           05  WS-CTT-VALOR            PIC  ZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(025)         VALUE
               " (COMISSAO + BONUS)".

       01  WS-RES-DET-CANCELADO.
           05  FILLER                  PIC  X(008)         VALUE SPACES.
           05  FILLER                  PIC  X(022)         VALUE
       01  WS-CAB-2                    PIC  X(078)         VALUE
           "TOTAIS POR REGIAO DO CLIENTE".

       01  WS-CAB-3                    PIC  X(078)         VALUE
           "TOTAIS POR EQUIPE (SUPERVISOR)".

       01  WS-CAB-4                    PIC  X(078)         VALUE
           "TOTAIS POR GERENTE REGIONAL".

       01  WS-CAB-FILTRO.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  FILLER                  PIC  X(030)         VALUE
               "SOMENTE A EQUIPE DO SUPERVISOR".
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-CAB-SUPERVISOR       PIC  ZZ9.

       01  WS-RES-DET-EQUIPE.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-RES-ROTULO-EQP       PIC  X(011).
           05  WS-RES-COD-EQP          PIC  ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  FILLER                  PIC  X(009)         VALUE
               "PEDIDOS: ".
           05  WS-RES-QTD-PED-EQP      PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  FILLER                  PIC  X(007)         VALUE
               "VALOR: ".
           05  WS-RES-VLR-PED-EQP      PIC  ZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(012)         VALUE
               "  COMISSAO: ".
           05  WS-RES-COM-EQP          PIC  ZZZZZZZZZ9,99.

      *----------------------------------------------------------------*
      * AREAS DE COMUNICAÇÃO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-PGFJF063                 PIC  X(009)         VALUE
           'PGFJF063P'.

       COPY LNKG063L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
           INITIALIZE WS-PLANO-GERAL
                      WS-TAB-PLANO-REGIAO

           IF ANO-MES-LNKG018          EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-REF-EQUIPE
           ELSE
              COMPUTE WS-DATA-REF-EQUIPE = ANO-MES-LNKG018 * 100 + 31
           END-IF

           .
       1000-EXIT.
           EXIT.
           MOVE ANO-MES-LNKG018        TO WS-CAB-ANO-MES
           DISPLAY WS-CAB-PERIODO

           IF COD-SUPERVISOR-LNKG018   GREATER ZEROS
              MOVE COD-SUPERVISOR-LNKG018
                                       TO WS-CAB-SUPERVISOR
              DISPLAY WS-CAB-FILTRO
           END-IF

           PERFORM 2200-LER-ARQ-PEDIDO

           PERFORM 2300-TRATA-PEDIDO UNTIL

           PERFORM 2600-IMPRIME-RESUMO-REGIAO

           PERFORM 2620-IMPRIME-RESUMO-EQUIPE

           PERFORM 2640-IMPRIME-RESUMO-GERENTE

           PERFORM 2700-CLOSE-ARQUIVOS

           MOVE ZEROS                  TO COD-RETORNO-LNKG018
              PERFORM 3000-FINALIZA
           END-IF

           MOVE "N"                    TO WS-SW-TEM-DEVOLUCAO

           OPEN INPUT ARQ-DEVOLUCAO

           IF WS-FL-STATUS-DEV         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-TEM-DEVOLUCAO
           END-IF

           MOVE "N"                    TO WS-SW-TEM-ITEM-PED
                                          WS-SW-TEM-ITEM-DEV

           OPEN INPUT ARQ-ITEM-PED

           IF WS-FL-STATUS-ITE         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-TEM-ITEM-PED
           END-IF

           OPEN INPUT ARQ-ITEM-DEV

           IF WS-FL-STATUS-IDV         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-TEM-ITEM-DEV
           END-IF

           .
       2100-EXIT.
           EXIT.

           MOVE DATA-PEDIDO(1:6)       TO WS-ANO-MES-PEDIDO

           MOVE "S"                    TO WS-SW-EQUIPE-OK

           IF COD-SUPERVISOR-LNKG018   GREATER ZEROS AND
              COD-VENDEDOR-PED         GREATER ZEROS
              MOVE COD-VENDEDOR-PED    TO WS-VEND-EQUIPE
              PERFORM 2360-RESOLVE-EQUIPE
              IF WS-TAB-SUP-VEND(COD-VENDEDOR-PED) NOT EQUAL
                 COD-SUPERVISOR-LNKG018
                 MOVE "N"              TO WS-SW-EQUIPE-OK
              END-IF
           END-IF

           IF (ANO-MES-LNKG018         EQUAL ZEROS OR
               WS-ANO-MES-PEDIDO       EQUAL ANO-MES-LNKG018)
              AND (COD-VEND-LNKG018    EQUAL ZEROS OR
               COD-VENDEDOR-PED        EQUAL COD-VEND-LNKG018)
              AND COD-VENDEDOR-PED     GREATER ZEROS
              AND EQUIPE-SELECIONADA
              IF PED-CANCELADO
                 ADD 1              TO
                     WS-TAB-QTD-CAN-VEND(COD-VENDEDOR-PED)
                 ADD VALOR-PEDIDO   TO
                     WS-TAB-VLR-CAN-VEND(COD-VENDEDOR-PED)
              ELSE
                 PERFORM 2310-SOMA-DEVOLVIDO

                 COMPUTE WS-VALOR-LIQUIDO = VALOR-PEDIDO
                                          - WS-VALOR-DEVOLVIDO

                 ADD 1                 TO WS-QTD-PEDIDOS

                 ADD 1              TO
                     WS-TAB-QTD-PED-VEND(COD-VENDEDOR-PED)
                 ADD WS-VALOR-LIQUIDO TO
                     WS-TAB-VLR-PED-VEND(COD-VENDEDOR-PED)

                 PERFORM 2320-SOMA-BONUS

                 ADD WS-BONUS-PEDIDO   TO
                     WS-TAB-BON-VEND(COD-VENDEDOR-PED)

                 PERFORM 2350-ACUMULA-REGIAO

                 PERFORM 2400-VERIFICA-DETENTOR
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA O VALOR DAS DEVOLUCOES REGISTRADAS PARA O PEDIDO LIDO     *
      *----------------------------------------------------------------*
       2310-SOMA-DEVOLVIDO             SECTION.

           MOVE ZEROS                  TO WS-VALOR-DEVOLVIDO

           IF TEM-ARQ-DEVOLUCAO
              MOVE NUM-PEDIDO          TO NUM-PEDIDO-DEV
              MOVE ZEROS               TO SEQ-DEV
              MOVE "N"                 TO WS-SW-FIM-DEV

              START ARQ-DEVOLUCAO KEY IS NOT LESS THAN CHAVE-DEV

              IF WS-FL-STATUS-DEV      NOT EQUAL ZEROS
                 MOVE "S"              TO WS-SW-FIM-DEV
              END-IF

              PERFORM 2315-LER-DEVOLUCAO UNTIL FIM-DEVOLUCAO
           END-IF

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A PROXIMA DEVOLUCAO DO PEDIDO E SOMA O VALOR                *
      *----------------------------------------------------------------*
       2315-LER-DEVOLUCAO              SECTION.

           READ ARQ-DEVOLUCAO NEXT RECORD

           IF WS-FL-STATUS-DEV         EQUAL ZEROS AND
              NUM-PEDIDO-DEV           EQUAL NUM-PEDIDO
              ADD VALOR-DEVOLUCAO      TO WS-VALOR-DEVOLVIDO
           ELSE
              MOVE "S"                 TO WS-SW-FIM-DEV
           END-IF

           .
       2315-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA O BONUS DE CAMPANHA DOS ITENS DO PEDIDO LIDO              *
      *----------------------------------------------------------------*
       2320-SOMA-BONUS                 SECTION.

           MOVE ZEROS                  TO WS-BONUS-PEDIDO

           IF TEM-ARQ-ITEM-PED
              MOVE NUM-PEDIDO          TO NUM-PEDIDO-ITEM
              MOVE ZEROS               TO SEQ-ITEM
              MOVE "N"                 TO WS-SW-FIM-ITE

              START ARQ-ITEM-PED KEY IS NOT LESS THAN CHAVE-ITEM

              IF WS-FL-STATUS-ITE      NOT EQUAL ZEROS
                 MOVE "S"              TO WS-SW-FIM-ITE
              END-IF

              PERFORM 2325-LER-ITEM-PEDIDO UNTIL FIM-ITEM-PEDIDO
           END-IF

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE O PROXIMO ITEM DO PEDIDO E SOMA O BONUS, DESCONTADA A PARTE *
      * DAS UNIDADES DEVOLVIDAS DO ITEM                                *
      *----------------------------------------------------------------*
       2325-LER-ITEM-PEDIDO            SECTION.

           READ ARQ-ITEM-PED NEXT RECORD

           IF WS-FL-STATUS-ITE         EQUAL ZEROS AND
              NUM-PEDIDO-ITEM          EQUAL NUM-PEDIDO
              IF VLR-BONUS-ITEM        GREATER ZEROS
                 PERFORM 2330-SOMA-ITEM-DEVOLVIDO

                 IF WS-QTD-DEVOLVIDA-ITEM NOT LESS QUANTIDADE-ITEM
                    MOVE ZEROS         TO WS-BONUS-ITEM-LIQ
                 ELSE
                    COMPUTE WS-BONUS-ITEM-LIQ ROUNDED =
                            VLR-BONUS-ITEM
                          * (QUANTIDADE-ITEM - WS-QTD-DEVOLVIDA-ITEM)
                          / QUANTIDADE-ITEM
                 END-IF

                 ADD WS-BONUS-ITEM-LIQ TO WS-BONUS-PEDIDO
              END-IF
           ELSE
              MOVE "S"                 TO WS-SW-FIM-ITE
           END-IF

           .
       2325-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA AS UNIDADES DEVOLVIDAS DO ITEM EM TODAS AS DEVOLUCOES DO  *
      * PEDIDO                                                         *
      *----------------------------------------------------------------*
       2330-SOMA-ITEM-DEVOLVIDO        SECTION.

           MOVE ZEROS                  TO WS-QTD-DEVOLVIDA-ITEM

           IF TEM-ARQ-ITEM-DEV
              MOVE NUM-PEDIDO          TO NUM-PEDIDO-IDV
              MOVE ZEROS               TO SEQ-DEV-IDV
                                          SEQ-ITEM-IDV
              MOVE "N"                 TO WS-SW-FIM-IDV

              START ARQ-ITEM-DEV KEY IS NOT LESS THAN CHAVE-ITEM-DEV

              IF WS-FL-STATUS-IDV      NOT EQUAL ZEROS
                 MOVE "S"              TO WS-SW-FIM-IDV
              END-IF

              PERFORM 2335-LER-ITEM-DEVOLUCAO UNTIL FIM-ITEM-DEVOLUCAO
           END-IF

           .
       2330-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE O PROXIMO ITEM DEVOLVIDO DO PEDIDO E SOMA A QUANTIDADE DO   *
      * ITEM EM TRATAMENTO                                             *
      *----------------------------------------------------------------*
       2335-LER-ITEM-DEVOLUCAO         SECTION.

           READ ARQ-ITEM-DEV NEXT RECORD

           IF WS-FL-STATUS-IDV         EQUAL ZEROS AND
              NUM-PEDIDO-IDV           EQUAL NUM-PEDIDO
              IF SEQ-ITEM-IDV          EQUAL SEQ-ITEM
                 ADD QUANTIDADE-IDV    TO WS-QTD-DEVOLVIDA-ITEM
              END-IF
           ELSE
              MOVE "S"                 TO WS-SW-FIM-IDV
           END-IF

           .
       2335-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA O PEDIDO NA REGIAO DO CLIENTE                          *
      *----------------------------------------------------------------*
       2350-ACUMULA-REGIAO             SECTION.
           IF WS-REGIAO-PEDIDO         GREATER ZEROS
              ADD 1                 TO
                  WS-TAB-QTD-PED-REG(WS-REGIAO-PEDIDO)
              ADD WS-VALOR-LIQUIDO  TO
                  WS-TAB-VLR-PED-REG(WS-REGIAO-PEDIDO)
           END-IF

       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESOLVE (UMA VEZ POR VENDEDOR) O SUPERVISOR E O GERENTE        *
      * REGIONAL VIGENTES NO FIM DO PERIODO                            *
      *----------------------------------------------------------------*
       2360-RESOLVE-EQUIPE             SECTION.

           IF WS-TAB-EQP-LIDA(WS-VEND-EQUIPE) EQUAL "N"
              MOVE 4                   TO COD-FUNCAO-LNKG063
              MOVE WS-VEND-EQUIPE      TO COD-MEMBRO-LNKG063
              MOVE WS-DATA-REF-EQUIPE  TO DATA-REF-LNKG063

              CALL WS-PGFJF063         USING LNKG063L

              MOVE COD-SUPERVISOR-LNKG063
                                 TO WS-TAB-SUP-VEND(WS-VEND-EQUIPE)
              MOVE COD-GERENTE-LNKG063
                                 TO WS-TAB-GER-VEND(WS-VEND-EQUIPE)
              MOVE "S"           TO WS-TAB-EQP-LIDA(WS-VEND-EQUIPE)
           END-IF

           .
       2360-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APONTA O PEDIDO CUJO VENDEDOR NAO DETINHA O CLIENTE NA ULTIMA  *
      * DISTRIBUICAO - A COMPARACAO E CONTRA A ATRIBUICAO VIGENTE NO   *
      * ArqUltimaDistribuicao, QUE GUARDA SO O ESTADO MAIS RECENTE     *
              ADD 1                    TO WS-QTD-DIVERGENTES
              ADD 1                 TO
                  WS-TAB-QTD-DIV-VEND(COD-VENDEDOR-PED)
              ADD WS-VALOR-LIQUIDO  TO
                  WS-TAB-VLR-DIV-VEND(COD-VENDEDOR-PED)

              MOVE NUM-PEDIDO          TO WS-DET-DIV-NUM

              DISPLAY WS-RES-DET-VEND

              MOVE ZEROS               TO WS-COMISSAO

              IF TEM-PLANO AND
                 WS-TAB-VLR-PED-VEND(WS-IDX-VEND) GREATER ZEROS
                 PERFORM 2520-CALCULA-COMISSAO
              END-IF

              IF WS-TAB-BON-VEND(WS-IDX-VEND) GREATER ZEROS
                 ADD WS-TAB-BON-VEND(WS-IDX-VEND)
                                       TO WS-COMISSAO
                 MOVE WS-TAB-BON-VEND(WS-IDX-VEND)
                                       TO WS-BON-VALOR
                 DISPLAY WS-RES-DET-BONUS
                 MOVE WS-COMISSAO      TO WS-CTT-VALOR
                 DISPLAY WS-RES-DET-COM-TOTAL
              END-IF

              PERFORM 2540-ACUMULA-EQUIPE

              IF WS-TAB-QTD-CAN-VEND(WS-IDX-VEND) GREATER ZEROS
                 MOVE WS-TAB-QTD-CAN-VEND(WS-IDX-VEND)
                                       TO WS-CAN-QTD
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA O VENDEDOR IMPRESSO NOS TOTAIS DA EQUIPE E DO GERENTE  *
      *----------------------------------------------------------------*
       2540-ACUMULA-EQUIPE             SECTION.

           MOVE WS-IDX-VEND            TO WS-VEND-EQUIPE
           PERFORM 2360-RESOLVE-EQUIPE

           MOVE WS-TAB-SUP-VEND(WS-IDX-VEND)
                                       TO WS-SUP-VEND
           MOVE WS-TAB-GER-VEND(WS-IDX-VEND)
                                       TO WS-GER-VEND

           IF WS-SUP-VEND              GREATER ZEROS
              ADD WS-TAB-QTD-PED-VEND(WS-IDX-VEND) TO
                  WS-TAB-QTD-PED-SUP(WS-SUP-VEND)
              ADD WS-TAB-VLR-PED-VEND(WS-IDX-VEND) TO
                  WS-TAB-VLR-PED-SUP(WS-SUP-VEND)
              ADD WS-COMISSAO          TO WS-TAB-COM-SUP(WS-SUP-VEND)
           ELSE
              ADD WS-TAB-QTD-PED-VEND(WS-IDX-VEND) TO
                  WS-QTD-PED-SEM-EQP
              ADD WS-TAB-VLR-PED-VEND(WS-IDX-VEND) TO
                  WS-VLR-PED-SEM-EQP
              ADD WS-COMISSAO          TO WS-COM-SEM-EQP
           END-IF

           IF WS-GER-VEND              GREATER ZEROS
              ADD WS-TAB-QTD-PED-VEND(WS-IDX-VEND) TO
                  WS-TAB-QTD-PED-GER(WS-GER-VEND)
              ADD WS-TAB-VLR-PED-VEND(WS-IDX-VEND) TO
                  WS-TAB-VLR-PED-GER(WS-GER-VEND)
              ADD WS-COMISSAO          TO WS-TAB-COM-GER(WS-GER-VEND)
           END-IF

           .
       2540-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESUMO POR REGIAO DO CLIENTE                                   *
      *----------------------------------------------------------------*
       2600-IMPRIME-RESUMO-REGIAO      SECTION.
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESUMO POR EQUIPE (CODIGO DO SUPERVISOR) E DOS VENDEDORES SEM  *
      * EQUIPE VIGENTE NO PERIODO                                      *
      *----------------------------------------------------------------*
       2620-IMPRIME-RESUMO-EQUIPE      SECTION.

           DISPLAY WS-CAB-3

           MOVE "SUPERVISOR "          TO WS-RES-ROTULO-EQP

           PERFORM 2630-IMPRIME-EQUIPE
                   VARYING WS-IDX-EQUIPE FROM 1 BY 1
                   UNTIL WS-IDX-EQUIPE GREATER 999

           IF WS-QTD-PED-SEM-EQP       GREATER ZEROS
              MOVE "SEM EQUIPE "       TO WS-RES-ROTULO-EQP
              MOVE ZEROS               TO WS-RES-COD-EQP
              MOVE WS-QTD-PED-SEM-EQP  TO WS-RES-QTD-PED-EQP
              MOVE WS-VLR-PED-SEM-EQP  TO WS-RES-VLR-PED-EQP
              MOVE WS-COM-SEM-EQP      TO WS-RES-COM-EQP

              DISPLAY WS-RES-DET-EQUIPE
           END-IF

           .
       2620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRESSAO DO RESUMO DE UMA EQUIPE                              *
      *----------------------------------------------------------------*
       2630-IMPRIME-EQUIPE             SECTION.

           IF WS-TAB-QTD-PED-SUP(WS-IDX-EQUIPE) GREATER ZEROS
              MOVE WS-IDX-EQUIPE       TO WS-RES-COD-EQP
              MOVE WS-TAB-QTD-PED-SUP(WS-IDX-EQUIPE)
                                       TO WS-RES-QTD-PED-EQP
              MOVE WS-TAB-VLR-PED-SUP(WS-IDX-EQUIPE)
                                       TO WS-RES-VLR-PED-EQP
              MOVE WS-TAB-COM-SUP(WS-IDX-EQUIPE)
                                       TO WS-RES-COM-EQP

              DISPLAY WS-RES-DET-EQUIPE
           END-IF

           .
       2630-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESUMO POR GERENTE REGIONAL                                    *
      *----------------------------------------------------------------*
       2640-IMPRIME-RESUMO-GERENTE     SECTION.

           DISPLAY WS-CAB-4

           MOVE "GERENTE    "          TO WS-RES-ROTULO-EQP

           PERFORM 2650-IMPRIME-GERENTE
                   VARYING WS-IDX-EQUIPE FROM 1 BY 1
                   UNTIL WS-IDX-EQUIPE GREATER 999

           .
       2640-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRESSAO DO RESUMO DE UM GERENTE REGIONAL                     *
      *----------------------------------------------------------------*
       2650-IMPRIME-GERENTE            SECTION.

           IF WS-TAB-QTD-PED-GER(WS-IDX-EQUIPE) GREATER ZEROS
              MOVE WS-IDX-EQUIPE       TO WS-RES-COD-EQP
              MOVE WS-TAB-QTD-PED-GER(WS-IDX-EQUIPE)
                                       TO WS-RES-QTD-PED-EQP
              MOVE WS-TAB-VLR-PED-GER(WS-IDX-EQUIPE)
                                       TO WS-RES-VLR-PED-EQP
              MOVE WS-TAB-COM-GER(WS-IDX-EQUIPE)
                                       TO WS-RES-COM-EQP

              DISPLAY WS-RES-DET-EQUIPE
           END-IF

           .
       2650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DOS ARQUIVOS DE ENTRADA                             *
      *----------------------------------------------------------------*
       2700-CLOSE-ARQUIVOS             SECTION.
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-ULT-DISTRIB

           IF TEM-ARQ-DEVOLUCAO
              CLOSE ARQ-DEVOLUCAO
           END-IF

           IF TEM-ARQ-ITEM-PED
              CLOSE ARQ-ITEM-PED
           END-IF

           IF TEM-ARQ-ITEM-DEV
              CLOSE ARQ-ITEM-DEV
           END-IF

           .
       2700-EXIT.
           EXIT.
