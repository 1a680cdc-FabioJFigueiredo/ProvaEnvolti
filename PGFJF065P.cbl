       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF065P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF065P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: DEVOLUCOES E NOTAS DE CREDITO DE PEDIDOS        *
      *                FATURADOS: FUNCAO 0 CONSULTA O PEDIDO E SEUS    *
      *                ITENS COM A QUANTIDADE JA DEVOLVIDA; FUNCAO 1   *
      *                REGISTRA A DEVOLUCAO (NOTA DE CREDITO), DEVOLVE *
      *                A MERCADORIA AO ESTOQUE (PGFJF060P), ABATE O    *
      *                VALOR DO SALDO EM ABERTO DO TITULO DO PEDIDO E  *
      *                GUARDA O EXCEDENTE COMO CREDITO DO CLIENTE;     *
      *                FUNCAO 2 EMITE O RELATORIO MENSAL DE DEVOLUCOES *
      *                POR VENDEDOR E MOTIVO                           *
      * ARQUIVOS.....: ArqPedido, ArqItemPedido, ArqDevolucao,         *
      *                ArqItemDevolucao, ArqTitulo, ArqAuditoria,      *
      *                ArqVendedor, ArqRelDevolucao, ArqEventoContabil *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                          *
      * 15/10/2026 FJF              DEVOLUCAO REGISTRADA GRAVA O       *
      *                             EVENTO CONTABIL 'D' PELO VALOR     *
      *                             DEVOLVIDO, PARA A EXPORTACAO DA    *
      *                             CONTABILIDADE (PGFJF069P)          *
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
           SELECT ARQ-PEDIDO         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-PEDIDO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PED.

           SELECT ARQ-ITEM-PED       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-ITEM
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-ITE.

           SELECT ARQ-DEVOLUCAO      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-DEV
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-DEV.

           SELECT ARQ-ITEM-DEV       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-ITEM-DEV
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-IDV.

           SELECT ARQ-TITULO         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-TITULO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TIT.

           SELECT ARQ-AUDITORIA      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-AUD.

           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR
                       ALTERNATE RECORD KEY IS CPF
                       ALTERNATE RECORD KEY IS NOME-VENDEDOR
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.

           SELECT ARQ-REL-DEVOLUCAO  ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

           SELECT ARQ-EVENTO-CTB     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-EVC.

           SELECT ARQ-SORT-DEV       ASSIGN TO DISK.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-ITEM-PED
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqItemPedido'.
       COPY "ITEMPED.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDevolucao'.
       COPY "DEVOLUC.CPY".

       FD  ARQ-ITEM-DEV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqItemDevolucao'.
       COPY "ITEMDEV.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTitulo'.
       COPY "TITULO.CPY".

       FD  ARQ-AUDITORIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqAuditoria'.
       COPY "AUDIT.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "VENDEDOR.CPY".

       FD  ARQ-REL-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRelDevolucao'.
       COPY "RELDEV.CPY".

       FD  ARQ-EVENTO-CTB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqEventoContabil'.
       COPY "EVTCTB.CPY".

       SD  ARQ-SORT-DEV.
       01  REG-SORT-DEV.
           05  SRT-COD-VENDEDOR        PIC  9(003).
           05  SRT-COD-MOTIVO          PIC  X(001).
           05  SRT-NUM-PEDIDO          PIC  9(009).
           05  SRT-SEQ-DEV             PIC  9(002).
           05  SRT-COD-CLIENTE         PIC  9(007).
           05  SRT-DATA-DEVOLUCAO      PIC  9(008).
           05  SRT-VALOR-DEVOLUCAO     PIC  9(009)V9(002).
           05  SRT-VALOR-ABATIDO       PIC  9(009)V9(002).
           05  SRT-VALOR-CREDITO       PIC  9(009)V9(002).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-PED            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-ITE            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DEV            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-IDV            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TIT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-AUD            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-EVC            PIC  X(002)         VALUE "00".

       77  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       77  WS-IDX-ITEM                 PIC  9(003)         VALUE ZEROS.
       77  WS-IDX-MOTIVO               PIC  9(001)         VALUE ZEROS.
       77  WS-ED-VALOR                 PIC  ZZZZZZZZ9,99.
       77  WS-ED-SEQ                   PIC  99.

      *----------------------------------------------------------------*
      * DEVOLUCAO EM REGISTRO - QUANTIDADES INFORMADAS PELO OPERADOR,  *
      * ULTIMA SEQUENCIA DE DEVOLUCAO DO PEDIDO E RATEIO DO VALOR      *
      * ENTRE O TITULO E O CREDITO DO CLIENTE                          *
      *----------------------------------------------------------------*
       01  WS-TAB-INFORMADO.
           05  WS-INF-ITEM             OCCURS 5 TIMES.
               10  WS-INF-SEQ-ITEM     PIC  9(003).
               10  WS-INF-QTD          PIC  9(005).

       77  WS-ULTIMA-SEQ-DEV           PIC  9(002)         VALUE ZEROS.
       77  WS-VALOR-DEVOLUCAO          PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-VALOR-LINHA              PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-VALOR-ABATIDO            PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-VALOR-CREDITO            PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-SALDO-TITULO             PIC S9(009)V9(002)  VALUE ZEROS.
       77  WS-SALDO-PEDIDO             PIC S9(009)V9(002)  VALUE ZEROS.
       77  WS-QTD-ERRO-ESTOQUE         PIC  9(003)         VALUE ZEROS.
       77  WS-SW-FIM-DEV               PIC  X(001)         VALUE "N".
           88  FIM-DEVOLUCAO                VALUE "S".
       77  WS-SW-ITEM-DEV-ABERTO       PIC  X(001)         VALUE "N".
           88  ITEM-DEV-ABERTO              VALUE "S".
       77  WS-SW-DEV-ABERTO            PIC  X(001)         VALUE "N".
           88  DEV-ABERTO                   VALUE "S".

      *----------------------------------------------------------------*
      * RELATORIO MENSAL - QUEBRAS E TOTAIS POR MOTIVO, VENDEDOR E     *
      * GERAL; TOTAIS GERAIS POR MOTIVO PARA O RESUMO FINAL            *
      *----------------------------------------------------------------*
       77  WS-SW-FIM-SORT              PIC  X(001)         VALUE "N".
           88  FIM-SORT                     VALUE "S".
       77  WS-SW-VENDEDOR-ABERTO       PIC  X(001)         VALUE "N".
           88  VENDEDOR-ABERTO              VALUE "S".
       77  WS-VEND-CORRENTE            PIC  9(003)         VALUE ZEROS.
       77  WS-MOTIVO-CORRENTE          PIC  X(001)         VALUE SPACES.
       77  WS-MOTIVO-BUSCA             PIC  X(001)         VALUE SPACES.
       77  WS-QTD-MOTIVO               PIC  9(007)         VALUE ZEROS.
       77  WS-VLR-MOTIVO               PIC  9(011)V9(002)  VALUE ZEROS.
       77  WS-QTD-VENDEDOR             PIC  9(007)         VALUE ZEROS.
       77  WS-VLR-VENDEDOR             PIC  9(011)V9(002)  VALUE ZEROS.
       77  WS-QTD-GERAL                PIC  9(007)         VALUE ZEROS.
       77  WS-VLR-GERAL                PIC  9(011)V9(002)  VALUE ZEROS.
       77  WS-VLR-ABATIDO-GERAL        PIC  9(011)V9(002)  VALUE ZEROS.
       77  WS-VLR-CREDITO-GERAL        PIC  9(011)V9(002)  VALUE ZEROS.

       01  WS-TAB-MOTIVOS.
           05  FILLER                  PIC  X(017)         VALUE
               "AAVARIA          ".
           05  FILLER                  PIC  X(017)         VALUE
               "EERRO DE PEDIDO  ".
           05  FILLER                  PIC  X(017)         VALUE
               "VVALIDADE        ".
           05  FILLER                  PIC  X(017)         VALUE
               "DDESISTENCIA     ".
           05  FILLER                  PIC  X(017)         VALUE
               "OOUTROS          ".
       01  FILLER                      REDEFINES WS-TAB-MOTIVOS.
           05  WS-MOT-ITEM             OCCURS 5 TIMES.
               10  WS-MOT-CODIGO       PIC  X(001).
               10  WS-MOT-DESCRICAO    PIC  X(016).

       01  WS-TAB-TOT-MOTIVOS.
           05  WS-TMT-ITEM             OCCURS 5 TIMES.
               10  WS-TMT-QTD          PIC  9(007).
               10  WS-TMT-VALOR        PIC  9(011)V9(002).

       01  WS-ANO-MES-EDICAO.
           05  WS-AME-ANO              PIC  9(004).
           05  WS-AME-MES              PIC  9(002).

       01  WS-LIN-SEPARADOR            PIC  X(132)         VALUE ALL
           "-".

       01  WS-LIN-CAB-VEND.
           05  FILLER                  PIC  X(018)         VALUE
               "DEVOLUCOES DO MES ".
           05  WS-CAB-MES              PIC  9(002).
           05  FILLER                  PIC  X(001)         VALUE "/".
           05  WS-CAB-ANO              PIC  9(004).
           05  FILLER                  PIC  X(013)         VALUE
               " - VENDEDOR: ".
           05  WS-CAB-COD-VEND         PIC  ZZ9.
           05  FILLER                  PIC  X(003)         VALUE " - ".
           05  WS-CAB-NOME-VEND        PIC  X(040).

       01  WS-LIN-CAB-COLUNAS.
           05  FILLER                  PIC  X(018)         VALUE
               "MOTIVO".
           05  FILLER                  PIC  X(014)         VALUE
               "PEDIDO    SEQ".
           05  FILLER                  PIC  X(018)         VALUE
               "CLIENTE  DATA".
           05  FILLER                  PIC  X(014)         VALUE
               "    DEVOLVIDO".
           05  FILLER                  PIC  X(014)         VALUE
               "      ABATIDO".
           05  FILLER                  PIC  X(014)         VALUE
               "      CREDITO".

       01  WS-LIN-DETALHE.
           05  WS-DET-MOTIVO           PIC  X(016).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-PEDIDO           PIC  9(009).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-SEQ              PIC  99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-CLIENTE          PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-DATA             PIC  9(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-VALOR            PIC  ZZZZZZZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-ABATIDO          PIC  ZZZZZZZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-CREDITO          PIC  ZZZZZZZZ9,99.

       01  WS-LIN-TOT-MOTIVO.
           05  FILLER                  PIC  X(007)         VALUE
               "  SUB: ".
           05  WS-TMO-DESCRICAO        PIC  X(016).
           05  FILLER                  PIC  X(012)         VALUE
               " DEVOLUCOES:".
           05  WS-TMO-QTD              PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(008)         VALUE
               " VALOR: ".
           05  WS-TMO-VALOR            PIC  ZZZZZZZZZZ9,99.

       01  WS-LIN-TOT-VEND.
           05  FILLER                  PIC  X(023)         VALUE
               "TOTAL DO VENDEDOR......".
           05  FILLER                  PIC  X(012)         VALUE
               " DEVOLUCOES:".
           05  WS-TVE-QTD              PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(008)         VALUE
               " VALOR: ".
           05  WS-TVE-VALOR            PIC  ZZZZZZZZZZ9,99.

       01  WS-LIN-CAB-RESUMO.
           05  FILLER                  PIC  X(024)         VALUE
               "RESUMO DO MES POR MOTIVO".

       01  WS-LIN-TOT-GERAL.
           05  FILLER                  PIC  X(023)         VALUE
               "TOTAL GERAL............".
           05  FILLER                  PIC  X(012)         VALUE
               " DEVOLUCOES:".
           05  WS-TGE-QTD              PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(008)         VALUE
               " VALOR: ".
           05  WS-TGE-VALOR            PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(010)         VALUE
               " ABATIDO: ".
           05  WS-TGE-ABATIDO          PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(010)         VALUE
               " CREDITO: ".
           05  WS-TGE-CREDITO          PIC  ZZZZZZZZZZ9,99.

      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-PGFJF060                 PIC  X(009)         VALUE
           'PGFJF060P'.

       COPY LNKG060L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG065L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG065L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO                                        *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-LNKG065
           MOVE SPACES                 TO MSG-RETORNO-LNKG065

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-HOJE

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-LNKG065
               WHEN 0
                    PERFORM 2100-CONSULTA-PEDIDO
               WHEN 1
                    PERFORM 2200-REGISTRA-DEVOLUCAO
               WHEN 2
                    PERFORM 2700-RELATORIO-MENSAL
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-LNKG065
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-LNKG065
                    PERFORM 3000-FINALIZA
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 0 - CONSULTA O PEDIDO FATURADO, SEUS ITENS E O QUE JA   *
      * FOI DEVOLVIDO DELE                                             *
      *----------------------------------------------------------------*
       2100-CONSULTA-PEDIDO            SECTION.

           PERFORM 2110-LE-PEDIDO

           PERFORM 2120-CARREGA-ITENS

           PERFORM 2140-SOMA-DEVOLVIDO

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE O PEDIDO - SO PEDIDO FATURADO ACEITA DEVOLUCAO              *
      *----------------------------------------------------------------*
       2110-LE-PEDIDO                  SECTION.

           OPEN INPUT ARQ-PEDIDO

           IF WS-FL-STATUS-PED         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG065
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDO"
                                       TO MSG-RETORNO-LNKG065
              PERFORM 3000-FINALIZA
           END-IF

           MOVE NUM-PEDIDO-LNKG065     TO NUM-PEDIDO

           READ ARQ-PEDIDO

           IF WS-FL-STATUS-PED         NOT EQUAL ZEROS
              CLOSE ARQ-PEDIDO
              MOVE 1                   TO COD-RETORNO-LNKG065
              MOVE "PEDIDO NAO ENCONTRADO"
                                       TO MSG-RETORNO-LNKG065
              PERFORM 3000-FINALIZA
           END-IF

           CLOSE ARQ-PEDIDO

           IF NOT PED-FATURADO
              MOVE 1                   TO COD-RETORNO-LNKG065
              MOVE "SO PEDIDO FATURADO PODE SER DEVOLVIDO"
                                       TO MSG-RETORNO-LNKG065
              PERFORM 3000-FINALIZA
           END-IF

           MOVE COD-CLIENTE-PED        TO COD-CLIENTE-LNKG065
           MOVE COD-VENDEDOR-PED       TO COD-VENDEDOR-LNKG065
           MOVE DATA-PEDIDO            TO DATA-PEDIDO-LNKG065
           MOVE VALOR-PEDIDO           TO VALOR-PEDIDO-LNKG065

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA OS ITENS DO PEDIDO NA AREA DE COMUNICACAO              *
      *----------------------------------------------------------------*
       2120-CARREGA-ITENS              SECTION.

           MOVE ZEROS                  TO QTD-ITENS-LNKG065

           PERFORM 2125-LIMPA-ITEM
                   VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM GREATER 5

           OPEN INPUT ARQ-ITEM-PED

           IF WS-FL-STATUS-ITE         EQUAL ZEROS
              MOVE NUM-PEDIDO-LNKG065  TO NUM-PEDIDO-ITEM
              MOVE ZEROS               TO SEQ-ITEM

              START ARQ-ITEM-PED KEY IS NOT LESS THAN CHAVE-ITEM

              IF WS-FL-STATUS-ITE      EQUAL ZEROS
                 PERFORM 2130-CARREGA-UM-ITEM
                         UNTIL WS-FL-STATUS-ITE NOT EQUAL "00"
              END-IF

              CLOSE ARQ-ITEM-PED
           END-IF

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LIMPA UMA LINHA DA TABELA DE ITENS DA AREA DE COMUNICACAO      *
      *----------------------------------------------------------------*
       2125-LIMPA-ITEM                 SECTION.

           MOVE ZEROS                  TO SEQ-ITEM-LNKG065(WS-IDX-ITEM)
                                     COD-PRODUTO-LNKG065(WS-IDX-ITEM)
                                     QTD-VENDIDA-LNKG065(WS-IDX-ITEM)
                                      QTD-JA-DEV-LNKG065(WS-IDX-ITEM)
                                    QTD-DEVOLVER-LNKG065(WS-IDX-ITEM)
                                      PRECO-ITEM-LNKG065(WS-IDX-ITEM)

           .
       2125-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE UM ITEM DO PEDIDO E GUARDA NA AREA DE COMUNICACAO           *
      *----------------------------------------------------------------*
       2130-CARREGA-UM-ITEM            SECTION.

           READ ARQ-ITEM-PED NEXT RECORD

           IF WS-FL-STATUS-ITE         EQUAL ZEROS
              IF NUM-PEDIDO-ITEM       EQUAL NUM-PEDIDO-LNKG065
                 AND QTD-ITENS-LNKG065 LESS 5
                 ADD 1                 TO QTD-ITENS-LNKG065
                 MOVE SEQ-ITEM         TO
                      SEQ-ITEM-LNKG065(QTD-ITENS-LNKG065)
                 MOVE COD-PRODUTO-ITEM TO
                      COD-PRODUTO-LNKG065(QTD-ITENS-LNKG065)
                 MOVE QUANTIDADE-ITEM  TO
                      QTD-VENDIDA-LNKG065(QTD-ITENS-LNKG065)
                 MOVE PRECO-UNIT-ITEM  TO
                      PRECO-ITEM-LNKG065(QTD-ITENS-LNKG065)
              ELSE
                 MOVE "10"             TO WS-FL-STATUS-ITE
              END-IF
           END-IF

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA O QUE JA FOI DEVOLVIDO DO PEDIDO: VALOR E ULTIMA          *
      * SEQUENCIA NO ArqDevolucao, QUANTIDADE POR ITEM NO              *
      * ArqItemDevolucao                                               *
      *----------------------------------------------------------------*
       2140-SOMA-DEVOLVIDO             SECTION.

           MOVE ZEROS                  TO VALOR-JA-DEVOLVIDO-LNKG065
                                          WS-ULTIMA-SEQ-DEV

           OPEN INPUT ARQ-DEVOLUCAO

           IF WS-FL-STATUS-DEV         EQUAL ZEROS
              MOVE NUM-PEDIDO-LNKG065  TO NUM-PEDIDO-DEV
              MOVE ZEROS               TO SEQ-DEV
              MOVE "N"                 TO WS-SW-FIM-DEV

              START ARQ-DEVOLUCAO KEY IS NOT LESS THAN CHAVE-DEV

              IF WS-FL-STATUS-DEV      NOT EQUAL ZEROS
                 MOVE "S"              TO WS-SW-FIM-DEV
              END-IF

              PERFORM 2150-SOMA-UMA-DEVOLUCAO UNTIL FIM-DEVOLUCAO

              CLOSE ARQ-DEVOLUCAO
           END-IF

           OPEN INPUT ARQ-ITEM-DEV

           IF WS-FL-STATUS-IDV         EQUAL ZEROS
              MOVE NUM-PEDIDO-LNKG065  TO NUM-PEDIDO-IDV
              MOVE ZEROS               TO SEQ-DEV-IDV
                                          SEQ-ITEM-IDV
              MOVE "N"                 TO WS-SW-FIM-DEV

              START ARQ-ITEM-DEV KEY IS NOT LESS THAN CHAVE-ITEM-DEV

              IF WS-FL-STATUS-IDV      NOT EQUAL ZEROS
                 MOVE "S"              TO WS-SW-FIM-DEV
              END-IF

              PERFORM 2160-SOMA-UM-ITEM-DEV UNTIL FIM-DEVOLUCAO

              CLOSE ARQ-ITEM-DEV
           END-IF

           .
       2140-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A PROXIMA DEVOLUCAO DO PEDIDO E SOMA O VALOR                *
      *----------------------------------------------------------------*
       2150-SOMA-UMA-DEVOLUCAO         SECTION.

           READ ARQ-DEVOLUCAO NEXT RECORD

           IF WS-FL-STATUS-DEV         EQUAL ZEROS AND
              NUM-PEDIDO-DEV           EQUAL NUM-PEDIDO-LNKG065
              ADD VALOR-DEVOLUCAO      TO VALOR-JA-DEVOLVIDO-LNKG065
              MOVE SEQ-DEV             TO WS-ULTIMA-SEQ-DEV
           ELSE
              MOVE "S"                 TO WS-SW-FIM-DEV
           END-IF

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE O PROXIMO ITEM DEVOLVIDO DO PEDIDO E SOMA A QUANTIDADE NA   *
      * LINHA DO ITEM DE MESMA SEQUENCIA                               *
      *----------------------------------------------------------------*
       2160-SOMA-UM-ITEM-DEV           SECTION.

           READ ARQ-ITEM-DEV NEXT RECORD

           IF WS-FL-STATUS-IDV         EQUAL ZEROS AND
              NUM-PEDIDO-IDV           EQUAL NUM-PEDIDO-LNKG065
              PERFORM 2165-ACHA-ITEM-DEV
                      VARYING WS-IDX-ITEM FROM 1 BY 1
                      UNTIL WS-IDX-ITEM GREATER QTD-ITENS-LNKG065
           ELSE
              MOVE "S"                 TO WS-SW-FIM-DEV
           END-IF

           .
       2160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA A QUANTIDADE DEVOLVIDA NA LINHA DO ITEM CORRESPONDENTE    *
      *----------------------------------------------------------------*
       2165-ACHA-ITEM-DEV              SECTION.

           IF SEQ-ITEM-LNKG065(WS-IDX-ITEM) EQUAL SEQ-ITEM-IDV
              ADD QUANTIDADE-IDV       TO
                  QTD-JA-DEV-LNKG065(WS-IDX-ITEM)
           END-IF

           .
       2165-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 1 - REGISTRA A DEVOLUCAO: CONFERE AS QUANTIDADES CONTRA *
      * O SALDO AINDA NAO DEVOLVIDO, GRAVA A NOTA DE CREDITO E OS      *
      * ITENS, ABATE O TITULO, DEVOLVE AO ESTOQUE E AUDITA             *
      *----------------------------------------------------------------*
       2200-REGISTRA-DEVOLUCAO         SECTION.

           PERFORM 2205-GUARDA-INFORMADO
                   VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM GREATER 5

           PERFORM 2100-CONSULTA-PEDIDO

           MOVE COD-MOTIVO-LNKG065     TO COD-MOTIVO-DEV

           IF NOT DEV-MOTIVO-VALIDO
              MOVE 1                   TO COD-RETORNO-LNKG065
              MOVE "MOTIVO INVALIDO - USE A, E, V, D OU O"
                                       TO MSG-RETORNO-LNKG065
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-ULTIMA-SEQ-DEV        EQUAL 99
              MOVE 1                   TO COD-RETORNO-LNKG065
              MOVE "LIMITE DE DEVOLUCOES DO PEDIDO ATINGIDO"
                                       TO MSG-RETORNO-LNKG065
              PERFORM 3000-FINALIZA
           END-IF

           MOVE ZEROS                  TO WS-VALOR-DEVOLUCAO

           IF QTD-ITENS-LNKG065        GREATER ZEROS
              PERFORM 2210-CONFERE-ITEM
                      VARYING WS-IDX-ITEM FROM 1 BY 1
                      UNTIL WS-IDX-ITEM GREATER QTD-ITENS-LNKG065
           ELSE
              COMPUTE WS-SALDO-PEDIDO = VALOR-PEDIDO-LNKG065
                                      - VALOR-JA-DEVOLVIDO-LNKG065
              IF VALOR-DEVOLUCAO-LNKG065 GREATER WS-SALDO-PEDIDO
                 MOVE 1                TO COD-RETORNO-LNKG065
                 MOVE "VALOR MAIOR QUE O SALDO NAO DEVOLVIDO DO PEDIDO"
                                       TO MSG-RETORNO-LNKG065
                 PERFORM 3000-FINALIZA
              END-IF
              MOVE VALOR-DEVOLUCAO-LNKG065
                                       TO WS-VALOR-DEVOLUCAO
           END-IF

           IF WS-VALOR-DEVOLUCAO       EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG065
              MOVE "INFORME AS QUANTIDADES OU O VALOR DEVOLVIDO"
                                       TO MSG-RETORNO-LNKG065
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2220-ABRE-DEVOLUCAO

           PERFORM 2230-ABATE-TITULO

           PERFORM 2240-GRAVA-DEVOLUCAO

           MOVE ZEROS                  TO WS-QTD-ERRO-ESTOQUE

           PERFORM 2250-GRAVA-ITEM-DEV
                   VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM GREATER QTD-ITENS-LNKG065

           CLOSE ARQ-DEVOLUCAO
           CLOSE ARQ-ITEM-DEV

           PERFORM 2270-GRAVA-AUDITORIA

           PERFORM 2280-EVENTO-CONTABIL

           MOVE SEQ-DEV                TO SEQ-DEV-LNKG065
           MOVE WS-VALOR-DEVOLUCAO     TO VALOR-DEVOLUCAO-LNKG065
           MOVE WS-VALOR-ABATIDO       TO VALOR-ABATIDO-LNKG065
           MOVE WS-VALOR-CREDITO       TO VALOR-CREDITO-LNKG065
           ADD WS-VALOR-DEVOLUCAO      TO VALOR-JA-DEVOLVIDO-LNKG065

           MOVE SEQ-DEV                TO WS-ED-SEQ

           IF WS-QTD-ERRO-ESTOQUE      GREATER ZEROS
              MOVE 2                   TO COD-RETORNO-LNKG065
              STRING "DEVOLUCAO " WS-ED-SEQ
                     " REGISTRADA - ESTOQUE NAO ATUALIZADO"
                     DELIMITED BY SIZE
                     INTO MSG-RETORNO-LNKG065
           ELSE
              MOVE WS-VALOR-CREDITO    TO WS-ED-VALOR
              STRING "DEVOLUCAO " WS-ED-SEQ
                     " REGISTRADA - CREDITO: " WS-ED-VALOR
                     DELIMITED BY SIZE
                     INTO MSG-RETORNO-LNKG065
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA AS QUANTIDADES INFORMADAS ANTES DE RECARREGAR O PEDIDO  *
      *----------------------------------------------------------------*
       2205-GUARDA-INFORMADO           SECTION.

           MOVE SEQ-ITEM-LNKG065(WS-IDX-ITEM)
                                       TO WS-INF-SEQ-ITEM(WS-IDX-ITEM)
           MOVE QTD-DEVOLVER-LNKG065(WS-IDX-ITEM)
                                       TO WS-INF-QTD(WS-IDX-ITEM)

           .
       2205-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE A QUANTIDADE INFORMADA PARA O ITEM CONTRA O SALDO      *
      * VENDIDO MENOS DEVOLVIDO E SOMA O VALOR A PRECO DE VENDA        *
      *----------------------------------------------------------------*
       2210-CONFERE-ITEM               SECTION.

           IF WS-INF-QTD(WS-IDX-ITEM)  GREATER ZEROS AND
              WS-INF-SEQ-ITEM(WS-IDX-ITEM) NOT EQUAL
              SEQ-ITEM-LNKG065(WS-IDX-ITEM)
              MOVE 1                   TO COD-RETORNO-LNKG065
              MOVE "ITENS DO PEDIDO ALTERADOS - CONSULTE NOVAMENTE"
                                       TO MSG-RETORNO-LNKG065
              PERFORM 3000-FINALIZA
           END-IF

           MOVE WS-INF-QTD(WS-IDX-ITEM)
                              TO QTD-DEVOLVER-LNKG065(WS-IDX-ITEM)

           IF QTD-DEVOLVER-LNKG065(WS-IDX-ITEM) GREATER
              QTD-VENDIDA-LNKG065(WS-IDX-ITEM) -
              QTD-JA-DEV-LNKG065(WS-IDX-ITEM)
              MOVE 1                   TO COD-RETORNO-LNKG065
              MOVE "QUANTIDADE MAIOR QUE O SALDO NAO DEVOLVIDO"
                                       TO MSG-RETORNO-LNKG065
              PERFORM 3000-FINALIZA
           END-IF

           COMPUTE WS-VALOR-LINHA ROUNDED =
                   QTD-DEVOLVER-LNKG065(WS-IDX-ITEM) *
                   PRECO-ITEM-LNKG065(WS-IDX-ITEM)

           ADD WS-VALOR-LINHA          TO WS-VALOR-DEVOLUCAO

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE AS DEVOLUCOES E OS ITENS DEVOLVIDOS PARA ATUALIZACAO      *
      * (CRIA QUANDO NAO EXISTEM)                                      *
      *----------------------------------------------------------------*
       2220-ABRE-DEVOLUCAO             SECTION.

           OPEN I-O ARQ-DEVOLUCAO

           IF WS-FL-STATUS-DEV         EQUAL "35"
              OPEN OUTPUT ARQ-DEVOLUCAO

              IF WS-FL-STATUS-DEV      EQUAL ZEROS
                 CLOSE ARQ-DEVOLUCAO
                 OPEN I-O ARQ-DEVOLUCAO
              END-IF
           END-IF

           IF WS-FL-STATUS-DEV         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG065
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE DEVOLUCOES"
                                       TO MSG-RETORNO-LNKG065
              PERFORM 3000-FINALIZA
           END-IF

           OPEN I-O ARQ-ITEM-DEV

           IF WS-FL-STATUS-IDV         EQUAL "35"
              OPEN OUTPUT ARQ-ITEM-DEV

              IF WS-FL-STATUS-IDV      EQUAL ZEROS
                 CLOSE ARQ-ITEM-DEV
                 OPEN I-O ARQ-ITEM-DEV
              END-IF
           END-IF

           IF WS-FL-STATUS-IDV         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              CLOSE ARQ-DEVOLUCAO
              MOVE 9                   TO COD-RETORNO-LNKG065
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE ITENS DEVOLVIDOS"
                                       TO MSG-RETORNO-LNKG065
              PERFORM 3000-FINALIZA
           END-IF

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABATE O VALOR DEVOLVIDO DO SALDO EM ABERTO DO TITULO DO PEDIDO *
      * (VALOR MENOS PAGO); O QUE NAO COUBER NO SALDO - OU TUDO, COM O *
      * TITULO PAGO OU AINDA NAO GERADO - FICA COMO CREDITO DO CLIENTE *
      * TITULO COM SALDO ZERADO PELO ABATIMENTO PASSA A PAGO           *
      *----------------------------------------------------------------*
       2230-ABATE-TITULO               SECTION.

           MOVE ZEROS                  TO WS-VALOR-ABATIDO
           MOVE WS-VALOR-DEVOLUCAO     TO WS-VALOR-CREDITO

           OPEN I-O ARQ-TITULO

           IF WS-FL-STATUS-TIT         EQUAL ZEROS
              MOVE NUM-PEDIDO-LNKG065  TO NUM-TITULO

              READ ARQ-TITULO

              IF WS-FL-STATUS-TIT      EQUAL ZEROS AND TIT-ABERTO
                 COMPUTE WS-SALDO-TITULO = VALOR-TIT - VALOR-PAGO-TIT

                 IF WS-SALDO-TITULO    GREATER ZEROS
                    IF WS-VALOR-DEVOLUCAO GREATER WS-SALDO-TITULO
                       MOVE WS-SALDO-TITULO
                                       TO WS-VALOR-ABATIDO
                    ELSE
                       MOVE WS-VALOR-DEVOLUCAO
                                       TO WS-VALOR-ABATIDO
                    END-IF

                    SUBTRACT WS-VALOR-ABATIDO FROM VALOR-TIT
                    SUBTRACT WS-VALOR-ABATIDO FROM WS-VALOR-CREDITO

                    IF VALOR-TIT       NOT GREATER VALOR-PAGO-TIT
                       MOVE "P"        TO SITUACAO-TIT
                    END-IF

                    REWRITE REG-TITULO

                    IF WS-FL-STATUS-TIT NOT EQUAL ZEROS
                       CLOSE ARQ-TITULO
                       CLOSE ARQ-DEVOLUCAO
                       CLOSE ARQ-ITEM-DEV
                       MOVE 9          TO COD-RETORNO-LNKG065
                       MOVE "ERRO AO ATUALIZAR O TITULO DO PEDIDO"
                                       TO MSG-RETORNO-LNKG065
                       PERFORM 3000-FINALIZA
                    END-IF
                 END-IF
              END-IF

              CLOSE ARQ-TITULO
           END-IF

           .
       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A DEVOLUCAO (NOTA DE CREDITO) NA PROXIMA SEQUENCIA DO    *
      * PEDIDO                                                         *
      *----------------------------------------------------------------*
       2240-GRAVA-DEVOLUCAO            SECTION.

           MOVE NUM-PEDIDO-LNKG065     TO NUM-PEDIDO-DEV
           COMPUTE SEQ-DEV = WS-ULTIMA-SEQ-DEV + 1
           MOVE COD-CLIENTE-LNKG065    TO COD-CLIENTE-DEV
           MOVE COD-VENDEDOR-LNKG065   TO COD-VENDEDOR-DEV
           MOVE WS-DATA-HOJE           TO DATA-DEVOLUCAO
           MOVE COD-MOTIVO-LNKG065     TO COD-MOTIVO-DEV
           MOVE WS-VALOR-DEVOLUCAO     TO VALOR-DEVOLUCAO
           MOVE WS-VALOR-ABATIDO       TO VALOR-ABATIDO-DEV
           MOVE WS-VALOR-CREDITO       TO VALOR-CREDITO-DEV
                                          SALDO-CREDITO-DEV
           MOVE ID-OPERADOR-LNKG065    TO ID-OPERADOR-DEV

           WRITE REG-DEVOLUCAO

           IF WS-FL-STATUS-DEV         NOT EQUAL ZEROS
              CLOSE ARQ-DEVOLUCAO
              CLOSE ARQ-ITEM-DEV
              MOVE 9                   TO COD-RETORNO-LNKG065
              MOVE "ERRO AO GRAVAR A DEVOLUCAO"
                                       TO MSG-RETORNO-LNKG065
              PERFORM 3000-FINALIZA
           END-IF

           .
       2240-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UM ITEM DEVOLVIDO E DEVOLVE A QUANTIDADE AO ESTOQUE      *
      *----------------------------------------------------------------*
       2250-GRAVA-ITEM-DEV             SECTION.

           IF QTD-DEVOLVER-LNKG065(WS-IDX-ITEM) GREATER ZEROS
              MOVE NUM-PEDIDO-DEV      TO NUM-PEDIDO-IDV
              MOVE SEQ-DEV             TO SEQ-DEV-IDV
              MOVE SEQ-ITEM-LNKG065(WS-IDX-ITEM)
                                       TO SEQ-ITEM-IDV
              MOVE COD-PRODUTO-LNKG065(WS-IDX-ITEM)
                                       TO COD-PRODUTO-IDV
              MOVE QTD-DEVOLVER-LNKG065(WS-IDX-ITEM)
                                       TO QUANTIDADE-IDV
              MOVE PRECO-ITEM-LNKG065(WS-IDX-ITEM)
                                       TO PRECO-UNIT-IDV
              COMPUTE VALOR-IDV ROUNDED = QUANTIDADE-IDV
                                        * PRECO-UNIT-IDV

              WRITE REG-ITEM-DEVOLUCAO

              IF WS-FL-STATUS-IDV      EQUAL ZEROS
                 PERFORM 2260-DEVOLVE-ESTOQUE
              ELSE
                 ADD 1                 TO WS-QTD-ERRO-ESTOQUE
              END-IF
           END-IF

           .
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ENTRADA DA QUANTIDADE DEVOLVIDA NO ESTOQUE (PGFJF060P FUNCAO   *
      * 1, QUE TAMBEM ATENDE O BACKORDER PENDENTE DO PRODUTO)          *
      *----------------------------------------------------------------*
       2260-DEVOLVE-ESTOQUE            SECTION.

           MOVE 1                      TO COD-FUNCAO-LNKG060
           MOVE COD-PRODUTO-IDV        TO COD-PRODUTO-LNKG060
           MOVE QUANTIDADE-IDV         TO QTD-MOVTO-LNKG060
           MOVE NUM-PEDIDO-IDV         TO NUM-PEDIDO-LNKG060
           MOVE COD-CLIENTE-LNKG065    TO COD-CLIENTE-LNKG060
           MOVE COD-VENDEDOR-LNKG065   TO COD-VEND-LNKG060

           CALL WS-PGFJF060            USING LNKG060L

           IF COD-RETORNO-LNKG060      NOT EQUAL ZEROS
              ADD 1                    TO WS-QTD-ERRO-ESTOQUE
           END-IF

           .
       2260-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A DEVOLUCAO NA AUDITORIA - ENTIDADE 'P' (PEDIDO), COM O  *
      * NUMERO DO PEDIDO EM DOCUMENTO-AUDIT E A SEQUENCIA DA           *
      * DEVOLUCAO EM DOCUMENTO-ANTERIOR-AUDIT                          *
      *----------------------------------------------------------------*
       2270-GRAVA-AUDITORIA            SECTION.

           OPEN EXTEND ARQ-AUDITORIA

           IF WS-FL-STATUS-AUD         EQUAL "35"
              OPEN OUTPUT ARQ-AUDITORIA
           END-IF

           IF WS-FL-STATUS-AUD         EQUAL ZEROS
              MOVE SPACES              TO REG-AUDITORIA
              MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO DATA-EXECUCAO-AUDIT
              MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO HORA-AUDIT
              MOVE "P"                 TO TIPO-ENTIDADE-AUDIT
              MOVE COD-CLIENTE-DEV     TO COD-REF-AUDIT
              MOVE "I"                 TO OPERACAO-AUDIT
              MOVE ID-OPERADOR-LNKG065 TO OPERADOR-AUDIT
              MOVE VALOR-DEVOLUCAO     TO WS-ED-VALOR
              STRING "DEVOLUCAO VALOR " WS-ED-VALOR
                     DELIMITED BY SIZE
                     INTO DESCRICAO-ANTERIOR-AUDIT
              STRING "DEVOLUCAO REGISTRADA - MOTIVO "
                     COD-MOTIVO-DEV
                     DELIMITED BY SIZE
                     INTO DESCRICAO-AUDIT
              MOVE SEQ-DEV             TO DOCUMENTO-ANTERIOR-AUDIT
              MOVE NUM-PEDIDO-DEV      TO DOCUMENTO-AUDIT
              MOVE ZEROS               TO LATITUDE-ANTERIOR-AUDIT
                                          LATITUDE-AUDIT
                                          LONGITUDE-ANTERIOR-AUDIT
                                          LONGITUDE-AUDIT
                                          COD-REGIAO-ANTERIOR-AUDIT
                                          COD-REGIAO-AUDIT
              MOVE SPACES              TO CIDADE-ANTERIOR-AUDIT
                                          CIDADE-AUDIT
                                          UF-ANTERIOR-AUDIT
                                          UF-AUDIT

              WRITE REG-AUDITORIA

              CLOSE ARQ-AUDITORIA
           END-IF

           .
       2270-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A DEVOLUCAO NOS EVENTOS CONTABEIS PELO VALOR DEVOLVIDO   *
      * (ABATIDO DO TITULO MAIS CREDITO DO CLIENTE), PARA A EXPORTACAO *
      * DA CONTABILIDADE                                               *
      *----------------------------------------------------------------*
       2280-EVENTO-CONTABIL            SECTION.

           OPEN EXTEND ARQ-EVENTO-CTB

           IF WS-FL-STATUS-EVC         EQUAL "35"
              OPEN OUTPUT ARQ-EVENTO-CTB
           END-IF

           IF WS-FL-STATUS-EVC         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG065
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE EVENTOS CONTABEIS"
                                       TO MSG-RETORNO-LNKG065
              PERFORM 3000-FINALIZA
           END-IF

           MOVE SPACES                 TO REG-EVENTO-CTB
           MOVE WS-DATA-HOJE           TO DATA-REGISTRO-EVC
                                          DATA-CONTABIL-EVC
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO HORA-REGISTRO-EVC
           MOVE "D"                    TO TIPO-EVENTO-EVC
           MOVE NUM-PEDIDO-DEV         TO NUM-DOCUMENTO-EVC
           MOVE COD-CLIENTE-DEV        TO COD-CLIENTE-EVC
           MOVE COD-VENDEDOR-DEV       TO COD-VENDEDOR-EVC
           MOVE VALOR-DEVOLUCAO        TO VALOR-EVENTO-EVC
           MOVE ID-OPERADOR-LNKG065    TO OPERADOR-EVC

           WRITE REG-EVENTO-CTB

           IF WS-FL-STATUS-EVC         NOT EQUAL ZEROS
              CLOSE ARQ-EVENTO-CTB
              MOVE 9                   TO COD-RETORNO-LNKG065
              MOVE "ERRO AO GRAVAR O EVENTO CONTABIL DA DEVOLUCAO"
                                       TO MSG-RETORNO-LNKG065
              PERFORM 3000-FINALIZA
           END-IF

           CLOSE ARQ-EVENTO-CTB

           .
       2280-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 2 - RELATORIO MENSAL DE DEVOLUCOES DO ANO/MES INFORMADO *
      * EM ORDEM DE VENDEDOR E MOTIVO, GRAVADO EM ArqRelDevolucao      *
      *----------------------------------------------------------------*
       2700-RELATORIO-MENSAL           SECTION.

           IF ANO-MES-LNKG065          EQUAL ZEROS
              MOVE WS-DATA-HOJE(1:6)   TO ANO-MES-LNKG065
           END-IF

           MOVE "N"                    TO WS-SW-FIM-SORT
                                          WS-SW-VENDEDOR-ABERTO
           MOVE ZEROS                  TO WS-QTD-GERAL
                                          WS-VLR-GERAL
                                          WS-VLR-ABATIDO-GERAL
                                          WS-VLR-CREDITO-GERAL
                                          WS-VEND-CORRENTE
           MOVE SPACES                 TO WS-MOTIVO-CORRENTE
           INITIALIZE WS-TAB-TOT-MOTIVOS

           SORT ARQ-SORT-DEV
                ON ASCENDING KEY SRT-COD-VENDEDOR
                                 SRT-COD-MOTIVO
                                 SRT-NUM-PEDIDO
                                 SRT-SEQ-DEV
                INPUT  PROCEDURE IS 2710-SELECIONA-DEVOLUCAO
                OUTPUT PROCEDURE IS 2800-GERA-RELATORIO

           MOVE WS-QTD-GERAL           TO QTD-DEVOLUCOES-LNKG065

           IF WS-QTD-GERAL             EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG065
              MOVE "NENHUMA DEVOLUCAO NO MES INFORMADO"
                                       TO MSG-RETORNO-LNKG065
           ELSE
              MOVE ZEROS               TO COD-RETORNO-LNKG065
              MOVE "RELATORIO GRAVADO EM ARQRELDEVOLUCAO"
                                       TO MSG-RETORNO-LNKG065
           END-IF

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCEDIMENTO DE ENTRADA DO SORT - DEVOLUCOES DO MES            *
      *----------------------------------------------------------------*
       2710-SELECIONA-DEVOLUCAO        SECTION.

           OPEN INPUT ARQ-DEVOLUCAO

           IF WS-FL-STATUS-DEV         EQUAL ZEROS
              PERFORM 2720-LER-DEVOLUCAO

              PERFORM 2730-LIBERA-DEVOLUCAO UNTIL
                      WS-FL-STATUS-DEV NOT EQUAL "00"

              CLOSE ARQ-DEVOLUCAO
           END-IF

           .
       2710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DAS DEVOLUCOES                              *
      *----------------------------------------------------------------*
       2720-LER-DEVOLUCAO              SECTION.

           READ ARQ-DEVOLUCAO NEXT RECORD

           .
       2720-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LIBERA PARA O SORT A DEVOLUCAO DATADA NO MES INFORMADO         *
      *----------------------------------------------------------------*
       2730-LIBERA-DEVOLUCAO           SECTION.

           IF DATA-DEVOLUCAO(1:6)      EQUAL ANO-MES-LNKG065
              MOVE COD-VENDEDOR-DEV    TO SRT-COD-VENDEDOR
              MOVE COD-MOTIVO-DEV      TO SRT-COD-MOTIVO
              MOVE NUM-PEDIDO-DEV      TO SRT-NUM-PEDIDO
              MOVE SEQ-DEV             TO SRT-SEQ-DEV
              MOVE COD-CLIENTE-DEV     TO SRT-COD-CLIENTE
              MOVE DATA-DEVOLUCAO      TO SRT-DATA-DEVOLUCAO
              MOVE VALOR-DEVOLUCAO     TO SRT-VALOR-DEVOLUCAO
              MOVE VALOR-ABATIDO-DEV   TO SRT-VALOR-ABATIDO
              MOVE VALOR-CREDITO-DEV   TO SRT-VALOR-CREDITO

              RELEASE REG-SORT-DEV
           END-IF

           PERFORM 2720-LER-DEVOLUCAO

           .
       2730-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCEDIMENTO DE SAIDA DO SORT - GRAVA O RELATORIO COM QUEBRA   *
      * POR VENDEDOR E MOTIVO E O RESUMO GERAL POR MOTIVO              *
      *----------------------------------------------------------------*
       2800-GERA-RELATORIO             SECTION.

           OPEN OUTPUT ARQ-REL-DEVOLUCAO

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG065
              MOVE "ERRO NA ABERTURA DO RELATORIO DE DEVOLUCOES"
                                       TO MSG-RETORNO-LNKG065
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           MOVE ANO-MES-LNKG065        TO WS-ANO-MES-EDICAO
           MOVE WS-AME-MES             TO WS-CAB-MES
           MOVE WS-AME-ANO             TO WS-CAB-ANO

           PERFORM 2810-RETORNA-REGISTRO

           PERFORM 2820-TRATA-DEVOLUCAO UNTIL FIM-SORT

           IF VENDEDOR-ABERTO
              PERFORM 2850-FECHA-MOTIVO
              PERFORM 2860-FECHA-VENDEDOR
           END-IF

           PERFORM 2870-GRAVA-RESUMO

           CLOSE ARQ-REL-DEVOLUCAO
           CLOSE ARQ-VENDEDOR

           .
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RETORNO DE UM REGISTRO CLASSIFICADO                            *
      *----------------------------------------------------------------*
       2810-RETORNA-REGISTRO           SECTION.

           RETURN ARQ-SORT-DEV
               AT END MOVE "S"         TO WS-SW-FIM-SORT
           END-RETURN

           .
       2810-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRATA UMA DEVOLUCAO CLASSIFICADA, FECHANDO O MOTIVO E O        *
      * VENDEDOR ANTERIORES QUANDO MUDAM                               *
      *----------------------------------------------------------------*
       2820-TRATA-DEVOLUCAO            SECTION.

           IF VENDEDOR-ABERTO AND
              SRT-COD-VENDEDOR         NOT EQUAL WS-VEND-CORRENTE
              PERFORM 2850-FECHA-MOTIVO
              PERFORM 2860-FECHA-VENDEDOR
           END-IF

           IF NOT VENDEDOR-ABERTO
              PERFORM 2830-GRAVA-CABECALHO
           END-IF

           IF SRT-COD-MOTIVO           NOT EQUAL WS-MOTIVO-CORRENTE
              IF WS-MOTIVO-CORRENTE    NOT EQUAL SPACES
                 PERFORM 2850-FECHA-MOTIVO
              END-IF
              MOVE SRT-COD-MOTIVO      TO WS-MOTIVO-CORRENTE
           END-IF

           PERFORM 2840-GRAVA-DETALHE

           PERFORM 2810-RETORNA-REGISTRO

           .
       2820-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O CABECALHO DA FOLHA DE UM VENDEDOR                      *
      *----------------------------------------------------------------*
       2830-GRAVA-CABECALHO            SECTION.

           MOVE SRT-COD-VENDEDOR       TO WS-VEND-CORRENTE
                                          WS-CAB-COD-VEND
                                          COD-VENDEDOR
           MOVE SPACES                 TO WS-MOTIVO-CORRENTE
                                          WS-CAB-NOME-VEND
           MOVE ZEROS                  TO WS-QTD-VENDEDOR
                                          WS-VLR-VENDEDOR
           MOVE "S"                    TO WS-SW-VENDEDOR-ABERTO

           READ ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE NOME-VENDEDOR       TO WS-CAB-NOME-VEND
           END-IF

           MOVE WS-LIN-SEPARADOR       TO REG-REL-DEVOLUCAO
           WRITE REG-REL-DEVOLUCAO

           MOVE SPACES                 TO REG-REL-DEVOLUCAO
           MOVE WS-LIN-CAB-VEND        TO REG-REL-DEVOLUCAO
           WRITE REG-REL-DEVOLUCAO

           MOVE SPACES                 TO REG-REL-DEVOLUCAO
           MOVE WS-LIN-CAB-COLUNAS     TO REG-REL-DEVOLUCAO
           WRITE REG-REL-DEVOLUCAO

           .
       2830-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A LINHA DE UMA DEVOLUCAO E ACUMULA OS TOTAIS             *
      *----------------------------------------------------------------*
       2840-GRAVA-DETALHE              SECTION.

           MOVE SRT-COD-MOTIVO         TO WS-MOTIVO-BUSCA

           PERFORM 2845-ACHA-MOTIVO

           MOVE SPACES                 TO WS-DET-MOTIVO
           IF WS-IDX-MOTIVO            GREATER ZEROS
              MOVE WS-MOT-DESCRICAO(WS-IDX-MOTIVO)
                                       TO WS-DET-MOTIVO
              ADD 1                    TO WS-TMT-QTD(WS-IDX-MOTIVO)
              ADD SRT-VALOR-DEVOLUCAO  TO WS-TMT-VALOR(WS-IDX-MOTIVO)
           END-IF

           MOVE SRT-NUM-PEDIDO         TO WS-DET-PEDIDO
           MOVE SRT-SEQ-DEV            TO WS-DET-SEQ
           MOVE SRT-COD-CLIENTE        TO WS-DET-CLIENTE
           MOVE SRT-DATA-DEVOLUCAO     TO WS-DET-DATA
           MOVE SRT-VALOR-DEVOLUCAO    TO WS-DET-VALOR
           MOVE SRT-VALOR-ABATIDO      TO WS-DET-ABATIDO
           MOVE SRT-VALOR-CREDITO      TO WS-DET-CREDITO

           MOVE SPACES                 TO REG-REL-DEVOLUCAO
           MOVE WS-LIN-DETALHE         TO REG-REL-DEVOLUCAO
           WRITE REG-REL-DEVOLUCAO

           ADD 1                       TO WS-QTD-MOTIVO
                                          WS-QTD-VENDEDOR
                                          WS-QTD-GERAL
           ADD SRT-VALOR-DEVOLUCAO     TO WS-VLR-MOTIVO
                                          WS-VLR-VENDEDOR
                                          WS-VLR-GERAL
           ADD SRT-VALOR-ABATIDO       TO WS-VLR-ABATIDO-GERAL
           ADD SRT-VALOR-CREDITO       TO WS-VLR-CREDITO-GERAL

           .
       2840-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOCALIZA O MOTIVO DA DEVOLUCAO NA TABELA DE MOTIVOS            *
      *----------------------------------------------------------------*
       2845-ACHA-MOTIVO                SECTION.

           MOVE ZEROS                  TO WS-IDX-MOTIVO

           EVALUATE WS-MOTIVO-BUSCA
               WHEN "A"
                    MOVE 1             TO WS-IDX-MOTIVO
               WHEN "E"
                    MOVE 2             TO WS-IDX-MOTIVO
               WHEN "V"
                    MOVE 3             TO WS-IDX-MOTIVO
               WHEN "D"
                    MOVE 4             TO WS-IDX-MOTIVO
               WHEN "O"
                    MOVE 5             TO WS-IDX-MOTIVO
           END-EVALUATE

           .
       2845-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O SUBTOTAL DO MOTIVO CORRENTE DO VENDEDOR                *
      *----------------------------------------------------------------*
       2850-FECHA-MOTIVO               SECTION.

           MOVE WS-MOTIVO-CORRENTE     TO WS-MOTIVO-BUSCA

           PERFORM 2845-ACHA-MOTIVO

           MOVE SPACES                 TO WS-TMO-DESCRICAO
           IF WS-IDX-MOTIVO            GREATER ZEROS
              MOVE WS-MOT-DESCRICAO(WS-IDX-MOTIVO)
                                       TO WS-TMO-DESCRICAO
           END-IF

           MOVE WS-QTD-MOTIVO          TO WS-TMO-QTD
           MOVE WS-VLR-MOTIVO          TO WS-TMO-VALOR

           MOVE SPACES                 TO REG-REL-DEVOLUCAO
           MOVE WS-LIN-TOT-MOTIVO      TO REG-REL-DEVOLUCAO
           WRITE REG-REL-DEVOLUCAO

           MOVE ZEROS                  TO WS-QTD-MOTIVO
                                          WS-VLR-MOTIVO

           .
       2850-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O TOTAL DO VENDEDOR E FECHA A FOLHA                      *
      *----------------------------------------------------------------*
       2860-FECHA-VENDEDOR             SECTION.

           MOVE WS-QTD-VENDEDOR        TO WS-TVE-QTD
           MOVE WS-VLR-VENDEDOR        TO WS-TVE-VALOR

           MOVE SPACES                 TO REG-REL-DEVOLUCAO
           MOVE WS-LIN-TOT-VEND        TO REG-REL-DEVOLUCAO
           WRITE REG-REL-DEVOLUCAO

           MOVE "N"                    TO WS-SW-VENDEDOR-ABERTO

           .
       2860-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O RESUMO DO MES POR MOTIVO E O TOTAL GERAL               *
      *----------------------------------------------------------------*
       2870-GRAVA-RESUMO               SECTION.

           MOVE WS-LIN-SEPARADOR       TO REG-REL-DEVOLUCAO
           WRITE REG-REL-DEVOLUCAO

           MOVE SPACES                 TO REG-REL-DEVOLUCAO
           MOVE WS-LIN-CAB-RESUMO      TO REG-REL-DEVOLUCAO
           WRITE REG-REL-DEVOLUCAO

           PERFORM 2880-GRAVA-RESUMO-MOTIVO
                   VARYING WS-IDX-MOTIVO FROM 1 BY 1
                   UNTIL WS-IDX-MOTIVO GREATER 5

           MOVE WS-QTD-GERAL           TO WS-TGE-QTD
           MOVE WS-VLR-GERAL           TO WS-TGE-VALOR
           MOVE WS-VLR-ABATIDO-GERAL   TO WS-TGE-ABATIDO
           MOVE WS-VLR-CREDITO-GERAL   TO WS-TGE-CREDITO

           MOVE SPACES                 TO REG-REL-DEVOLUCAO
           MOVE WS-LIN-TOT-GERAL       TO REG-REL-DEVOLUCAO
           WRITE REG-REL-DEVOLUCAO

           .
       2870-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A LINHA DO RESUMO DE UM MOTIVO                           *
      *----------------------------------------------------------------*
       2880-GRAVA-RESUMO-MOTIVO        SECTION.

           MOVE WS-MOT-DESCRICAO(WS-IDX-MOTIVO)
                                       TO WS-TMO-DESCRICAO
           MOVE WS-TMT-QTD(WS-IDX-MOTIVO)
                                       TO WS-TMO-QTD
           MOVE WS-TMT-VALOR(WS-IDX-MOTIVO)
                                       TO WS-TMO-VALOR

           MOVE SPACES                 TO REG-REL-DEVOLUCAO
           MOVE WS-LIN-TOT-MOTIVO      TO REG-REL-DEVOLUCAO
           WRITE REG-REL-DEVOLUCAO

           .
       2880-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF065P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF065P.
      *----------------------------------------------------------------*
