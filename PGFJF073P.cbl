       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF073P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF073P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: IMPRESSAO DE FATURAS: FUNCAO 1 (LOTE DO DIA)    *
      *                GERA OS TITULOS PENDENTES (PGFJF037P) E EMITE   *
      *                UMA FATURA PARA CADA PEDIDO FATURADO NA DATA DE *
      *                REFERENCIA (EVENTOS DE FATURAMENTO DO           *
      *                ArqEventoContabil) QUE AINDA ESTA FATURADO E    *
      *                NAO TEM FATURA, COM NUMERO SEQUENCIAL DO        *
      *                ArqControleFatura; FUNCAO 2 REIMPRIME A FATURA  *
      *                DE UM PEDIDO COMO SEGUNDA VIA, COM O MESMO      *
      *                NUMERO. A FATURA VAI PARA O SPOOL               *
      *                ArqFaturaImpressa COM RAZAO SOCIAL E CIDADE/UF  *
      *                DO CLIENTE, VENDEDOR, ITENS COM A DESCRICAO DO  *
      *                PRODUTO, TOTAL E NUMERO E VENCIMENTO DO TITULO  *
      * ARQUIVOS.....: ArqEventoContabil, ArqPedido, ArqItemPedido,    *
      *                ArqProduto, ArqCliente, ArqVendedor, ArqTitulo, *
      *                ArqFatura, ArqControleFatura, ArqFaturaImpressa *
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

           SELECT ARQ-PRODUTO        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-PRODUTO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PRO.

           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE
                       ALTERNATE RECORD KEY IS CNPJ
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.

           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR
                       ALTERNATE RECORD KEY IS CPF
                       ALTERNATE RECORD KEY IS NOME-VENDEDOR
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.

           SELECT ARQ-TITULO         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-TITULO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TIT.

           SELECT ARQ-FATURA         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-PEDIDO-FAT
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-FAT.

           SELECT ARQ-CONTROLE-FAT   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CFT.

           SELECT ARQ-FATURA-IMP     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-FIM.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-EVENTO-CTB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqEventoContabil'.
       COPY "EVTCTB.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-ITEM-PED
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqItemPedido'.
       COPY "ITEMPED.CPY".

       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqProduto'.
       COPY "PRODUTO.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "CLIENTES.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "VENDEDOR.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTitulo'.
       COPY "TITULO.CPY".

       FD  ARQ-FATURA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqFatura'.
       COPY "FATURA.CPY".

       FD  ARQ-CONTROLE-FAT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqControleFatura'.
       COPY "CTLFAT.CPY".

       FD  ARQ-FATURA-IMP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqFaturaImpressa'.
       COPY "FATIMP.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-EVC            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PED            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-ITE            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PRO            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TIT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-FAT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CFT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-FIM            PIC  X(002)         VALUE "00".

       77  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       77  WS-DATA-REF                 PIC  9(008)         VALUE ZEROS.
       77  WS-NUM-FATURA               PIC  9(009)         VALUE ZEROS.
       77  WS-VIA                      PIC  9(001)         VALUE ZEROS.
       77  WS-SEQ-LINHA                PIC  9(003)         VALUE ZEROS.
       77  WS-QTD-ITENS                PIC  9(003)         VALUE ZEROS.
       77  WS-QTD-FATURAS              PIC  9(007)         VALUE ZEROS.
       77  WS-ED-QTD                   PIC  ZZZZZZ9.

      *----------------------------------------------------------------*
      * DADOS DO CLIENTE, DO VENDEDOR E DO TITULO DA FATURA            *
      *----------------------------------------------------------------*
       01  WS-RAZAO-FATURA             PIC  X(040)         VALUE SPACES.
       01  WS-DOC-FATURA               PIC  9(014)         VALUE ZEROS.
       01  WS-CIDADE-FATURA            PIC  X(030)         VALUE SPACES.
       01  WS-UF-FATURA                PIC  X(002)         VALUE SPACES.
       01  WS-NOME-VEND-FATURA         PIC  X(040)         VALUE SPACES.

      *----------------------------------------------------------------*
      * CAMPOS EDITADOS DA FATURA                                      *
      *----------------------------------------------------------------*
       01  WS-TEXTO-FATURA             PIC  X(080)         VALUE SPACES.
       01  WS-ED-NUM-FATURA            PIC  9(009)         VALUE ZEROS.
       01  WS-ED-NUM-PEDIDO            PIC  9(009)         VALUE ZEROS.
       01  WS-ED-COD-CLIENTE           PIC  9(007)         VALUE ZEROS.
       01  WS-ED-COD-VEND              PIC  9(003)         VALUE ZEROS.
       01  WS-ED-VALOR                 PIC  ZZZ.ZZZ.ZZ9,99.

       01  WS-DATA-AUX                 PIC  9(008)         VALUE ZEROS.
       01  FILLER                      REDEFINES WS-DATA-AUX.
           05  WS-DATA-AUX-ANO         PIC  9(004).
           05  WS-DATA-AUX-MES         PIC  9(002).
           05  WS-DATA-AUX-DIA         PIC  9(002).

       01  WS-DATA-ED.
           05  WS-DATA-ED-DIA          PIC  9(002).
           05  FILLER                  PIC  X(001)         VALUE "/".
           05  WS-DATA-ED-MES          PIC  9(002).
           05  FILLER                  PIC  X(001)         VALUE "/".
           05  WS-DATA-ED-ANO          PIC  9(004).

       01  WS-CAB-ITENS.
           05  FILLER                  PIC  X(010)         VALUE
               "SEQ PROD. ".
           05  FILLER                  PIC  X(029)         VALUE
               "DESCRICAO DO PRODUTO".
           05  FILLER                  PIC  X(006)         VALUE
               " QTDE ".
           05  FILLER                  PIC  X(012)         VALUE
               " PRECO UNIT.".
           05  FILLER                  PIC  X(015)         VALUE
               "          VALOR".

       01  WS-LIN-ITEM.
           05  WS-ITF-SEQ              PIC  ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-ITF-PRODUTO          PIC  9(005).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-ITF-DESCRICAO        PIC  X(028).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-ITF-QTD              PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-ITF-PRECO            PIC  Z.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-ITF-VALOR            PIC  ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-PGFJF037                 PIC  X(009)         VALUE
           'PGFJF037P'.

       COPY LNKG037L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG073L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG073L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA

           EVALUATE COD-FUNCAO-LNKG073
               WHEN 1
                    PERFORM 2000-EMITE-FATURAS
               WHEN 2
                    PERFORM 4000-REIMPRIME-FATURA
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-LNKG073
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-LNKG073
           END-EVALUATE

           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO                                        *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-LNKG073
                                          NUM-FATURA-LNKG073
                                          QTD-FATURAS-LNKG073
                                          WS-QTD-FATURAS
           MOVE SPACES                 TO MSG-RETORNO-LNKG073

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-HOJE

           IF DATA-REF-LNKG073         GREATER ZEROS
              MOVE DATA-REF-LNKG073    TO WS-DATA-REF
           ELSE
              MOVE WS-DATA-HOJE        TO WS-DATA-REF
           END-IF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 1 - EMITE AS FATURAS DOS PEDIDOS FATURADOS NA DATA DE   *
      * REFERENCIA                                                     *
      *----------------------------------------------------------------*
       2000-EMITE-FATURAS              SECTION.

           CALL WS-PGFJF037            USING LNKG037L

           IF COD-RETORNO-LNKG037      NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG073
              MOVE "ERRO NA GERACAO DOS TITULOS - FATURAS NAO EMITIDAS"
                                       TO MSG-RETORNO-LNKG073
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2050-OPEN-ARQUIVOS
           PERFORM 2060-LE-CONTROLE

           OPEN INPUT ARQ-EVENTO-CTB

           IF WS-FL-STATUS-EVC         EQUAL ZEROS
              PERFORM 2100-LER-EVENTO

              PERFORM 2200-TRATA-EVENTO UNTIL
                      WS-FL-STATUS-EVC NOT EQUAL "00"

              CLOSE ARQ-EVENTO-CTB
           END-IF

           PERFORM 2090-CLOSE-ARQUIVOS

           MOVE WS-QTD-FATURAS         TO QTD-FATURAS-LNKG073
           MOVE WS-NUM-FATURA          TO NUM-FATURA-LNKG073

           MOVE WS-QTD-FATURAS         TO WS-ED-QTD
           DISPLAY "PGFJF073P: FATURAS EMITIDAS.: " WS-ED-QTD
           DISPLAY "PGFJF073P: ULTIMA FATURA....: " WS-NUM-FATURA

           IF WS-QTD-FATURAS           EQUAL ZEROS
              MOVE "NENHUMA FATURA A EMITIR NA DATA"
                                       TO MSG-RETORNO-LNKG073
           ELSE
              MOVE "FATURAS GRAVADAS EM ARQFATURAIMPRESSA"
                                       TO MSG-RETORNO-LNKG073
           END-IF

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DOS ARQUIVOS DA FATURA - O REGISTRO DE FATURAS E O    *
      * SPOOL SAO CRIADOS NA PRIMEIRA EMISSAO                          *
      *----------------------------------------------------------------*
       2050-OPEN-ARQUIVOS              SECTION.

           OPEN INPUT ARQ-PEDIDO
                      ARQ-ITEM-PED
                      ARQ-PRODUTO
                      ARQ-CLIENTE
                      ARQ-VENDEDOR
                      ARQ-TITULO

           IF WS-FL-STATUS-PED         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG073
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS"
                                       TO MSG-RETORNO-LNKG073
              PERFORM 3000-FINALIZA
           END-IF

           OPEN I-O ARQ-FATURA

           IF WS-FL-STATUS-FAT         EQUAL "35"
              OPEN OUTPUT ARQ-FATURA

              IF WS-FL-STATUS-FAT      EQUAL ZEROS
                 CLOSE ARQ-FATURA
                 OPEN I-O ARQ-FATURA
              END-IF
           END-IF

           IF WS-FL-STATUS-FAT         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG073
              MOVE "ERRO NA ABERTURA DO REGISTRO DE FATURAS"
                                       TO MSG-RETORNO-LNKG073
              PERFORM 3000-FINALIZA
           END-IF

           OPEN EXTEND ARQ-FATURA-IMP

           IF WS-FL-STATUS-FIM         EQUAL "35"
              OPEN OUTPUT ARQ-FATURA-IMP
           END-IF

           IF WS-FL-STATUS-FIM         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG073
              MOVE "ERRO NA ABERTURA DO SPOOL DE FATURAS"
                                       TO MSG-RETORNO-LNKG073
              PERFORM 3000-FINALIZA
           END-IF

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE O ULTIMO NUMERO DE FATURA ATRIBUIDO                         *
      *----------------------------------------------------------------*
       2060-LE-CONTROLE                SECTION.

           MOVE ZEROS                  TO WS-NUM-FATURA

           OPEN INPUT ARQ-CONTROLE-FAT

           IF WS-FL-STATUS-CFT         EQUAL ZEROS
              READ ARQ-CONTROLE-FAT NEXT RECORD

              IF WS-FL-STATUS-CFT      EQUAL ZEROS
                 MOVE NUM-ULTIMA-FATURA-CFT
                                       TO WS-NUM-FATURA
              END-IF

              CLOSE ARQ-CONTROLE-FAT
           END-IF

           .
       2060-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DOS ARQUIVOS DA FATURA                              *
      *----------------------------------------------------------------*
       2090-CLOSE-ARQUIVOS             SECTION.

           CLOSE ARQ-PEDIDO
                 ARQ-ITEM-PED
                 ARQ-PRODUTO
                 ARQ-CLIENTE
                 ARQ-VENDEDOR
                 ARQ-TITULO
                 ARQ-FATURA
                 ARQ-FATURA-IMP

           .
       2090-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DOS EVENTOS CONTABEIS                                  *
      *----------------------------------------------------------------*
       2100-LER-EVENTO                 SECTION.

           READ ARQ-EVENTO-CTB NEXT RECORD

           IF WS-FL-STATUS-EVC         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG073
              MOVE "ERRO NA LEITURA DOS EVENTOS DE FATURAMENTO"
                                       TO MSG-RETORNO-LNKG073
              PERFORM 3000-FINALIZA
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FATURAMENTO DA DATA DE REFERENCIA: O PEDIDO AINDA FATURADO E   *
      * SEM FATURA RECEBE UMA FATURA NOVA (UM PEDIDO CANCELADO DEPOIS  *
      * DO FATURAMENTO NAO E IMPRESSO)                                 *
      *----------------------------------------------------------------*
       2200-TRATA-EVENTO               SECTION.

           IF EVC-FATURAMENTO AND
              DATA-REGISTRO-EVC        EQUAL WS-DATA-REF
              MOVE NUM-DOCUMENTO-EVC   TO NUM-PEDIDO-FAT

              READ ARQ-FATURA

              IF WS-FL-STATUS-FAT      EQUAL "23"
                 MOVE NUM-DOCUMENTO-EVC
                                       TO NUM-PEDIDO

                 READ ARQ-PEDIDO

                 IF WS-FL-STATUS-PED   EQUAL ZEROS AND PED-FATURADO
                    PERFORM 2300-NOVA-FATURA
                 END-IF
              END-IF
           END-IF

           PERFORM 2100-LER-EVENTO

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ATRIBUI O PROXIMO NUMERO, IMPRIME E REGISTRA A FATURA          *
      *----------------------------------------------------------------*
       2300-NOVA-FATURA                SECTION.

           ADD 1                       TO WS-NUM-FATURA

           MOVE NUM-PEDIDO             TO NUM-PEDIDO-FAT
           MOVE WS-NUM-FATURA          TO NUM-FATURA-FAT
           MOVE WS-DATA-HOJE           TO DATA-EMISSAO-FAT
                                          DATA-ULT-IMPRESSAO-FAT
           MOVE COD-CLIENTE-PED        TO COD-CLIENTE-FAT
           MOVE VALOR-PEDIDO           TO VALOR-FAT
           MOVE 1                      TO QTD-IMPRESSOES-FAT

           MOVE 1                      TO WS-VIA

           PERFORM 2400-GERA-FATURA

           WRITE REG-FATURA

           IF WS-FL-STATUS-FAT         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG073
              MOVE "ERRO AO GRAVAR O REGISTRO DE FATURAS"
                                       TO MSG-RETORNO-LNKG073
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2700-ATUALIZA-CONTROLE

           ADD 1                       TO WS-QTD-FATURAS

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA A FATURA DO PEDIDO LIDO NO SPOOL                         *
      *----------------------------------------------------------------*
       2400-GERA-FATURA                SECTION.

           MOVE ZEROS                  TO WS-SEQ-LINHA
                                          WS-QTD-ITENS

           PERFORM 2410-BUSCA-CLIENTE
           PERFORM 2420-BUSCA-VENDEDOR

           MOVE NUM-FATURA-FAT         TO WS-ED-NUM-FATURA
           MOVE DATA-EMISSAO-FAT       TO WS-DATA-AUX
           PERFORM 2490-EDITA-DATA
           STRING "FATURA NR. " WS-ED-NUM-FATURA
                  "                     EMISSAO: " WS-DATA-ED
                  DELIMITED BY SIZE
                  INTO WS-TEXTO-FATURA
           PERFORM 2480-GRAVA-LINHA

           IF WS-VIA                   EQUAL 2
              MOVE WS-DATA-HOJE        TO WS-DATA-AUX
              PERFORM 2490-EDITA-DATA
              STRING "SEGUNDA VIA - REIMPRESSA EM " WS-DATA-ED
                     DELIMITED BY SIZE
                     INTO WS-TEXTO-FATURA
              PERFORM 2480-GRAVA-LINHA
           END-IF

           PERFORM 2480-GRAVA-LINHA

           MOVE COD-CLIENTE-PED        TO WS-ED-COD-CLIENTE
           STRING "CLIENTE..: " WS-ED-COD-CLIENTE " - "
                  WS-RAZAO-FATURA
                  DELIMITED BY SIZE
                  INTO WS-TEXTO-FATURA
           PERFORM 2480-GRAVA-LINHA

           STRING "CNPJ/CPF.: " WS-DOC-FATURA
                  DELIMITED BY SIZE
                  INTO WS-TEXTO-FATURA
           PERFORM 2480-GRAVA-LINHA

           STRING "ENDERECO.: " WS-CIDADE-FATURA "/" WS-UF-FATURA
                  DELIMITED BY SIZE
                  INTO WS-TEXTO-FATURA
           PERFORM 2480-GRAVA-LINHA

           MOVE COD-VENDEDOR-PED       TO WS-ED-COD-VEND
           STRING "VENDEDOR.: " WS-ED-COD-VEND " - "
                  WS-NOME-VEND-FATURA
                  DELIMITED BY SIZE
                  INTO WS-TEXTO-FATURA
           PERFORM 2480-GRAVA-LINHA

           MOVE NUM-PEDIDO             TO WS-ED-NUM-PEDIDO
           MOVE DATA-PEDIDO            TO WS-DATA-AUX
           PERFORM 2490-EDITA-DATA
           STRING "PEDIDO...: " WS-ED-NUM-PEDIDO " DE " WS-DATA-ED
                  DELIMITED BY SIZE
                  INTO WS-TEXTO-FATURA
           PERFORM 2480-GRAVA-LINHA

           PERFORM 2480-GRAVA-LINHA

           MOVE WS-CAB-ITENS           TO WS-TEXTO-FATURA
           PERFORM 2480-GRAVA-LINHA

           MOVE NUM-PEDIDO             TO NUM-PEDIDO-ITEM
           MOVE ZEROS                  TO SEQ-ITEM

           START ARQ-ITEM-PED KEY IS NOT LESS THAN CHAVE-ITEM

           IF WS-FL-STATUS-ITE         EQUAL ZEROS
              PERFORM 2440-IMPRIME-ITEM
                      UNTIL WS-FL-STATUS-ITE NOT EQUAL "00"
           END-IF

           IF WS-QTD-ITENS             EQUAL ZEROS
              MOVE "PEDIDO SEM ITENS DETALHADOS"
                                       TO WS-TEXTO-FATURA
              PERFORM 2480-GRAVA-LINHA
           END-IF

           PERFORM 2480-GRAVA-LINHA

           MOVE VALOR-PEDIDO           TO WS-ED-VALOR
           STRING "TOTAL DA FATURA......................: R$ "
                  WS-ED-VALOR
                  DELIMITED BY SIZE
                  INTO WS-TEXTO-FATURA
           PERFORM 2480-GRAVA-LINHA

           PERFORM 2480-GRAVA-LINHA

           PERFORM 2430-IMPRIME-TITULO

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DADOS DO CLIENTE DA FATURA                                     *
      *----------------------------------------------------------------*
       2410-BUSCA-CLIENTE              SECTION.

           MOVE COD-CLIENTE-PED        TO COD-CLIENTE

           READ ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE RAZAO-SOCIAL        TO WS-RAZAO-FATURA
              MOVE CNPJ                TO WS-DOC-FATURA
              MOVE CIDADE-CLI          TO WS-CIDADE-FATURA
              MOVE UF-CLI              TO WS-UF-FATURA
           ELSE
              MOVE "CLIENTE NAO CADASTRADO"
                                       TO WS-RAZAO-FATURA
              MOVE ZEROS               TO WS-DOC-FATURA
              MOVE SPACES              TO WS-CIDADE-FATURA
                                          WS-UF-FATURA
           END-IF

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * NOME DO VENDEDOR DA FATURA                                     *
      *----------------------------------------------------------------*
       2420-BUSCA-VENDEDOR             SECTION.

           MOVE COD-VENDEDOR-PED       TO COD-VENDEDOR

           READ ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE NOME-VENDEDOR       TO WS-NOME-VEND-FATURA
           ELSE
              MOVE "VENDEDOR NAO CADASTRADO"
                                       TO WS-NOME-VEND-FATURA
           END-IF

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * NUMERO E VENCIMENTO DO TITULO A RECEBER DO PEDIDO              *
      *----------------------------------------------------------------*
       2430-IMPRIME-TITULO             SECTION.

           MOVE NUM-PEDIDO             TO NUM-TITULO

           READ ARQ-TITULO

           IF WS-FL-STATUS-TIT         EQUAL ZEROS
              MOVE DATA-VENCIMENTO-TIT TO WS-DATA-AUX
              PERFORM 2490-EDITA-DATA
              MOVE VALOR-TIT           TO WS-ED-VALOR
              STRING "TITULO...: " NUM-TITULO
                     "   VENCIMENTO: " WS-DATA-ED
                     "   VALOR: R$ " WS-ED-VALOR
                     DELIMITED BY SIZE
                     INTO WS-TEXTO-FATURA
           ELSE
              MOVE "TITULO A RECEBER AINDA NAO GERADO"
                                       TO WS-TEXTO-FATURA
           END-IF

           PERFORM 2480-GRAVA-LINHA

           .
       2430-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME UM ITEM DO PEDIDO COM A DESCRICAO DO PRODUTO - ITEM DE *
      * OUTRO PEDIDO ENCERRA A LEITURA                                 *
      *----------------------------------------------------------------*
       2440-IMPRIME-ITEM               SECTION.

           READ ARQ-ITEM-PED NEXT RECORD

           IF WS-FL-STATUS-ITE         EQUAL ZEROS
              IF NUM-PEDIDO-ITEM       EQUAL NUM-PEDIDO
                 MOVE COD-PRODUTO-ITEM TO COD-PRODUTO

                 READ ARQ-PRODUTO

                 IF WS-FL-STATUS-PRO   EQUAL ZEROS
                    MOVE DESCRICAO-PROD
                                       TO WS-ITF-DESCRICAO
                 ELSE
                    MOVE "PRODUTO NAO CADASTRADO"
                                       TO WS-ITF-DESCRICAO
                 END-IF

                 MOVE SEQ-ITEM         TO WS-ITF-SEQ
                 MOVE COD-PRODUTO-ITEM TO WS-ITF-PRODUTO
                 MOVE QUANTIDADE-ITEM  TO WS-ITF-QTD
                 MOVE PRECO-UNIT-ITEM  TO WS-ITF-PRECO
                 MOVE VALOR-ITEM       TO WS-ITF-VALOR

                 MOVE WS-LIN-ITEM      TO WS-TEXTO-FATURA
                 PERFORM 2480-GRAVA-LINHA

                 ADD 1                 TO WS-QTD-ITENS
              ELSE
                 MOVE "10"             TO WS-FL-STATUS-ITE
              END-IF
           END-IF

           .
       2440-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UMA LINHA DA FATURA NO SPOOL E LIMPA A AREA DE TEXTO     *
      *----------------------------------------------------------------*
       2480-GRAVA-LINHA                SECTION.

           ADD 1                       TO WS-SEQ-LINHA

           MOVE WS-DATA-HOJE           TO DATA-GERACAO-FIM
           MOVE NUM-FATURA-FAT         TO NUM-FATURA-FIM
           MOVE NUM-PEDIDO             TO NUM-PEDIDO-FIM
           MOVE COD-CLIENTE-PED        TO COD-CLIENTE-FIM
           MOVE WS-VIA                 TO VIA-FIM
           MOVE WS-SEQ-LINHA           TO SEQ-LINHA-FIM
           MOVE WS-TEXTO-FATURA        TO TEXTO-FIM

           WRITE REG-FATURA-IMP

           MOVE SPACES                 TO WS-TEXTO-FATURA

           .
       2480-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EDITA A DATA AAAAMMDD DE WS-DATA-AUX EM DD/MM/AAAA             *
      *----------------------------------------------------------------*
       2490-EDITA-DATA                 SECTION.

           MOVE WS-DATA-AUX-DIA        TO WS-DATA-ED-DIA
           MOVE WS-DATA-AUX-MES        TO WS-DATA-ED-MES
           MOVE WS-DATA-AUX-ANO        TO WS-DATA-ED-ANO

           .
       2490-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O ULTIMO NUMERO ATRIBUIDO A CADA FATURA EMITIDA, PARA    *
      * QUE UMA EXECUCAO INTERROMPIDA NAO REPITA NUMEROS               *
      *----------------------------------------------------------------*
       2700-ATUALIZA-CONTROLE          SECTION.

           OPEN OUTPUT ARQ-CONTROLE-FAT

           MOVE WS-NUM-FATURA          TO NUM-ULTIMA-FATURA-CFT
           MOVE WS-DATA-HOJE           TO DATA-ULTIMA-FATURA-CFT

           WRITE REG-CONTROLE-FAT

           CLOSE ARQ-CONTROLE-FAT

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 2 - REIMPRIME A FATURA DO PEDIDO COMO SEGUNDA VIA, COM  *
      * O NUMERO E A DATA DE EMISSAO ORIGINAIS                         *
      *----------------------------------------------------------------*
       4000-REIMPRIME-FATURA           SECTION.

           PERFORM 2050-OPEN-ARQUIVOS

           MOVE NUM-PEDIDO-LNKG073     TO NUM-PEDIDO-FAT

           READ ARQ-FATURA

           IF WS-FL-STATUS-FAT         NOT EQUAL ZEROS
              PERFORM 2090-CLOSE-ARQUIVOS
              MOVE 1                   TO COD-RETORNO-LNKG073
              MOVE "PEDIDO SEM FATURA EMITIDA"
                                       TO MSG-RETORNO-LNKG073
              PERFORM 3000-FINALIZA
           END-IF

           MOVE NUM-PEDIDO-LNKG073     TO NUM-PEDIDO

           READ ARQ-PEDIDO

           IF WS-FL-STATUS-PED         NOT EQUAL ZEROS
              PERFORM 2090-CLOSE-ARQUIVOS
              MOVE 1                   TO COD-RETORNO-LNKG073
              MOVE "PEDIDO NAO ENCONTRADO NA BASE"
                                       TO MSG-RETORNO-LNKG073
              PERFORM 3000-FINALIZA
           END-IF

           MOVE 2                      TO WS-VIA

           PERFORM 2400-GERA-FATURA

           ADD 1                       TO QTD-IMPRESSOES-FAT
           MOVE WS-DATA-HOJE           TO DATA-ULT-IMPRESSAO-FAT

           REWRITE REG-FATURA

           PERFORM 2090-CLOSE-ARQUIVOS

           MOVE NUM-FATURA-FAT         TO NUM-FATURA-LNKG073
           MOVE 1                      TO QTD-FATURAS-LNKG073
           MOVE "SEGUNDA VIA GRAVADA EM ARQFATURAIMPRESSA"
                                       TO MSG-RETORNO-LNKG073

           .
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           DISPLAY "PGFJF073P: " MSG-RETORNO-LNKG073

           MOVE COD-RETORNO-LNKG073    TO RETURN-CODE

           GOBACK

           .
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF073P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF073P.
      *----------------------------------------------------------------*
