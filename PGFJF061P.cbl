       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF061P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF061P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: REALIZAR ACESSOS A TABELA DE PRECOS POR         *
      *                PRODUTO, REGIAO E VIGENCIA (FUNCOES 0 A 3),     *
      *                DEVOLVER O PRECO VIGENTE PARA A REGIAO, DATA E  *
      *                CLASSE ABC DO CLIENTE (FUNCAO 4 - REGIAO DO     *
      *                CLIENTE PRIMEIRO, DEPOIS A TABELA GERAL) E      *
      *                EMITIR O RELATORIO DOS ITENS DE PEDIDO COM      *
      *                PRECO DIGITADO DIFERENTE DA TABELA (FUNCAO 5)   *
      * ARQUIVOS.....: ArqTabelaPreco, ArqPedido, ArqCliente,          *
      *                ArqItemPedido                                   *
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
           SELECT ARQ-TABELA-PRECO   ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-TPR
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TPR.

           SELECT ARQ-PEDIDO         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-PEDIDO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PED.

           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE
                       ALTERNATE RECORD KEY IS CNPJ
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.

           SELECT ARQ-ITEM-PED       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-ITEM
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-ITE.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-TABELA-PRECO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTabelaPreco'.
       COPY "PRECOTAB.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "CLIENTES.CPY".

       FD  ARQ-ITEM-PED
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqItemPedido'.
       COPY "ITEMPED.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-TPR            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PED            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-ITE            PIC  X(002)         VALUE "00".

      *----------------------------------------------------------------*
      * PESQUISA DO PRECO VIGENTE - CHAVE PROCURADA E MELHOR TABELA    *
      * ENCONTRADA (MAIOR VIGENCIA ATE A DATA)                         *
      *----------------------------------------------------------------*
       77  WS-BUS-PRODUTO              PIC  9(005)         VALUE ZEROS.
       77  WS-BUS-REGIAO               PIC  9(003)         VALUE ZEROS.
       77  WS-BUS-DATA                 PIC  9(008)         VALUE ZEROS.
       77  WS-BUS-CLASSE               PIC  X(001)         VALUE SPACES.
       77  WS-SW-ACHOU-TABELA          PIC  X(001)         VALUE "N".
           88  ACHOU-TABELA                 VALUE "S".
       77  WS-SW-FIM-TABELA            PIC  X(001)         VALUE "N".
           88  FIM-TABELA                   VALUE "S".
       77  WS-ACH-PRECO                PIC  9(007)V9(002)  VALUE ZEROS.
       77  WS-ACH-PERC-DESC            PIC  9(002)V9(002)  VALUE ZEROS.
       77  WS-PRECO-VIGENTE            PIC  9(007)V9(002)  VALUE ZEROS.
       77  WS-DIFERENCA                PIC S9(007)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * RELATORIO DE DIVERGENCIA - CLIENTE DO PEDIDO CORRENTE          *
      *----------------------------------------------------------------*
       77  WS-REGIAO-CLIENTE           PIC  9(003)         VALUE ZEROS.
       77  WS-CLASSE-CLIENTE           PIC  X(001)         VALUE SPACES.
       77  WS-QTD-LINHAS               PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-PEDIDOS              PIC  9(007)         VALUE ZEROS.

       01  WS-CAB-1.
           05  FILLER                  PIC  X(050)         VALUE
               "ITENS COM PRECO DIFERENTE DA TABELA - PERIODO ".
           05  WS-CAB-DATA-INI         PIC  9(008).
           05  FILLER                  PIC  X(003)         VALUE " A ".
           05  WS-CAB-DATA-FIM         PIC  9(008).

       01  WS-CAB-2.
           05  FILLER                  PIC  X(080)         VALUE
           "PEDIDO    DATA     CLIENTE VEND SEQ PROD.  PRECO DIGIT. PREC
      -    "O TABELA  DIFERENCA".

       01  WS-LIN-DET.
           05  WS-LD-PEDIDO            PIC  9(009).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-LD-DATA              PIC  9(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-LD-CLIENTE           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-LD-VENDEDOR          PIC  ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-LD-SEQ               PIC  ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-LD-PRODUTO           PIC  9(005).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-LD-PRECO-ITEM        PIC  ZZZZZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-LD-PRECO-TAB         PIC  ZZZZZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-LD-DIFERENCA         PIC  -ZZZZZZ9,99.

       01  WS-LIN-TOTAL.
           05  FILLER                  PIC  X(032)         VALUE
               "TOTAL DE ITENS DIVERGENTES....: ".
           05  WS-LT-LINHAS            PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(025)         VALUE
               "   PEDIDOS LIDOS.......: ".
           05  WS-LT-PEDIDOS           PIC  ZZZZZZ9.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG061L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG061L.
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

           MOVE ZEROS                  TO COD-RETORNO-LNKG061
           MOVE SPACES                 TO MSG-RETORNO-LNKG061

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-LNKG061
               WHEN 0
                    PERFORM 2100-BUSCAR-PRECO
               WHEN 1
                    PERFORM 2200-INCLUIR-PRECO
               WHEN 2
                    PERFORM 2300-ALTERAR-PRECO
               WHEN 3
                    PERFORM 2400-EXCLUIR-PRECO
               WHEN 4
                    PERFORM 2500-PRECO-VIGENTE
               WHEN 5
                    PERFORM 2600-RELAT-DIVERGENCIA
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-LNKG061
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-LNKG061
                    PERFORM 3000-FINALIZA
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE BUSCA DE PRECO PELA CHAVE COMPLETA                   *
      *----------------------------------------------------------------*
       2100-BUSCAR-PRECO               SECTION.

           PERFORM 2110-OPEN-ARQ-TABELA

           PERFORM 2140-MONTA-CHAVE

           READ ARQ-TABELA-PRECO

           IF WS-FL-STATUS-TPR         EQUAL ZEROS
              PERFORM 2130-DEVOLVE-PRECO
              MOVE ZEROS               TO COD-RETORNO-LNKG061
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG061
              MOVE "PRECO NAO ENCONTRADO NA TABELA"
                                       TO MSG-RETORNO-LNKG061
           END-IF

           PERFORM 2120-CLOSE-ARQ-TABELA

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DE ARQUIVO                                            *
      *----------------------------------------------------------------*
       2110-OPEN-ARQ-TABELA            SECTION.

           OPEN I-O ARQ-TABELA-PRECO

           IF WS-FL-STATUS-TPR         EQUAL "35"
              OPEN OUTPUT ARQ-TABELA-PRECO

              IF WS-FL-STATUS-TPR      EQUAL ZEROS
                 CLOSE ARQ-TABELA-PRECO
                 OPEN I-O ARQ-TABELA-PRECO
              END-IF
           END-IF

           IF WS-FL-STATUS-TPR         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG061
              MOVE "ERRO NA ABERTURA DA TABELA DE PRECOS"
                                       TO MSG-RETORNO-LNKG061
              PERFORM 3000-FINALIZA
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DE ARQUIVO                                          *
      *----------------------------------------------------------------*
       2120-CLOSE-ARQ-TABELA           SECTION.

           CLOSE ARQ-TABELA-PRECO

           IF WS-FL-STATUS-TPR         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG061
              MOVE "ERRO NO FECHAMENTO DA TABELA DE PRECOS"
                                       TO MSG-RETORNO-LNKG061
              PERFORM 3000-FINALIZA
           END-IF

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE O PRECO LIDO NA AREA DE COMUNICACAO                    *
      *----------------------------------------------------------------*
       2130-DEVOLVE-PRECO              SECTION.

           MOVE PRECO-UNIT-TPR         TO PRECO-UNIT-LNKG061
           MOVE PERC-DESC-A-TPR        TO PERC-DESC-A-LNKG061
           MOVE PERC-DESC-B-TPR        TO PERC-DESC-B-LNKG061
           MOVE PERC-DESC-C-TPR        TO PERC-DESC-C-LNKG061

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA A CHAVE DA TABELA A PARTIR DA AREA DE COMUNICACAO        *
      *----------------------------------------------------------------*
       2140-MONTA-CHAVE                SECTION.

           MOVE COD-PRODUTO-LNKG061    TO COD-PRODUTO-TPR
           MOVE COD-REGIAO-LNKG061     TO COD-REGIAO-TPR
           MOVE DATA-VIGENCIA-LNKG061  TO DATA-VIGENCIA-TPR

           .
       2140-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA O REGISTRO DA TABELA A PARTIR DA AREA DE COMUNICACAO     *
      *----------------------------------------------------------------*
       2150-MONTA-PRECO                SECTION.

           PERFORM 2140-MONTA-CHAVE

           MOVE PRECO-UNIT-LNKG061     TO PRECO-UNIT-TPR
           MOVE PERC-DESC-A-LNKG061    TO PERC-DESC-A-TPR
           MOVE PERC-DESC-B-LNKG061    TO PERC-DESC-B-TPR
           MOVE PERC-DESC-C-LNKG061    TO PERC-DESC-C-TPR

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INCLUSAO DE PRECO                                    *
      *----------------------------------------------------------------*
       2200-INCLUIR-PRECO              SECTION.

           IF COD-PRODUTO-LNKG061      EQUAL ZEROS OR
              DATA-VIGENCIA-LNKG061    EQUAL ZEROS OR
              PRECO-UNIT-LNKG061       EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG061
              MOVE "PRODUTO, VIGENCIA OU PRECO INVALIDO"
                                       TO MSG-RETORNO-LNKG061
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2110-OPEN-ARQ-TABELA

           PERFORM 2140-MONTA-CHAVE

           READ ARQ-TABELA-PRECO

           IF WS-FL-STATUS-TPR         EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG061
              MOVE "PRECO JA CADASTRADO PARA PRODUTO/REGIAO/VIGENCIA"
                                       TO MSG-RETORNO-LNKG061
           ELSE
              PERFORM 2150-MONTA-PRECO

              WRITE REG-TABELA-PRECO

              IF WS-FL-STATUS-TPR      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-LNKG061
                 MOVE "PRECO CADASTRADO COM SUCESSO"
                                       TO MSG-RETORNO-LNKG061
              ELSE
                 MOVE 9                TO COD-RETORNO-LNKG061
                 MOVE "ERRO AO GRAVAR O PRECO"
                                       TO MSG-RETORNO-LNKG061
              END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-TABELA

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE ALTERACAO DE PRECO                                   *
      *----------------------------------------------------------------*
       2300-ALTERAR-PRECO              SECTION.

           IF PRECO-UNIT-LNKG061       EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG061
              MOVE "PRECO INVALIDO"    TO MSG-RETORNO-LNKG061
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2110-OPEN-ARQ-TABELA

           PERFORM 2140-MONTA-CHAVE

           READ ARQ-TABELA-PRECO

           IF WS-FL-STATUS-TPR         EQUAL ZEROS
              PERFORM 2150-MONTA-PRECO

              REWRITE REG-TABELA-PRECO

              IF WS-FL-STATUS-TPR      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-LNKG061
                 MOVE "PRECO ALTERADO COM SUCESSO"
                                       TO MSG-RETORNO-LNKG061
              ELSE
                 MOVE 9                TO COD-RETORNO-LNKG061
                 MOVE "ERRO AO ALTERAR PRECO"
                                       TO MSG-RETORNO-LNKG061
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG061
              MOVE "ERRO AO ALTERAR PRECO"
                                       TO MSG-RETORNO-LNKG061
           END-IF

           PERFORM 2120-CLOSE-ARQ-TABELA

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE EXCLUSAO DE PRECO                                    *
      *----------------------------------------------------------------*
       2400-EXCLUIR-PRECO              SECTION.

           PERFORM 2110-OPEN-ARQ-TABELA

           PERFORM 2140-MONTA-CHAVE

           READ ARQ-TABELA-PRECO

           IF WS-FL-STATUS-TPR         EQUAL ZEROS
              DELETE ARQ-TABELA-PRECO RECORD

              IF WS-FL-STATUS-TPR      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-LNKG061
                 MOVE "PRECO EXCLUIDO COM SUCESSO"
                                       TO MSG-RETORNO-LNKG061
              ELSE
                 MOVE 9                TO COD-RETORNO-LNKG061
                 MOVE "ERRO AO EXCLUIR PRECO"
                                       TO MSG-RETORNO-LNKG061
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG061
              MOVE "ERRO AO EXCLUIR PRECO"
                                       TO MSG-RETORNO-LNKG061
           END-IF

           PERFORM 2120-CLOSE-ARQ-TABELA

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 4 - PRECO VIGENTE DO PRODUTO NA DATA PARA A REGIAO E A  *
      * CLASSE DO CLIENTE - SEM TABELA VIGENTE DEVOLVE RETORNO 1 E O   *
      * CHAMADOR FICA COM O PRECO DO MESTRE DE PRODUTOS                *
      *----------------------------------------------------------------*
       2500-PRECO-VIGENTE              SECTION.

           MOVE ZEROS                  TO PRECO-VIGENTE-LNKG061

           OPEN INPUT ARQ-TABELA-PRECO

           IF WS-FL-STATUS-TPR         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG061
              MOVE "PRODUTO SEM TABELA DE PRECO VIGENTE"
                                       TO MSG-RETORNO-LNKG061
              PERFORM 3000-FINALIZA
           END-IF

           MOVE COD-PRODUTO-LNKG061    TO WS-BUS-PRODUTO
           MOVE COD-REGIAO-LNKG061     TO WS-BUS-REGIAO
           MOVE DATA-VIGENCIA-LNKG061  TO WS-BUS-DATA
           MOVE CLASSE-ABC-LNKG061     TO WS-BUS-CLASSE

           PERFORM 2510-PROCURA-PRECO

           CLOSE ARQ-TABELA-PRECO

           IF ACHOU-TABELA
              MOVE WS-PRECO-VIGENTE    TO PRECO-VIGENTE-LNKG061
              MOVE "PRECO VIGENTE ENCONTRADO NA TABELA"
                                       TO MSG-RETORNO-LNKG061
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG061
              MOVE "PRODUTO SEM TABELA DE PRECO VIGENTE"
                                       TO MSG-RETORNO-LNKG061
           END-IF

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA A TABELA VIGENTE (TABELA JA ABERTA): PRIMEIRO NA       *
      * REGIAO DO CLIENTE, DEPOIS NA TABELA GERAL (REGIAO 0), E APLICA *
      * O DESCONTO DA CLASSE ABC                                       *
      *----------------------------------------------------------------*
       2510-PROCURA-PRECO              SECTION.

           MOVE "N"                    TO WS-SW-ACHOU-TABELA
           MOVE ZEROS                  TO WS-PRECO-VIGENTE

           PERFORM 2520-PROCURA-REGIAO

           IF NOT ACHOU-TABELA AND WS-BUS-REGIAO NOT EQUAL ZEROS
              MOVE ZEROS               TO WS-BUS-REGIAO
              PERFORM 2520-PROCURA-REGIAO
           END-IF

           IF ACHOU-TABELA
              COMPUTE WS-PRECO-VIGENTE ROUNDED =
                      WS-ACH-PRECO
                    - (WS-ACH-PRECO * WS-ACH-PERC-DESC / 100)
           END-IF

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PERCORRE AS VIGENCIAS DO PRODUTO NA REGIAO PESQUISADA E FICA   *
      * COM A ULTIMA QUE NAO PASSA DA DATA                             *
      *----------------------------------------------------------------*
       2520-PROCURA-REGIAO             SECTION.

           MOVE "N"                    TO WS-SW-FIM-TABELA

           MOVE WS-BUS-PRODUTO         TO COD-PRODUTO-TPR
           MOVE WS-BUS-REGIAO          TO COD-REGIAO-TPR
           MOVE ZEROS                  TO DATA-VIGENCIA-TPR

           START ARQ-TABELA-PRECO KEY IS NOT LESS THAN CHAVE-TPR

           IF WS-FL-STATUS-TPR         NOT EQUAL ZEROS
              MOVE "S"                 TO WS-SW-FIM-TABELA
           END-IF

           PERFORM 2530-LER-VIGENCIA UNTIL FIM-TABELA

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A PROXIMA VIGENCIA DO PRODUTO NA REGIAO                     *
      *----------------------------------------------------------------*
       2530-LER-VIGENCIA               SECTION.

           READ ARQ-TABELA-PRECO NEXT RECORD

           IF WS-FL-STATUS-TPR         EQUAL ZEROS AND
              COD-PRODUTO-TPR          EQUAL WS-BUS-PRODUTO AND
              COD-REGIAO-TPR           EQUAL WS-BUS-REGIAO AND
              DATA-VIGENCIA-TPR        NOT GREATER WS-BUS-DATA
              MOVE "S"                 TO WS-SW-ACHOU-TABELA
              MOVE PRECO-UNIT-TPR      TO WS-ACH-PRECO
              EVALUATE WS-BUS-CLASSE
                  WHEN "A"
                       MOVE PERC-DESC-A-TPR
                                       TO WS-ACH-PERC-DESC
                  WHEN "B"
                       MOVE PERC-DESC-B-TPR
                                       TO WS-ACH-PERC-DESC
                  WHEN "C"
                       MOVE PERC-DESC-C-TPR
                                       TO WS-ACH-PERC-DESC
                  WHEN OTHER
                       MOVE ZEROS      TO WS-ACH-PERC-DESC
              END-EVALUATE
           ELSE
              MOVE "S"                 TO WS-SW-FIM-TABELA
           END-IF

           .
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 5 - RELATORIO DOS ITENS DE PEDIDO (NAO CANCELADOS) DO   *
      * PERIODO CUJO PRECO DIGITADO DIFERE DO PRECO DA TABELA VIGENTE  *
      * NA DATA DO PEDIDO - ITENS DE PRODUTO SEM TABELA NAO ENTRAM     *
      *----------------------------------------------------------------*
       2600-RELAT-DIVERGENCIA          SECTION.

           MOVE ZEROS                  TO WS-QTD-LINHAS
                                          WS-QTD-PEDIDOS

           IF DATA-FIM-LNKG061         EQUAL ZEROS
              MOVE 99999999            TO DATA-FIM-LNKG061
           END-IF

           OPEN INPUT ARQ-PEDIDO

           IF WS-FL-STATUS-PED         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG061
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS"
                                       TO MSG-RETORNO-LNKG061
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-TABELA-PRECO

           IF WS-FL-STATUS-TPR         NOT EQUAL ZEROS
              CLOSE ARQ-PEDIDO
              MOVE 1                   TO COD-RETORNO-LNKG061
              MOVE "TABELA DE PRECOS VAZIA - NADA A COMPARAR"
                                       TO MSG-RETORNO-LNKG061
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-ITEM-PED

           MOVE DATA-INI-LNKG061       TO WS-CAB-DATA-INI
           MOVE DATA-FIM-LNKG061       TO WS-CAB-DATA-FIM

           DISPLAY WS-CAB-1
           DISPLAY WS-CAB-2

           PERFORM 2610-LER-PEDIDO

           PERFORM 2620-TRATA-PEDIDO UNTIL
                   WS-FL-STATUS-PED    NOT EQUAL "00"

           MOVE WS-QTD-LINHAS          TO WS-LT-LINHAS
                                          QTD-LINHAS-LNKG061
           MOVE WS-QTD-PEDIDOS         TO WS-LT-PEDIDOS
           DISPLAY WS-LIN-TOTAL

           CLOSE ARQ-PEDIDO
           CLOSE ARQ-TABELA-PRECO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-ITEM-PED

           MOVE "RELATORIO DE DIVERGENCIA DE PRECO EMITIDO"
                                       TO MSG-RETORNO-LNKG061

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DOS PEDIDOS                                 *
      *----------------------------------------------------------------*
       2610-LER-PEDIDO                 SECTION.

           READ ARQ-PEDIDO NEXT RECORD

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRATA UM PEDIDO DO PERIODO: LOCALIZA REGIAO E CLASSE DO        *
      * CLIENTE E COMPARA CADA ITEM COM A TABELA                       *
      *----------------------------------------------------------------*
       2620-TRATA-PEDIDO               SECTION.

           IF DATA-PEDIDO              NOT LESS DATA-INI-LNKG061 AND
              DATA-PEDIDO              NOT GREATER DATA-FIM-LNKG061 AND
              NOT PED-CANCELADO
              ADD 1                    TO WS-QTD-PEDIDOS

              MOVE COD-CLIENTE-PED     TO COD-CLIENTE

              READ ARQ-CLIENTE

              IF WS-FL-STATUS-CLI      EQUAL ZEROS
                 MOVE COD-REGIAO-CLI   TO WS-REGIAO-CLIENTE
                 MOVE CLASSE-ABC-CLI   TO WS-CLASSE-CLIENTE
              ELSE
                 MOVE ZEROS            TO WS-REGIAO-CLIENTE
                 MOVE SPACES           TO WS-CLASSE-CLIENTE
              END-IF

              MOVE NUM-PEDIDO          TO NUM-PEDIDO-ITEM
              MOVE ZEROS               TO SEQ-ITEM

              START ARQ-ITEM-PED KEY IS NOT LESS THAN CHAVE-ITEM

              IF WS-FL-STATUS-ITE      EQUAL ZEROS
                 PERFORM 2630-COMPARA-ITEM UNTIL
                         WS-FL-STATUS-ITE NOT EQUAL "00"
              END-IF
           END-IF

           PERFORM 2610-LER-PEDIDO

           .
       2620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA UM ITEM DO PEDIDO COM O PRECO DA TABELA - UM ITEM DE   *
      * OUTRO PEDIDO ENCERRA A VARREDURA                               *
      *----------------------------------------------------------------*
       2630-COMPARA-ITEM               SECTION.

           READ ARQ-ITEM-PED NEXT RECORD

           IF WS-FL-STATUS-ITE         EQUAL ZEROS AND
              NUM-PEDIDO-ITEM          NOT EQUAL NUM-PEDIDO
              MOVE "10"                TO WS-FL-STATUS-ITE
           END-IF

           IF WS-FL-STATUS-ITE         EQUAL ZEROS
              MOVE COD-PRODUTO-ITEM    TO WS-BUS-PRODUTO
              MOVE WS-REGIAO-CLIENTE   TO WS-BUS-REGIAO
              MOVE DATA-PEDIDO         TO WS-BUS-DATA
              MOVE WS-CLASSE-CLIENTE   TO WS-BUS-CLASSE

              PERFORM 2510-PROCURA-PRECO

              IF ACHOU-TABELA AND
                 PRECO-UNIT-ITEM       NOT EQUAL WS-PRECO-VIGENTE
                 COMPUTE WS-DIFERENCA = PRECO-UNIT-ITEM
                                      - WS-PRECO-VIGENTE

                 MOVE NUM-PEDIDO       TO WS-LD-PEDIDO
                 MOVE DATA-PEDIDO      TO WS-LD-DATA
                 MOVE COD-CLIENTE-PED  TO WS-LD-CLIENTE
                 MOVE COD-VENDEDOR-PED TO WS-LD-VENDEDOR
                 MOVE SEQ-ITEM         TO WS-LD-SEQ
                 MOVE COD-PRODUTO-ITEM TO WS-LD-PRODUTO
                 MOVE PRECO-UNIT-ITEM  TO WS-LD-PRECO-ITEM
                 MOVE WS-PRECO-VIGENTE TO WS-LD-PRECO-TAB
                 MOVE WS-DIFERENCA     TO WS-LD-DIFERENCA

                 DISPLAY WS-LIN-DET

                 ADD 1                 TO WS-QTD-LINHAS
              END-IF
           END-IF

           .
       2630-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF061P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF061P.
      *----------------------------------------------------------------*
