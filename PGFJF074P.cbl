       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF074P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF074P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: REALIZAR ACESSOS AO CADASTRO DE PEDIDOS         *
      *                RECORRENTES (FUNCOES 0 A 3) - VALIDA O CLIENTE  *
      *                ATIVO, O VENDEDOR NAO EXCLUIDO, OS PRODUTOS     *
      *                ATIVOS COM QUANTIDADE, A FREQUENCIA E O PERIODO *
      *                DE VALIDADE. OS ITENS SEM PRODUTO SAO           *
      *                DESCARTADOS E A LISTA E COMPACTADA. A DATA DA   *
      *                PROXIMA GERACAO COMECA NO INICIO DA VALIDADE E  *
      *                E AVANCADA PELO GERADOR DIARIO (PGFJF075P)      *
      * ARQUIVOS.....: ArqPedidoRecorrente, ArqCliente, ArqVendedor,   *
      *                ArqProduto                                      *
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
           SELECT ARQ-PEDIDO-REC     ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-RECORRENTE-PRC
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PRC.

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

           SELECT ARQ-PRODUTO        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-PRODUTO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PRO.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-PEDIDO-REC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPedidoRecorrente'.
       COPY "PEDREC.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "CLIENTES.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "VENDEDOR.CPY".

       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqProduto'.
       COPY "PRODUTO.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-PRC            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PRO            PIC  X(002)         VALUE "00".
       77  WS-IDX-ITEM                 PIC  9(003)         VALUE ZEROS.
       77  WS-QTD-ITENS-OK             PIC  9(003)         VALUE ZEROS.
       77  WS-ED-PRODUTO               PIC  9(005)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * LISTA DE ITENS VALIDADOS, JA COMPACTADA                        *
      *----------------------------------------------------------------*
       01  WS-TAB-ITENS.
           05  WS-ITEM-OK              OCCURS 5 TIMES.
               10  WS-PRODUTO-OK       PIC  9(005).
               10  WS-QTD-OK           PIC  9(005).

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG074L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG074L.
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

           MOVE ZEROS                  TO COD-RETORNO-LNKG074
           MOVE SPACES                 TO MSG-RETORNO-LNKG074

           MOVE FUNCTION UPPER-CASE(FREQUENCIA-LNKG074)
                                       TO FREQUENCIA-LNKG074
           MOVE FUNCTION UPPER-CASE(SITUACAO-LNKG074)
                                       TO SITUACAO-LNKG074

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-LNKG074
               WHEN 0
                    PERFORM 2100-BUSCAR-RECORRENTE
               WHEN 1
                    PERFORM 2200-INCLUIR-RECORRENTE
               WHEN 2
                    PERFORM 2300-ALTERAR-RECORRENTE
               WHEN 3
                    PERFORM 2400-EXCLUIR-RECORRENTE
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-LNKG074
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-LNKG074
                    PERFORM 3000-FINALIZA
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE BUSCA DO PEDIDO RECORRENTE PELO NUMERO               *
      *----------------------------------------------------------------*
       2100-BUSCAR-RECORRENTE          SECTION.

           PERFORM 2110-OPEN-ARQ-RECORRENTE

           MOVE NUM-RECORRENTE-LNKG074 TO NUM-RECORRENTE-PRC

           READ ARQ-PEDIDO-REC

           IF WS-FL-STATUS-PRC         EQUAL ZEROS
              PERFORM 2130-DEVOLVE-RECORRENTE
              MOVE ZEROS               TO COD-RETORNO-LNKG074
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG074
              MOVE "PEDIDO RECORRENTE NAO ENCONTRADO NA BASE"
                                       TO MSG-RETORNO-LNKG074
           END-IF

           PERFORM 2120-CLOSE-ARQ-RECORRENTE

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DE ARQUIVO                                            *
      *----------------------------------------------------------------*
       2110-OPEN-ARQ-RECORRENTE        SECTION.

           OPEN I-O ARQ-PEDIDO-REC

           IF WS-FL-STATUS-PRC         EQUAL "35"
              OPEN OUTPUT ARQ-PEDIDO-REC

              IF WS-FL-STATUS-PRC      EQUAL ZEROS
                 CLOSE ARQ-PEDIDO-REC
                 OPEN I-O ARQ-PEDIDO-REC
              END-IF
           END-IF

           IF WS-FL-STATUS-PRC         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG074
              MOVE "ERRO NA ABERTURA DO CADASTRO DE RECORRENTES"
                                       TO MSG-RETORNO-LNKG074
              PERFORM 3000-FINALIZA
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DE ARQUIVO                                          *
      *----------------------------------------------------------------*
       2120-CLOSE-ARQ-RECORRENTE       SECTION.

           CLOSE ARQ-PEDIDO-REC

           IF WS-FL-STATUS-PRC         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG074
              MOVE "ERRO NO FECHAMENTO DO CADASTRO DE RECORRENTES"
                                       TO MSG-RETORNO-LNKG074
              PERFORM 3000-FINALIZA
           END-IF

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE O PEDIDO RECORRENTE LIDO NA AREA DE COMUNICACAO        *
      *----------------------------------------------------------------*
       2130-DEVOLVE-RECORRENTE         SECTION.

           MOVE COD-CLIENTE-PRC        TO COD-CLIENTE-LNKG074
           MOVE COD-VENDEDOR-PRC       TO COD-VENDEDOR-LNKG074
           MOVE FREQUENCIA-PRC         TO FREQUENCIA-LNKG074
           MOVE DATA-INICIO-PRC        TO DATA-INICIO-LNKG074
           MOVE DATA-FIM-PRC           TO DATA-FIM-LNKG074
           MOVE DATA-PROXIMA-PRC       TO DATA-PROXIMA-LNKG074
           MOVE SITUACAO-PRC           TO SITUACAO-LNKG074
           MOVE QTD-ITENS-PRC          TO QTD-ITENS-LNKG074

           PERFORM 2135-DEVOLVE-UM-ITEM
                   VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM GREATER 5

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE UM ITEM DO PEDIDO RECORRENTE NA AREA DE COMUNICACAO    *
      *----------------------------------------------------------------*
       2135-DEVOLVE-UM-ITEM            SECTION.

           MOVE COD-PRODUTO-PRC(WS-IDX-ITEM)
                                       TO
                COD-PRODUTO-LNKG074(WS-IDX-ITEM)
           MOVE QTD-ITEM-PRC(WS-IDX-ITEM)
                                       TO
                QTD-ITEM-LNKG074(WS-IDX-ITEM)

           .
       2135-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA O REGISTRO DO PEDIDO RECORRENTE A PARTIR DA AREA DE      *
      * COMUNICACAO E DA LISTA DE ITENS VALIDADA                       *
      *----------------------------------------------------------------*
       2140-MONTA-RECORRENTE           SECTION.

           MOVE NUM-RECORRENTE-LNKG074 TO NUM-RECORRENTE-PRC
           MOVE COD-CLIENTE-LNKG074    TO COD-CLIENTE-PRC
           MOVE COD-VENDEDOR-LNKG074   TO COD-VENDEDOR-PRC
           MOVE FREQUENCIA-LNKG074     TO FREQUENCIA-PRC
           MOVE DATA-INICIO-LNKG074    TO DATA-INICIO-PRC
           MOVE DATA-FIM-LNKG074       TO DATA-FIM-PRC
           MOVE SITUACAO-LNKG074       TO SITUACAO-PRC
           MOVE WS-QTD-ITENS-OK        TO QTD-ITENS-PRC

           PERFORM 2145-MONTA-UM-ITEM
                   VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM GREATER 5

           .
       2140-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA UM ITEM DO PEDIDO RECORRENTE                             *
      *----------------------------------------------------------------*
       2145-MONTA-UM-ITEM              SECTION.

           MOVE WS-ITEM-OK(WS-IDX-ITEM)
                                       TO ITEM-PRC(WS-IDX-ITEM)

           .
       2145-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA OS DADOS DO PEDIDO RECORRENTE - FREQUENCIA, PERIODO DE  *
      * VALIDADE, SITUACAO, CLIENTE, VENDEDOR E ITENS                  *
      *----------------------------------------------------------------*
       2160-VALIDA-RECORRENTE          SECTION.

           MOVE FREQUENCIA-LNKG074     TO FREQUENCIA-PRC
           MOVE SITUACAO-LNKG074       TO SITUACAO-PRC

           EVALUATE TRUE
               WHEN NUM-RECORRENTE-LNKG074 EQUAL ZEROS
                    MOVE 1             TO COD-RETORNO-LNKG074
                    MOVE "NUMERO DO PEDIDO RECORRENTE INVALIDO"
                                       TO MSG-RETORNO-LNKG074
                    PERFORM 3000-FINALIZA
               WHEN NOT PRC-FREQUENCIA-VALIDA
                    MOVE 1             TO COD-RETORNO-LNKG074
                    MOVE "FREQUENCIA INVALIDA (S/Q/M)"
                                       TO MSG-RETORNO-LNKG074
                    PERFORM 3000-FINALIZA
               WHEN NOT PRC-SITUACAO-VALIDA
                    MOVE 1             TO COD-RETORNO-LNKG074
                    MOVE "SITUACAO INVALIDA (A/S/E)"
                                       TO MSG-RETORNO-LNKG074
                    PERFORM 3000-FINALIZA
               WHEN DATA-INICIO-LNKG074 EQUAL ZEROS OR
                    FUNCTION TEST-DATE-YYYYMMDD(DATA-INICIO-LNKG074)
                                       NOT EQUAL ZEROS
                    MOVE 1             TO COD-RETORNO-LNKG074
                    MOVE "DATA DE INICIO DA VALIDADE INVALIDA"
                                       TO MSG-RETORNO-LNKG074
                    PERFORM 3000-FINALIZA
               WHEN DATA-FIM-LNKG074   NOT EQUAL ZEROS AND
                   (FUNCTION TEST-DATE-YYYYMMDD(DATA-FIM-LNKG074)
                                       NOT EQUAL ZEROS OR
                    DATA-FIM-LNKG074   LESS DATA-INICIO-LNKG074)
                    MOVE 1             TO COD-RETORNO-LNKG074
                    MOVE "DATA FIM INVALIDA OU ANTERIOR AO INICIO"
                                       TO MSG-RETORNO-LNKG074
                    PERFORM 3000-FINALIZA
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           PERFORM 2170-VALIDA-CLIENTE
           PERFORM 2175-VALIDA-VENDEDOR
           PERFORM 2180-VALIDA-ITENS

           .
       2160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA QUE O CLIENTE EXISTE E ESTA ATIVO                       *
      *----------------------------------------------------------------*
       2170-VALIDA-CLIENTE             SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE COD-CLIENTE-LNKG074 TO COD-CLIENTE

              READ ARQ-CLIENTE

              IF WS-FL-STATUS-CLI      EQUAL ZEROS AND CLI-ATIVO
                 CLOSE ARQ-CLIENTE
              ELSE
                 CLOSE ARQ-CLIENTE
                 MOVE 1                TO COD-RETORNO-LNKG074
                 MOVE "CLIENTE NAO ENCONTRADO OU INATIVO"
                                       TO MSG-RETORNO-LNKG074
                 PERFORM 3000-FINALIZA
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG074
              MOVE "CLIENTE NAO ENCONTRADO OU INATIVO"
                                       TO MSG-RETORNO-LNKG074
              PERFORM 3000-FINALIZA
           END-IF

           .
       2170-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA QUE O VENDEDOR EXISTE E NAO ESTA EXCLUIDO               *
      *----------------------------------------------------------------*
       2175-VALIDA-VENDEDOR            SECTION.

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE COD-VENDEDOR-LNKG074
                                       TO COD-VENDEDOR

              READ ARQ-VENDEDOR

              IF WS-FL-STATUS-VEN      EQUAL ZEROS AND
                 NOT VEND-EXCLUIDO
                 CLOSE ARQ-VENDEDOR
              ELSE
                 CLOSE ARQ-VENDEDOR
                 MOVE 1                TO COD-RETORNO-LNKG074
                 MOVE "VENDEDOR NAO ENCONTRADO NA BASE"
                                       TO MSG-RETORNO-LNKG074
                 PERFORM 3000-FINALIZA
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG074
              MOVE "VENDEDOR NAO ENCONTRADO NA BASE"
                                       TO MSG-RETORNO-LNKG074
              PERFORM 3000-FINALIZA
           END-IF

           .
       2175-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA OS ITENS CONTRA O MESTRE DE PRODUTOS - ITEM SEM PRODUTO *
      * E DESCARTADO E A LISTA VALIDA E COMPACTADA EM WS-TAB-ITENS     *
      *----------------------------------------------------------------*
       2180-VALIDA-ITENS               SECTION.

           MOVE ZEROS                  TO WS-QTD-ITENS-OK
           INITIALIZE WS-TAB-ITENS

           OPEN INPUT ARQ-PRODUTO

           IF WS-FL-STATUS-PRO         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG074
              MOVE "CADASTRO DE PRODUTOS NAO ENCONTRADO"
                                       TO MSG-RETORNO-LNKG074
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2185-VALIDA-UM-ITEM
                   VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM GREATER 5

           CLOSE ARQ-PRODUTO

           IF WS-QTD-ITENS-OK          EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG074
              MOVE "INFORME AO MENOS UM ITEM NO PEDIDO RECORRENTE"
                                       TO MSG-RETORNO-LNKG074
              PERFORM 3000-FINALIZA
           END-IF

           .
       2180-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA UM ITEM - PRODUTO ATIVO E QUANTIDADE MAIOR QUE ZERO     *
      *----------------------------------------------------------------*
       2185-VALIDA-UM-ITEM             SECTION.

           IF COD-PRODUTO-LNKG074(WS-IDX-ITEM) GREATER ZEROS
              MOVE COD-PRODUTO-LNKG074(WS-IDX-ITEM)
                                       TO COD-PRODUTO

              READ ARQ-PRODUTO

              IF WS-FL-STATUS-PRO      EQUAL ZEROS AND PROD-ATIVO
                 AND QTD-ITEM-LNKG074(WS-IDX-ITEM) GREATER ZEROS
                 ADD 1                 TO WS-QTD-ITENS-OK
                 MOVE COD-PRODUTO-LNKG074(WS-IDX-ITEM)
                                       TO
                      WS-PRODUTO-OK(WS-QTD-ITENS-OK)
                 MOVE QTD-ITEM-LNKG074(WS-IDX-ITEM)
                                       TO
                      WS-QTD-OK(WS-QTD-ITENS-OK)
              ELSE
                 CLOSE ARQ-PRODUTO
                 MOVE COD-PRODUTO-LNKG074(WS-IDX-ITEM)
                                       TO WS-ED-PRODUTO
                 MOVE 1                TO COD-RETORNO-LNKG074
                 MOVE SPACES           TO MSG-RETORNO-LNKG074
                 STRING "PRODUTO " WS-ED-PRODUTO
                        " INATIVO OU COM QUANTIDADE ZERADA"
                        DELIMITED BY SIZE
                                     INTO MSG-RETORNO-LNKG074
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           .
       2185-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INCLUSAO DO PEDIDO RECORRENTE - NASCE ATIVO E COM A  *
      * PROXIMA GERACAO NO INICIO DA VALIDADE                          *
      *----------------------------------------------------------------*
       2200-INCLUIR-RECORRENTE         SECTION.

           MOVE "A"                    TO SITUACAO-LNKG074

           PERFORM 2160-VALIDA-RECORRENTE

           PERFORM 2110-OPEN-ARQ-RECORRENTE

           MOVE NUM-RECORRENTE-LNKG074 TO NUM-RECORRENTE-PRC

           READ ARQ-PEDIDO-REC

           IF WS-FL-STATUS-PRC         EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG074
              MOVE "PEDIDO RECORRENTE JA CADASTRADO NA BASE"
                                       TO MSG-RETORNO-LNKG074
           ELSE
              INITIALIZE REG-PEDIDO-REC
              PERFORM 2140-MONTA-RECORRENTE
              MOVE DATA-INICIO-PRC     TO DATA-PROXIMA-PRC

              WRITE REG-PEDIDO-REC

              IF WS-FL-STATUS-PRC      EQUAL ZEROS
                 MOVE DATA-PROXIMA-PRC TO DATA-PROXIMA-LNKG074
                 MOVE ZEROS            TO COD-RETORNO-LNKG074
                 MOVE "PEDIDO RECORRENTE CADASTRADO COM SUCESSO"
                                       TO MSG-RETORNO-LNKG074
              ELSE
                 MOVE 9                TO COD-RETORNO-LNKG074
                 MOVE "ERRO AO GRAVAR O PEDIDO RECORRENTE"
                                       TO MSG-RETORNO-LNKG074
              END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-RECORRENTE

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE ALTERACAO DO PEDIDO RECORRENTE - PRESERVA A ULTIMA   *
      * GERACAO; SEM GERACAO AINDA, A PROXIMA ACOMPANHA O INICIO DA    *
      * VALIDADE, E NUNCA FICA ANTES DELE                              *
      *----------------------------------------------------------------*
       2300-ALTERAR-RECORRENTE         SECTION.

           IF SITUACAO-LNKG074         EQUAL SPACES
              MOVE "A"                 TO SITUACAO-LNKG074
           END-IF

           PERFORM 2160-VALIDA-RECORRENTE

           PERFORM 2110-OPEN-ARQ-RECORRENTE

           MOVE NUM-RECORRENTE-LNKG074 TO NUM-RECORRENTE-PRC

           READ ARQ-PEDIDO-REC

           IF WS-FL-STATUS-PRC         EQUAL ZEROS
              PERFORM 2140-MONTA-RECORRENTE

              IF DATA-ULT-GERACAO-PRC  EQUAL ZEROS OR
                 DATA-PROXIMA-PRC      LESS DATA-INICIO-PRC
                 MOVE DATA-INICIO-PRC  TO DATA-PROXIMA-PRC
              END-IF

              REWRITE REG-PEDIDO-REC

              IF WS-FL-STATUS-PRC      EQUAL ZEROS
                 MOVE DATA-PROXIMA-PRC TO DATA-PROXIMA-LNKG074
                 MOVE ZEROS            TO COD-RETORNO-LNKG074
                 MOVE "PEDIDO RECORRENTE ALTERADO COM SUCESSO"
                                       TO MSG-RETORNO-LNKG074
              ELSE
                 MOVE 9                TO COD-RETORNO-LNKG074
                 MOVE "ERRO AO ALTERAR O PEDIDO RECORRENTE"
                                       TO MSG-RETORNO-LNKG074
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG074
              MOVE "PEDIDO RECORRENTE NAO ENCONTRADO NA BASE"
                                       TO MSG-RETORNO-LNKG074
           END-IF

           PERFORM 2120-CLOSE-ARQ-RECORRENTE

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE EXCLUSAO DO PEDIDO RECORRENTE - OS PEDIDOS JA        *
      * GERADOS PERMANECEM NO CADASTRO DE PEDIDOS                      *
      *----------------------------------------------------------------*
       2400-EXCLUIR-RECORRENTE         SECTION.

           PERFORM 2110-OPEN-ARQ-RECORRENTE

           MOVE NUM-RECORRENTE-LNKG074 TO NUM-RECORRENTE-PRC

           READ ARQ-PEDIDO-REC

           IF WS-FL-STATUS-PRC         EQUAL ZEROS
              DELETE ARQ-PEDIDO-REC RECORD

              IF WS-FL-STATUS-PRC      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-LNKG074
                 MOVE "PEDIDO RECORRENTE EXCLUIDO COM SUCESSO"
                                       TO MSG-RETORNO-LNKG074
              ELSE
                 MOVE 9                TO COD-RETORNO-LNKG074
                 MOVE "ERRO AO EXCLUIR O PEDIDO RECORRENTE"
                                       TO MSG-RETORNO-LNKG074
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG074
              MOVE "PEDIDO RECORRENTE NAO ENCONTRADO NA BASE"
                                       TO MSG-RETORNO-LNKG074
           END-IF

           PERFORM 2120-CLOSE-ARQ-RECORRENTE

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF074P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF074P.
      *----------------------------------------------------------------*
