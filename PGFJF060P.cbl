       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF060P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF060P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: CONTROLE DO SALDO DE ESTOQUE POR PRODUTO:       *
      *                FUNCAO 1 REGISTRA A ENTRADA DE ESTOQUE E ATENDE *
      *                O BACKORDER PENDENTE DO PRODUTO PELA ORDEM DO   *
      *                PEDIDO; FUNCAO 2 RESERVA OS ITENS DO PEDIDO     *
      *                APROVADO (A PARTE SEM SALDO VAI PARA O          *
      *                BACKORDER); FUNCAO 3 CONSOME A RESERVA NO       *
      *                FATURAMENTO (RECUSA PEDIDO COM BACKORDER        *
      *                PENDENTE); FUNCAO 4 LIBERA A RESERVA NO         *
      *                CANCELAMENTO OU EXCLUSAO DO PEDIDO; FUNCAO 5    *
      *                EMITE A POSICAO DIARIA DE ESTOQUE E A LISTA DE  *
      *                BACKORDER (POR VENDEDOR QUANDO INFORMADO)       *
      * ARQUIVOS.....: ArqEstoque, ArqReservaEstoque, ArqItemPedido,   *
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
           SELECT ARQ-ESTOQUE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-PRODUTO-EST
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-EST.

           SELECT ARQ-RESERVA        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-RES
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-RES.

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

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-ESTOQUE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqEstoque'.
       COPY "ESTOQUE.CPY".

       FD  ARQ-RESERVA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqReservaEstoque'.
       COPY "RESERVA.CPY".

       FD  ARQ-ITEM-PED
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqItemPedido'.
       COPY "ITEMPED.CPY".

       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqProduto'.
       COPY "PRODUTO.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-EST            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RES            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-ITE            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PRO            PIC  X(002)         VALUE "00".

       77  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       77  WS-COD-PRODUTO              PIC  9(005)         VALUE ZEROS.
       77  WS-DISPONIVEL               PIC S9(007)         VALUE ZEROS.
       77  WS-QTD-ATENDER              PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-ATENDIDOS            PIC  9(005)         VALUE ZEROS.
       77  WS-QTD-LINHAS               PIC  9(007)         VALUE ZEROS.
       77  WS-TOT-RESERVADA            PIC  9(007)         VALUE ZEROS.
       77  WS-TOT-PENDENTE             PIC  9(007)         VALUE ZEROS.
       77  WS-ED-QTD                   PIC  ZZZZZZ9.

      *----------------------------------------------------------------*
      * REGISTRO DE ESTOQUE AINDA NAO GRAVADO (PRIMEIRO MOVIMENTO DO   *
      * PRODUTO) E ARQUIVOS OPCIONAIS                                  *
      *----------------------------------------------------------------*
       77  WS-SW-EST-NOVO              PIC  X(001)         VALUE "N".
           88  ESTOQUE-NOVO                 VALUE "S".
       77  WS-SW-RES-EXISTE            PIC  X(001)         VALUE "N".
           88  RESERVA-EXISTE               VALUE "S".
       77  WS-SW-TEM-RESERVA           PIC  X(001)         VALUE "N".
           88  TEM-ARQ-RESERVA              VALUE "S".
       77  WS-SW-TEM-ESTOQUE           PIC  X(001)         VALUE "N".
           88  TEM-ARQ-ESTOQUE              VALUE "S".

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO DE POSICAO DE ESTOQUE E BACKORDER          *
      *----------------------------------------------------------------*
       01  WS-DATA-EDICAO.
           05  WS-DE-ANO               PIC  9(004).
           05  WS-DE-MES               PIC  9(002).
           05  WS-DE-DIA               PIC  9(002).

       01  WS-CAB-1.
           05  FILLER                  PIC  X(040)         VALUE
               "POSICAO DE ESTOQUE E BACKORDER EM ".
           05  WS-CAB-DIA              PIC  9(002).
           05  FILLER                  PIC  X(001)         VALUE "/".
           05  WS-CAB-MES              PIC  9(002).
           05  FILLER                  PIC  X(001)         VALUE "/".
           05  WS-CAB-ANO              PIC  9(004).

       01  WS-CAB-POSICAO.
           05  FILLER                  PIC  X(038)         VALUE
               "PRODUTO DESCRICAO".
           05  FILLER                  PIC  X(040)         VALUE
               "   SALDO  RESERV.  DISPON.  BACKORD.".

       01  WS-LIN-POSICAO.
           05  WS-LP-COD-PROD          PIC  9(005).
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WS-LP-DESCRICAO         PIC  X(030).
           05  WS-LP-SALDO             PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-LP-RESERVADA         PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-LP-DISPONIVEL        PIC  -ZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-LP-PENDENTE          PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-LP-ALERTA            PIC  X(001).

       01  WS-CAB-BACKORDER.
           05  FILLER                  PIC  X(078)         VALUE
           "BACKORDER - PEDIDO    SEQ PRODUTO CLIENTE VEND PEDIDA PEND
      -    "ENTE  APROVADO".

       01  WS-LIN-BACKORDER.
           05  FILLER                  PIC  X(012)         VALUE SPACES.
           05  WS-LB-PEDIDO            PIC  9(009).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-LB-SEQ               PIC  ZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WS-LB-PRODUTO           PIC  9(005).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-LB-CLIENTE           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-LB-VENDEDOR          PIC  ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-LB-PEDIDA            PIC  ZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-LB-PENDENTE          PIC  ZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-LB-DATA              PIC  9(008).

       01  WS-LIN-TOTAL.
           05  FILLER                  PIC  X(030)         VALUE
               "TOTAL DE LINHAS EM BACKORDER: ".
           05  WS-LT-LINHAS            PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(023)         VALUE
               "  QUANTIDADE PENDENTE: ".
           05  WS-LT-PENDENTE          PIC  ZZZZZZ9.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG060L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG060L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA

           EVALUATE COD-FUNCAO-LNKG060
               WHEN 1
                    PERFORM 2100-ENTRADA-ESTOQUE
               WHEN 2
                    PERFORM 2200-RESERVA-PEDIDO
               WHEN 3
                    PERFORM 2300-CONSOME-PEDIDO
               WHEN 4
                    PERFORM 2400-LIBERA-PEDIDO
               WHEN 5
                    PERFORM 2500-EMITE-POSICAO
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-LNKG060
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-LNKG060
           END-EVALUATE

           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO                                        *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-LNKG060
                                          QTD-SALDO-LNKG060
                                          QTD-RESERVADA-LNKG060
                                          QTD-PENDENTE-LNKG060
           MOVE SPACES                 TO MSG-RETORNO-LNKG060

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-HOJE

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE O SALDO DE ESTOQUE PARA ATUALIZACAO (CRIA QUANDO NAO      *
      * EXISTE)                                                        *
      *----------------------------------------------------------------*
       1100-ABRE-ESTOQUE               SECTION.

           OPEN I-O ARQ-ESTOQUE

           IF WS-FL-STATUS-EST         EQUAL "35"
              OPEN OUTPUT ARQ-ESTOQUE
              CLOSE ARQ-ESTOQUE
              OPEN I-O ARQ-ESTOQUE
           END-IF

           IF WS-FL-STATUS-EST         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG060
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE ESTOQUE"
                                       TO MSG-RETORNO-LNKG060
              PERFORM 3000-FINALIZA
           END-IF

           .
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE AS RESERVAS PARA ATUALIZACAO (CRIA QUANDO NAO EXISTE)     *
      *----------------------------------------------------------------*
       1200-ABRE-RESERVA               SECTION.

           OPEN I-O ARQ-RESERVA

           IF WS-FL-STATUS-RES         EQUAL "35"
              OPEN OUTPUT ARQ-RESERVA
              CLOSE ARQ-RESERVA
              OPEN I-O ARQ-RESERVA
           END-IF

           IF WS-FL-STATUS-RES         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG060
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE RESERVAS"
                                       TO MSG-RETORNO-LNKG060
              CLOSE ARQ-ESTOQUE
              PERFORM 3000-FINALIZA
           END-IF

           .
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE O SALDO DO PRODUTO - PRODUTO SEM MOVIMENTO COMECA ZERADO    *
      *----------------------------------------------------------------*
       1300-LE-ESTOQUE                 SECTION.

           MOVE WS-COD-PRODUTO         TO COD-PRODUTO-EST

           READ ARQ-ESTOQUE

           IF WS-FL-STATUS-EST         EQUAL ZEROS
              MOVE "N"                 TO WS-SW-EST-NOVO
           ELSE
              MOVE "S"                 TO WS-SW-EST-NOVO
              MOVE WS-COD-PRODUTO      TO COD-PRODUTO-EST
              MOVE ZEROS               TO QTD-SALDO-EST
                                          QTD-RESERVADA-EST
                                          QTD-PENDENTE-EST
                                          DATA-ULT-ENTRADA-EST
                                          DATA-ULT-MOVTO-EST
           END-IF

           .
       1300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O SALDO DO PRODUTO                                       *
      *----------------------------------------------------------------*
       1310-GRAVA-ESTOQUE              SECTION.

           MOVE WS-DATA-HOJE           TO DATA-ULT-MOVTO-EST

           IF ESTOQUE-NOVO
              WRITE REG-ESTOQUE
           ELSE
              REWRITE REG-ESTOQUE
           END-IF

           IF WS-FL-STATUS-EST         EQUAL ZEROS
              MOVE "N"                 TO WS-SW-EST-NOVO
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG060
              MOVE "ERRO AO GRAVAR O SALDO DE ESTOQUE"
                                       TO MSG-RETORNO-LNKG060
              CLOSE ARQ-ESTOQUE
              CLOSE ARQ-RESERVA
              PERFORM 3000-FINALIZA
           END-IF

           .
       1310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 1 - ENTRADA DE ESTOQUE: SOMA NO SALDO E ATENDE O        *
      * BACKORDER PENDENTE DO PRODUTO ATE ACABAR O DISPONIVEL          *
      *----------------------------------------------------------------*
       2100-ENTRADA-ESTOQUE            SECTION.

           IF COD-PRODUTO-LNKG060      EQUAL ZEROS OR
              QTD-MOVTO-LNKG060        EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG060
              MOVE "INFORME O PRODUTO E A QUANTIDADE DA ENTRADA"
                                       TO MSG-RETORNO-LNKG060
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-PRODUTO

           IF WS-FL-STATUS-PRO         EQUAL ZEROS
              MOVE COD-PRODUTO-LNKG060 TO COD-PRODUTO
              READ ARQ-PRODUTO
              IF WS-FL-STATUS-PRO      EQUAL ZEROS AND NOT PROD-ATIVO
                 MOVE "23"             TO WS-FL-STATUS-PRO
              END-IF
              CLOSE ARQ-PRODUTO
           END-IF

           IF WS-FL-STATUS-PRO         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG060
              MOVE "PRODUTO NAO ENCONTRADO NA BASE"
                                       TO MSG-RETORNO-LNKG060
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 1100-ABRE-ESTOQUE
           PERFORM 1200-ABRE-RESERVA

           MOVE COD-PRODUTO-LNKG060    TO WS-COD-PRODUTO

           PERFORM 1300-LE-ESTOQUE

           ADD QTD-MOVTO-LNKG060       TO QTD-SALDO-EST
           MOVE WS-DATA-HOJE           TO DATA-ULT-ENTRADA-EST

           PERFORM 1310-GRAVA-ESTOQUE

           MOVE ZEROS                  TO WS-QTD-ATENDIDOS

           COMPUTE WS-DISPONIVEL = QTD-SALDO-EST - QTD-RESERVADA-EST

           IF WS-DISPONIVEL            GREATER ZEROS AND
              QTD-PENDENTE-EST         GREATER ZEROS
              MOVE LOW-VALUES          TO CHAVE-RES

              START ARQ-RESERVA KEY IS NOT LESS THAN CHAVE-RES

              IF WS-FL-STATUS-RES      EQUAL ZEROS
                 PERFORM 2110-ATENDE-BACKORDER UNTIL
                         WS-FL-STATUS-RES NOT EQUAL "00" OR
                         WS-DISPONIVEL    NOT GREATER ZEROS
              END-IF

              PERFORM 1310-GRAVA-ESTOQUE
           END-IF

           MOVE QTD-SALDO-EST          TO QTD-SALDO-LNKG060
           MOVE QTD-RESERVADA-EST      TO QTD-RESERVADA-LNKG060
           MOVE QTD-PENDENTE-EST       TO QTD-PENDENTE-LNKG060

           CLOSE ARQ-ESTOQUE
           CLOSE ARQ-RESERVA

           MOVE WS-QTD-ATENDIDOS       TO WS-ED-QTD
           STRING "ENTRADA REGISTRADA - BACKORDERS ATENDIDOS: "
                  WS-ED-QTD
                  DELIMITED BY SIZE
                  INTO MSG-RETORNO-LNKG060

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ATENDE UMA LINHA EM BACKORDER DO PRODUTO COM O DISPONIVEL      *
      *----------------------------------------------------------------*
       2110-ATENDE-BACKORDER           SECTION.

           READ ARQ-RESERVA NEXT RECORD

           IF WS-FL-STATUS-RES         EQUAL ZEROS AND RES-ABERTA AND
              COD-PRODUTO-RES          EQUAL WS-COD-PRODUTO AND
              QTD-PENDENTE-RES         GREATER ZEROS
              IF QTD-PENDENTE-RES      GREATER WS-DISPONIVEL
                 MOVE WS-DISPONIVEL    TO WS-QTD-ATENDER
              ELSE
                 MOVE QTD-PENDENTE-RES TO WS-QTD-ATENDER
              END-IF

              ADD WS-QTD-ATENDER       TO QTD-RESERVADA-RES
              SUBTRACT WS-QTD-ATENDER  FROM QTD-PENDENTE-RES

              REWRITE REG-RESERVA-EST

              IF WS-FL-STATUS-RES      EQUAL ZEROS
                 ADD WS-QTD-ATENDER    TO QTD-RESERVADA-EST
                 SUBTRACT WS-QTD-ATENDER
                                       FROM WS-DISPONIVEL
                 IF QTD-PENDENTE-EST   GREATER WS-QTD-ATENDER
                    SUBTRACT WS-QTD-ATENDER
                                       FROM QTD-PENDENTE-EST
                 ELSE
                    MOVE ZEROS         TO QTD-PENDENTE-EST
                 END-IF
                 ADD 1                 TO WS-QTD-ATENDIDOS
              END-IF
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 2 - RESERVA OS ITENS DO PEDIDO APROVADO: O QUE O        *
      * DISPONIVEL COBRE FICA RESERVADO E O RESTO VAI PARA O BACKORDER *
      * - PEDIDO SEM ITENS NAO MOVIMENTA ESTOQUE                       *
      *----------------------------------------------------------------*
       2200-RESERVA-PEDIDO             SECTION.

           MOVE ZEROS                  TO WS-TOT-RESERVADA
                                          WS-TOT-PENDENTE

           OPEN INPUT ARQ-ITEM-PED

           IF WS-FL-STATUS-ITE         NOT EQUAL ZEROS
              MOVE "PEDIDO SEM ITENS - ESTOQUE NAO MOVIMENTADO"
                                       TO MSG-RETORNO-LNKG060
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 1100-ABRE-ESTOQUE
           PERFORM 1200-ABRE-RESERVA

           MOVE NUM-PEDIDO-LNKG060     TO NUM-PEDIDO-ITEM
           MOVE ZEROS                  TO SEQ-ITEM

           START ARQ-ITEM-PED KEY IS NOT LESS THAN CHAVE-ITEM

           IF WS-FL-STATUS-ITE         EQUAL ZEROS
              PERFORM 2210-RESERVA-ITEM UNTIL
                      WS-FL-STATUS-ITE NOT EQUAL "00"
           END-IF

           CLOSE ARQ-ITEM-PED
           CLOSE ARQ-ESTOQUE
           CLOSE ARQ-RESERVA

           MOVE WS-TOT-RESERVADA       TO QTD-RESERVADA-LNKG060
           MOVE WS-TOT-PENDENTE        TO QTD-PENDENTE-LNKG060

           IF WS-TOT-PENDENTE          GREATER ZEROS
              MOVE "ESTOQUE RESERVADO - PEDIDO COM ITENS EM BACKORDER"
                                       TO MSG-RETORNO-LNKG060
           ELSE
              MOVE "ESTOQUE RESERVADO PARA O PEDIDO"
                                       TO MSG-RETORNO-LNKG060
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESERVA UM ITEM DO PEDIDO - UM ITEM DE OUTRO PEDIDO ENCERRA A  *
      * VARREDURA; ITEM JA RESERVADO NAO E RESERVADO DE NOVO           *
      *----------------------------------------------------------------*
       2210-RESERVA-ITEM               SECTION.

           READ ARQ-ITEM-PED NEXT RECORD

           IF WS-FL-STATUS-ITE         EQUAL ZEROS
              IF NUM-PEDIDO-ITEM       EQUAL NUM-PEDIDO-LNKG060
                 MOVE CHAVE-ITEM       TO CHAVE-RES

                 READ ARQ-RESERVA

                 IF WS-FL-STATUS-RES   EQUAL ZEROS
                    MOVE "S"           TO WS-SW-RES-EXISTE
                 ELSE
                    MOVE "N"           TO WS-SW-RES-EXISTE
                 END-IF

                 IF RESERVA-EXISTE AND RES-ABERTA
                    CONTINUE
                 ELSE
                    PERFORM 2220-GRAVA-RESERVA
                 END-IF
              ELSE
                 MOVE "10"             TO WS-FL-STATUS-ITE
              END-IF
           END-IF

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A RESERVA DO ITEM E ATUALIZA O SALDO DO PRODUTO          *
      *----------------------------------------------------------------*
       2220-GRAVA-RESERVA              SECTION.

           MOVE COD-PRODUTO-ITEM       TO WS-COD-PRODUTO

           PERFORM 1300-LE-ESTOQUE

           COMPUTE WS-DISPONIVEL = QTD-SALDO-EST - QTD-RESERVADA-EST

           IF WS-DISPONIVEL            LESS ZEROS
              MOVE ZEROS               TO WS-DISPONIVEL
           END-IF

           MOVE CHAVE-ITEM             TO CHAVE-RES
           MOVE COD-PRODUTO-ITEM       TO COD-PRODUTO-RES
           MOVE COD-CLIENTE-LNKG060    TO COD-CLIENTE-RES
           MOVE COD-VEND-LNKG060       TO COD-VENDEDOR-RES
           MOVE QUANTIDADE-ITEM        TO QTD-PEDIDA-RES
           MOVE WS-DATA-HOJE           TO DATA-RESERVA-RES
           MOVE ZEROS                  TO DATA-BAIXA-RES
           MOVE "R"                    TO SITUACAO-RES

           IF QUANTIDADE-ITEM          GREATER WS-DISPONIVEL
              MOVE WS-DISPONIVEL       TO QTD-RESERVADA-RES
           ELSE
              MOVE QUANTIDADE-ITEM     TO QTD-RESERVADA-RES
           END-IF

           COMPUTE QTD-PENDENTE-RES = QUANTIDADE-ITEM
                                    - QTD-RESERVADA-RES

           IF RESERVA-EXISTE
              REWRITE REG-RESERVA-EST
           ELSE
              WRITE REG-RESERVA-EST
           END-IF

           IF WS-FL-STATUS-RES         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG060
              MOVE "ERRO AO GRAVAR A RESERVA DE ESTOQUE"
                                       TO MSG-RETORNO-LNKG060
              CLOSE ARQ-ITEM-PED
              CLOSE ARQ-ESTOQUE
              CLOSE ARQ-RESERVA
              PERFORM 3000-FINALIZA
           END-IF

           ADD QTD-RESERVADA-RES       TO QTD-RESERVADA-EST
                                          WS-TOT-RESERVADA
           ADD QTD-PENDENTE-RES        TO QTD-PENDENTE-EST
                                          WS-TOT-PENDENTE

           PERFORM 1310-GRAVA-ESTOQUE

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 3 - CONSUMO DA RESERVA NO FATURAMENTO: PEDIDO COM       *
      * BACKORDER PENDENTE NAO FATURA (RETORNO 1, NADA E ALTERADO)     *
      *----------------------------------------------------------------*
       2300-CONSOME-PEDIDO             SECTION.

           PERFORM 2600-ABRE-BAIXA

           MOVE ZEROS                  TO WS-TOT-PENDENTE

           PERFORM 2610-POSICIONA-PEDIDO

           IF WS-FL-STATUS-RES         EQUAL ZEROS
              PERFORM 2310-SOMA-PENDENTE UNTIL
                      WS-FL-STATUS-RES NOT EQUAL "00"
           END-IF

           IF WS-TOT-PENDENTE          GREATER ZEROS
              MOVE WS-TOT-PENDENTE     TO QTD-PENDENTE-LNKG060
              MOVE 1                   TO COD-RETORNO-LNKG060
              MOVE "PEDIDO COM ITENS EM BACKORDER - NAO PODE FATURAR"
                                       TO MSG-RETORNO-LNKG060
              CLOSE ARQ-ESTOQUE
              CLOSE ARQ-RESERVA
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2610-POSICIONA-PEDIDO

           IF WS-FL-STATUS-RES         EQUAL ZEROS
              PERFORM 2320-CONSOME-ITEM UNTIL
                      WS-FL-STATUS-RES NOT EQUAL "00"
           END-IF

           CLOSE ARQ-ESTOQUE
           CLOSE ARQ-RESERVA

           MOVE WS-TOT-RESERVADA       TO QTD-RESERVADA-LNKG060

           MOVE "RESERVA DE ESTOQUE CONSUMIDA NO FATURAMENTO"
                                       TO MSG-RETORNO-LNKG060

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA O BACKORDER PENDENTE DE UMA RESERVA DO PEDIDO             *
      *----------------------------------------------------------------*
       2310-SOMA-PENDENTE              SECTION.

           PERFORM 2620-LER-RESERVA-PEDIDO

           IF WS-FL-STATUS-RES         EQUAL ZEROS AND RES-ABERTA
              ADD QTD-PENDENTE-RES     TO WS-TOT-PENDENTE
           END-IF

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSOME UMA RESERVA DO PEDIDO: SAI DO SALDO FISICO E DO        *
      * RESERVADO                                                      *
      *----------------------------------------------------------------*
       2320-CONSOME-ITEM               SECTION.

           PERFORM 2620-LER-RESERVA-PEDIDO

           IF WS-FL-STATUS-RES         EQUAL ZEROS AND RES-ABERTA
              MOVE COD-PRODUTO-RES     TO WS-COD-PRODUTO

              PERFORM 1300-LE-ESTOQUE

              IF QTD-SALDO-EST         GREATER QTD-RESERVADA-RES
                 SUBTRACT QTD-RESERVADA-RES
                                       FROM QTD-SALDO-EST
              ELSE
                 MOVE ZEROS            TO QTD-SALDO-EST
              END-IF

              PERFORM 2630-BAIXA-RESERVADO

              MOVE "F"                 TO SITUACAO-RES

              PERFORM 2640-REGRAVA-RESERVA
           END-IF

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 4 - LIBERACAO DA RESERVA NO CANCELAMENTO OU EXCLUSAO DO *
      * PEDIDO: O RESERVADO VOLTA AO DISPONIVEL E O BACKORDER SAI DA   *
      * LISTA                                                          *
      *----------------------------------------------------------------*
       2400-LIBERA-PEDIDO              SECTION.

           PERFORM 2600-ABRE-BAIXA

           PERFORM 2610-POSICIONA-PEDIDO

           IF WS-FL-STATUS-RES         EQUAL ZEROS
              PERFORM 2410-LIBERA-ITEM UNTIL
                      WS-FL-STATUS-RES NOT EQUAL "00"
           END-IF

           CLOSE ARQ-ESTOQUE
           CLOSE ARQ-RESERVA

           MOVE WS-TOT-RESERVADA       TO QTD-RESERVADA-LNKG060
           MOVE WS-TOT-PENDENTE        TO QTD-PENDENTE-LNKG060

           MOVE "RESERVA DE ESTOQUE DO PEDIDO LIBERADA"
                                       TO MSG-RETORNO-LNKG060

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LIBERA UMA RESERVA DO PEDIDO                                   *
      *----------------------------------------------------------------*
       2410-LIBERA-ITEM                SECTION.

           PERFORM 2620-LER-RESERVA-PEDIDO

           IF WS-FL-STATUS-RES         EQUAL ZEROS AND RES-ABERTA
              MOVE COD-PRODUTO-RES     TO WS-COD-PRODUTO

              PERFORM 1300-LE-ESTOQUE

              PERFORM 2630-BAIXA-RESERVADO

              IF QTD-PENDENTE-EST      GREATER QTD-PENDENTE-RES
                 SUBTRACT QTD-PENDENTE-RES
                                       FROM QTD-PENDENTE-EST
              ELSE
                 MOVE ZEROS            TO QTD-PENDENTE-EST
              END-IF

              ADD QTD-PENDENTE-RES     TO WS-TOT-PENDENTE

              MOVE "C"                 TO SITUACAO-RES

              PERFORM 2640-REGRAVA-RESERVA
           END-IF

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE ESTOQUE E RESERVAS PARA A BAIXA - SEM ARQUIVO DE RESERVAS *
      * O PEDIDO NAO TEM NADA RESERVADO                                *
      *----------------------------------------------------------------*
       2600-ABRE-BAIXA                 SECTION.

           MOVE ZEROS                  TO WS-TOT-RESERVADA
                                          WS-TOT-PENDENTE

           OPEN I-O ARQ-RESERVA

           IF WS-FL-STATUS-RES         NOT EQUAL ZEROS
              MOVE "PEDIDO SEM RESERVA DE ESTOQUE"
                                       TO MSG-RETORNO-LNKG060
              PERFORM 3000-FINALIZA
           END-IF

           OPEN I-O ARQ-ESTOQUE

           IF WS-FL-STATUS-EST         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG060
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE ESTOQUE"
                                       TO MSG-RETORNO-LNKG060
              CLOSE ARQ-RESERVA
              PERFORM 3000-FINALIZA
           END-IF

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * POSICIONA NA PRIMEIRA RESERVA DO PEDIDO                        *
      *----------------------------------------------------------------*
       2610-POSICIONA-PEDIDO           SECTION.

           MOVE NUM-PEDIDO-LNKG060     TO NUM-PEDIDO-RES
           MOVE ZEROS                  TO SEQ-ITEM-RES

           START ARQ-RESERVA KEY IS NOT LESS THAN CHAVE-RES

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A PROXIMA RESERVA DO PEDIDO - UMA RESERVA DE OUTRO PEDIDO   *
      * ENCERRA A VARREDURA                                            *
      *----------------------------------------------------------------*
       2620-LER-RESERVA-PEDIDO         SECTION.

           READ ARQ-RESERVA NEXT RECORD

           IF WS-FL-STATUS-RES         EQUAL ZEROS AND
              NUM-PEDIDO-RES           NOT EQUAL NUM-PEDIDO-LNKG060
              MOVE "10"                TO WS-FL-STATUS-RES
           END-IF

           .
       2620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TIRA A QUANTIDADE RESERVADA DA LINHA DO RESERVADO DO PRODUTO E *
      * GRAVA O SALDO                                                  *
      *----------------------------------------------------------------*
       2630-BAIXA-RESERVADO            SECTION.

           IF QTD-RESERVADA-EST        GREATER QTD-RESERVADA-RES
              SUBTRACT QTD-RESERVADA-RES
                                       FROM QTD-RESERVADA-EST
           ELSE
              MOVE ZEROS               TO QTD-RESERVADA-EST
           END-IF

           ADD QTD-RESERVADA-RES       TO WS-TOT-RESERVADA

           PERFORM 1310-GRAVA-ESTOQUE

           .
       2630-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRAVA A RESERVA BAIXADA                                      *
      *----------------------------------------------------------------*
       2640-REGRAVA-RESERVA            SECTION.

           MOVE WS-DATA-HOJE           TO DATA-BAIXA-RES

           REWRITE REG-RESERVA-EST

           IF WS-FL-STATUS-RES         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG060
              MOVE "ERRO AO REGRAVAR A RESERVA DE ESTOQUE"
                                       TO MSG-RETORNO-LNKG060
              CLOSE ARQ-ESTOQUE
              CLOSE ARQ-RESERVA
              PERFORM 3000-FINALIZA
           END-IF

           .
       2640-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 5 - POSICAO DIARIA DE ESTOQUE POR PRODUTO ATIVO E LISTA *
      * DE BACKORDER EM ABERTO (SO DO VENDEDOR, QUANDO INFORMADO)      *
      *----------------------------------------------------------------*
       2500-EMITE-POSICAO              SECTION.

           OPEN INPUT ARQ-PRODUTO

           IF WS-FL-STATUS-PRO         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG060
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRODUTO"
                                       TO MSG-RETORNO-LNKG060
              PERFORM 3000-FINALIZA
           END-IF

           MOVE "N"                    TO WS-SW-TEM-ESTOQUE
                                          WS-SW-TEM-RESERVA

           OPEN INPUT ARQ-ESTOQUE

           IF WS-FL-STATUS-EST         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-TEM-ESTOQUE
           END-IF

           OPEN INPUT ARQ-RESERVA

           IF WS-FL-STATUS-RES         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-TEM-RESERVA
           END-IF

           MOVE WS-DATA-HOJE           TO WS-DATA-EDICAO
           MOVE WS-DE-DIA              TO WS-CAB-DIA
           MOVE WS-DE-MES              TO WS-CAB-MES
           MOVE WS-DE-ANO              TO WS-CAB-ANO

           DISPLAY WS-CAB-1
           DISPLAY WS-CAB-POSICAO

           PERFORM 2510-LER-PRODUTO

           PERFORM 2520-IMPRIME-PRODUTO UNTIL
                   WS-FL-STATUS-PRO     NOT EQUAL "00"

           DISPLAY " "
           DISPLAY WS-CAB-BACKORDER

           MOVE ZEROS                  TO WS-QTD-LINHAS
                                          WS-TOT-PENDENTE

           IF TEM-ARQ-RESERVA
              PERFORM 2530-LER-RESERVA

              PERFORM 2540-IMPRIME-BACKORDER UNTIL
                      WS-FL-STATUS-RES NOT EQUAL "00"

              CLOSE ARQ-RESERVA
           END-IF

           MOVE WS-QTD-LINHAS          TO WS-LT-LINHAS
           MOVE WS-TOT-PENDENTE        TO WS-LT-PENDENTE
           DISPLAY WS-LIN-TOTAL

           IF TEM-ARQ-ESTOQUE
              CLOSE ARQ-ESTOQUE
           END-IF

           CLOSE ARQ-PRODUTO

           MOVE WS-TOT-PENDENTE        TO QTD-PENDENTE-LNKG060

           MOVE "POSICAO DE ESTOQUE EMITIDA COM SUCESSO"
                                       TO MSG-RETORNO-LNKG060

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DO MESTRE DE PRODUTOS                       *
      *----------------------------------------------------------------*
       2510-LER-PRODUTO                SECTION.

           READ ARQ-PRODUTO NEXT RECORD

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME A POSICAO DE UM PRODUTO ATIVO - "*" MARCA PRODUTO COM  *
      * BACKORDER EM ABERTO                                            *
      *----------------------------------------------------------------*
       2520-IMPRIME-PRODUTO            SECTION.

           IF PROD-ATIVO
              MOVE COD-PRODUTO         TO WS-COD-PRODUTO
                                          WS-LP-COD-PROD
              MOVE DESCRICAO-PROD      TO WS-LP-DESCRICAO

              IF TEM-ARQ-ESTOQUE
                 PERFORM 1300-LE-ESTOQUE
              ELSE
                 MOVE ZEROS            TO QTD-SALDO-EST
                                          QTD-RESERVADA-EST
                                          QTD-PENDENTE-EST
              END-IF

              COMPUTE WS-DISPONIVEL = QTD-SALDO-EST
                                    - QTD-RESERVADA-EST

              MOVE QTD-SALDO-EST       TO WS-LP-SALDO
              MOVE QTD-RESERVADA-EST   TO WS-LP-RESERVADA
              MOVE WS-DISPONIVEL       TO WS-LP-DISPONIVEL
              MOVE QTD-PENDENTE-EST    TO WS-LP-PENDENTE

              IF QTD-PENDENTE-EST      GREATER ZEROS
                 MOVE "*"              TO WS-LP-ALERTA
              ELSE
                 MOVE SPACES           TO WS-LP-ALERTA
              END-IF

              DISPLAY WS-LIN-POSICAO
           END-IF

           PERFORM 2510-LER-PRODUTO

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DAS RESERVAS                                *
      *----------------------------------------------------------------*
       2530-LER-RESERVA                SECTION.

           READ ARQ-RESERVA NEXT RECORD

           .
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME UMA LINHA EM BACKORDER                                 *
      *----------------------------------------------------------------*
       2540-IMPRIME-BACKORDER          SECTION.

           IF RES-ABERTA AND QTD-PENDENTE-RES GREATER ZEROS AND
              (COD-VEND-LNKG060        EQUAL ZEROS OR
               COD-VENDEDOR-RES        EQUAL COD-VEND-LNKG060)
              MOVE NUM-PEDIDO-RES      TO WS-LB-PEDIDO
              MOVE SEQ-ITEM-RES        TO WS-LB-SEQ
              MOVE COD-PRODUTO-RES     TO WS-LB-PRODUTO
              MOVE COD-CLIENTE-RES     TO WS-LB-CLIENTE
              MOVE COD-VENDEDOR-RES    TO WS-LB-VENDEDOR
              MOVE QTD-PEDIDA-RES      TO WS-LB-PEDIDA
              MOVE QTD-PENDENTE-RES    TO WS-LB-PENDENTE
              MOVE DATA-RESERVA-RES    TO WS-LB-DATA

              DISPLAY WS-LIN-BACKORDER

              ADD 1                    TO WS-QTD-LINHAS
              ADD QTD-PENDENTE-RES     TO WS-TOT-PENDENTE
           END-IF

           PERFORM 2530-LER-RESERVA

           .
       2540-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           DISPLAY "PGFJF060P: " MSG-RETORNO-LNKG060

           MOVE COD-RETORNO-LNKG060    TO RETURN-CODE

           GOBACK

           .
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF060P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF060P.
      *----------------------------------------------------------------*
