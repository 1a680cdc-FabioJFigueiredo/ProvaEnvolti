      *                VENDA, VALIDANDO CLIENTE E VENDEDOR CONTRA OS   *
      *                CADASTROS NA INCLUSAO E NA ALTERACAO            *
      * ARQUIVOS.....: ArqPedido, ArqCliente, ArqVendedor,             *
      *                ArqProduto, ArqItemPedido, ArqEventoContabil    *
      *                (ArqEstoque E ArqReservaEstoque VIA PGFJF060P,  *
      *                ArqTabelaPreco VIA PGFJF061P, ArqCampanha VIA   *
      *                PGFJF079P)                                      *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                          *
      * 01/09/2026 FJF              INCLUIDO O TRATAMENTO DOS ITENS DO *
      *                             LIMITE-CREDITO-CLI; O SUPERVISOR   *
      *                             PODE LIBERAR (OVERRIDE) E A        *
      *                             LIBERACAO VAI PARA A ArqAuditoria  *
      * 15/10/2026 FJF              INCLUIDO O CONTROLE DE ESTOQUE     *
      *                             (PGFJF060P): A APROVACAO RESERVA   *
      *                             OS ITENS (O QUE FALTA VAI PARA O   *
      *                             BACKORDER), O FATURAMENTO CONSOME  *
      *                             A RESERVA E E RECUSADO COM         *
      *                             BACKORDER PENDENTE, O CANCELAMENTO *
      *                             E A EXCLUSAO LIBERAM A RESERVA;    *
      *                             ITENS SO SAO ALTERADOS COM O       *
      *                             PEDIDO DIGITADO                    *
      * 15/10/2026 FJF              ITEM SEM PRECO INFORMADO PASSA A   *
      *                             SER PRECIFICADO PELA TABELA DE     *
      *                             PRECOS (PGFJF061P) VIGENTE NA DATA *
      *                             DO PEDIDO PARA A REGIAO E A CLASSE *
      *                             ABC DO CLIENTE - SEM TABELA VALE O *
      *                             PRECO-UNIT-PROD                    *
      * 15/10/2026 FJF              INCLUSAO, ALTERACAO, EXCLUSAO E    *
      *                             MUDANCA DE SITUACAO RECUSADAS PARA *
      *                             PEDIDO DATADO EM PERIODO FECHADO   *
      *                             (PGFJF066P) - NA ALTERACAO VALEM A *
      *                             DATA GRAVADA E A DATA NOVA         *
      * 15/10/2026 FJF              FATURAMENTO E CANCELAMENTO DO      *
      *                             PEDIDO GRAVAM O EVENTO NO          *
      *                             ArqEventoContabil PARA A           *
      *                             EXPORTACAO CONTABIL (PGFJF069P)    *
      * 15/10/2026 FJF              CADA ITEM GRAVADO E MARCADO COM A  *
      *                             CAMPANHA DE VENDA (PGFJF079P)      *
      *                             VIGENTE NA DATA DO PEDIDO PARA O   *
      *                             PRODUTO E A REGIAO DO CLIENTE, E   *
      *                             COM O BONUS DO VENDEDOR CALCULADO  *
      *                             NA DIGITACAO                       *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-AUD.

           SELECT ARQ-EVENTO-CTB     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-EVC.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
           VALUE OF FILE-ID IS 'ArqAuditoria'.
       COPY "AUDIT.CPY".

       FD  ARQ-EVENTO-CTB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqEventoContabil'.
       COPY "EVTCTB.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-QTD-ITENS-GRAVADOS      PIC  9(003)         VALUE ZEROS.
       77  WS-FL-STATUS-TIT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-AUD            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-EVC            PIC  X(002)         VALUE "00".

      *----------------------------------------------------------------*
      * CONTROLE DE CREDITO - LIMITE DO CLIENTE CAPTURADO NA VALIDACAO *
       77  WS-SW-ARQ-TIT-DISP          PIC  X(001)         VALUE "N".
           88  ARQ-TIT-DISPONIVEL           VALUE "S".

      *----------------------------------------------------------------*
      * REGIAO E CLASSE ABC DO CLIENTE, PARA A TABELA DE PRECOS        *
      *----------------------------------------------------------------*
       77  WS-REGIAO-CLIENTE           PIC  9(003)         VALUE ZEROS.
       77  WS-CLASSE-CLIENTE           PIC  X(001)         VALUE SPACES.

       01  WS-ARQ-PEDIDO.
           05  WS-ARQ-NUM-PEDIDO       PIC  9(009)         VALUE ZEROS.
           05  WS-ARQ-COD-CLIENTE-PED  PIC  9(007)         VALUE ZEROS.
      *----------------------------------------------------------------*
       77  WS-SITUACAO-ANTERIOR        PIC  X(001)         VALUE SPACES.

      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-PGFJF060                 PIC  X(009)         VALUE
           'PGFJF060P'.
       01  WS-PGFJF061                 PIC  X(009)         VALUE
           'PGFJF061P'.
       01  WS-PGFJF066                 PIC  X(009)         VALUE
           'PGFJF066P'.
       01  WS-PGFJF079                 PIC  X(009)         VALUE
           'PGFJF079P'.

       COPY LNKG060L.
       COPY LNKG061L.
       COPY LNKG066L.
       COPY LNKG079L.

      *----------------------------------------------------------------*
      * BLOQUEIO DE DOCUMENTOS DATADOS EM PERIODO FECHADO              *
      *----------------------------------------------------------------*
       77  WS-DATA-PERIODO-REF         PIC  9(008)         VALUE ZEROS.
       77  WS-SW-PERIODO               PIC  X(001)         VALUE "N".
           88  PERIODO-DOC-FECHADO          VALUE "S".

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

           PERFORM 2650-VALIDA-DADOS

           MOVE DATA-PEDIDO-LNKG016    TO WS-DATA-PERIODO-REF
           PERFORM 2900-VERIFICA-PERIODO

           IF PERIODO-DOC-FECHADO
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2110-OPEN-ARQ-PEDIDO

           IF WS-LIMITE-CLIENTE        GREATER ZEROS

           PERFORM 2650-VALIDA-DADOS

           MOVE DATA-PEDIDO-LNKG016    TO WS-DATA-PERIODO-REF
           PERFORM 2900-VERIFICA-PERIODO

           IF PERIODO-DOC-FECHADO
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2110-OPEN-ARQ-PEDIDO

           MOVE NUM-PEDIDO-LNKG016     TO NUM-PEDIDO
           READ ARQ-PEDIDO    RECORD INTO WS-ARQ-PEDIDO
                              KEY IS      NUM-PEDIDO

           IF WS-FL-STATUS-PED         EQUAL ZEROS
              MOVE WS-ARQ-DATA-PEDIDO  TO WS-DATA-PERIODO-REF
              PERFORM 2900-VERIFICA-PERIODO

              IF PERIODO-DOC-FECHADO
                 PERFORM 2120-CLOSE-ARQ-PEDIDO
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

      *----------------------------------------------------------------*
      * DEPOIS DA APROVACAO OS ITENS ESTAO RESERVADOS NO ESTOQUE E NAO *
      * PODEM MAIS SER ALTERADOS                                       *
      *----------------------------------------------------------------*
           IF WS-FL-STATUS-PED         EQUAL ZEROS AND
              QTD-ITENS-LNKG016        GREATER ZEROS AND
              WS-ARQ-SITUACAO-PED      NOT EQUAL "D" AND
              WS-ARQ-SITUACAO-PED      NOT EQUAL SPACE
              MOVE 1                   TO COD-RETORNO-LNKG016
              MOVE "ITENS SO PODEM SER ALTERADOS COM O PEDIDO DIGITADO"
                                       TO MSG-RETORNO-LNKG016
              PERFORM 2120-CLOSE-ARQ-PEDIDO
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-FL-STATUS-PED         EQUAL ZEROS
              MOVE COD-CLIENTE-LNKG016 TO WS-ARQ-COD-CLIENTE-PED
              MOVE COD-VENDEDOR-LNKG016
           READ ARQ-PEDIDO    RECORD INTO WS-ARQ-PEDIDO
                              KEY IS      NUM-PEDIDO

           IF WS-FL-STATUS-PED         EQUAL ZEROS
              MOVE WS-ARQ-DATA-PEDIDO  TO WS-DATA-PERIODO-REF
              PERFORM 2900-VERIFICA-PERIODO

              IF PERIODO-DOC-FECHADO
                 PERFORM 2120-CLOSE-ARQ-PEDIDO
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           IF WS-FL-STATUS-PED         EQUAL ZEROS
              DELETE ARQ-PEDIDO RECORD
              IF WS-FL-STATUS-PED      EQUAL ZEROS
                 PERFORM 2680-EXCLUI-ITENS
                 MOVE 4                TO COD-FUNCAO-LNKG060
                 PERFORM 2820-MOVIMENTA-ESTOQUE
                 MOVE ZEROS            TO COD-RETORNO-LNKG016
                 MOVE "PEDIDO EXCLUIDO COM SUCESSO"
                                       TO MSG-RETORNO-LNKG016
              IF WS-FL-STATUS-CLI      EQUAL ZEROS AND CLI-ATIVO
                 MOVE LIMITE-CREDITO-CLI
                                       TO WS-LIMITE-CLIENTE
                 MOVE COD-REGIAO-CLI   TO WS-REGIAO-CLIENTE
                 MOVE CLASSE-ABC-CLI   TO WS-CLASSE-CLIENTE
                 CLOSE ARQ-CLIENTE
              ELSE
                 CLOSE ARQ-CLIENTE
           IF WS-FL-STATUS-PRO         EQUAL ZEROS AND PROD-ATIVO
              AND QTD-ITEM-LNKG016(WS-IDX-ITEM) GREATER ZEROS
              IF PRECO-ITEM-LNKG016(WS-IDX-ITEM) EQUAL ZEROS
                 PERFORM 2667-PRECO-TABELA
              END-IF

              COMPUTE VALOR-ITEM-LNKG016(WS-IDX-ITEM) =
       2665-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PRECO DO ITEM PELA TABELA VIGENTE NA DATA DO PEDIDO - SEM      *
      * TABELA VALE O PRECO DO MESTRE DE PRODUTOS                      *
      *----------------------------------------------------------------*
       2667-PRECO-TABELA               SECTION.

           MOVE 4                      TO COD-FUNCAO-LNKG061
           MOVE COD-PRODUTO            TO COD-PRODUTO-LNKG061
           MOVE WS-REGIAO-CLIENTE      TO COD-REGIAO-LNKG061
           MOVE WS-CLASSE-CLIENTE      TO CLASSE-ABC-LNKG061

           IF DATA-PEDIDO-LNKG016      EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO DATA-VIGENCIA-LNKG061
           ELSE
              MOVE DATA-PEDIDO-LNKG016 TO DATA-VIGENCIA-LNKG061
           END-IF

           CALL WS-PGFJF061            USING LNKG061L

           IF COD-RETORNO-LNKG061      EQUAL ZEROS AND
              PRECO-VIGENTE-LNKG061    GREATER ZEROS
              MOVE PRECO-VIGENTE-LNKG061
                                       TO
                   PRECO-ITEM-LNKG016(WS-IDX-ITEM)
           ELSE
              MOVE PRECO-UNIT-PROD     TO
                   PRECO-ITEM-LNKG016(WS-IDX-ITEM)
           END-IF

           .
       2667-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA OS ITENS DO PEDIDO, REMOVENDO ANTES OS ITENS JA          *
      * EXISTENTES DO MESMO PEDIDO (ALTERACAO REGRAVA A LISTA INTEIRA) *
      *----------------------------------------------------------------*
           MOVE VALOR-ITEM-LNKG016(WS-IDX-ITEM)
                                       TO VALOR-ITEM

           PERFORM 2677-CAMPANHA-DO-ITEM

           WRITE REG-ITEM-PEDIDO

           IF WS-FL-STATUS-ITE         EQUAL ZEROS
       2675-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA O ITEM COM A CAMPANHA DE VENDA VIGENTE NA DATA DO PEDIDO *
      * PARA O PRODUTO E A REGIAO DO CLIENTE (PGFJF079P) - SEM         *
      * CAMPANHA O ITEM FICA COM CODIGO E BONUS ZERADOS                *
      *----------------------------------------------------------------*
       2677-CAMPANHA-DO-ITEM           SECTION.

           INITIALIZE LNKG079L
           MOVE 4                      TO COD-FUNCAO-LNKG079
           MOVE COD-PRODUTO-ITEM       TO PRODUTO-ITEM-LNKG079
           MOVE WS-REGIAO-CLIENTE      TO REGIAO-ITEM-LNKG079
           MOVE QUANTIDADE-ITEM        TO QTD-ITEM-LNKG079
           MOVE VALOR-ITEM             TO VALOR-ITEM-LNKG079

           IF DATA-PEDIDO-LNKG016      EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO DATA-ITEM-LNKG079
           ELSE
              MOVE DATA-PEDIDO-LNKG016 TO DATA-ITEM-LNKG079
           END-IF

           CALL WS-PGFJF079            USING LNKG079L

           IF COD-RETORNO-LNKG079      EQUAL ZEROS
              MOVE COD-CAMPANHA-LNKG079
                                       TO COD-CAMPANHA-ITEM
              MOVE VLR-BONUS-LNKG079   TO VLR-BONUS-ITEM
           ELSE
              MOVE ZEROS               TO COD-CAMPANHA-ITEM
                                          VLR-BONUS-ITEM
           END-IF

           .
       2677-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REMOVE OS ITENS JA GRAVADOS DO PEDIDO EM PROCESSAMENTO         *
      *----------------------------------------------------------------*
       2685-REMOVE-ITENS-PEDIDO        SECTION.
           READ ARQ-PEDIDO    RECORD INTO WS-ARQ-PEDIDO
                              KEY IS      NUM-PEDIDO

           IF WS-FL-STATUS-PED         EQUAL ZEROS
              MOVE WS-ARQ-DATA-PEDIDO  TO WS-DATA-PERIODO-REF
              PERFORM 2900-VERIFICA-PERIODO

              IF PERIODO-DOC-FECHADO
                 PERFORM 2120-CLOSE-ARQ-PEDIDO
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           IF WS-FL-STATUS-PED         EQUAL ZEROS
              MOVE WS-ARQ-SITUACAO-PED TO WS-SITUACAO-ANTERIOR
              PERFORM 2805-VALIDA-TRANSICAO

              IF COD-RETORNO-LNKG016   EQUAL ZEROS
                 PERFORM 2815-ESTOQUE-SITUACAO
              END-IF

              IF COD-RETORNO-LNKG016   EQUAL ZEROS
                 MOVE SITUACAO-NOVA-LNKG016
                                       TO WS-ARQ-SITUACAO-PED

                 IF WS-FL-STATUS-PED   EQUAL ZEROS
                    PERFORM 2810-AUDITA-SITUACAO
                    IF SITUACAO-NOVA-LNKG016 EQUAL "F" OR
                       SITUACAO-NOVA-LNKG016 EQUAL "C"
                       PERFORM 2830-EVENTO-CONTABIL
                    END-IF
                    MOVE WS-ARQ-SITUACAO-PED
                                       TO SITUACAO-LNKG016
                    IF QTD-PENDENTE-LNKG060 GREATER ZEROS AND
                       SITUACAO-NOVA-LNKG016 EQUAL "A"
                       MOVE "PEDIDO APROVADO COM ITENS EM BACKORDER"
                                       TO MSG-RETORNO-LNKG016
                    ELSE
                       MOVE "SITUACAO DO PEDIDO ALTERADA COM SUCESSO"
                                       TO MSG-RETORNO-LNKG016
                    END-IF
                 ELSE
                    MOVE 9             TO COD-RETORNO-LNKG016
                    MOVE "ERRO AO REGRAVAR O PEDIDO"
       2805-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MOVIMENTA O ESTOQUE CONFORME A NOVA SITUACAO: APROVACAO        *
      * RESERVA, FATURAMENTO CONSOME (RECUSADO COM BACKORDER           *
      * PENDENTE) E CANCELAMENTO LIBERA                                *
      *----------------------------------------------------------------*
       2815-ESTOQUE-SITUACAO           SECTION.

           MOVE ZEROS                  TO QTD-PENDENTE-LNKG060

           EVALUATE SITUACAO-NOVA-LNKG016
               WHEN "A"
                    MOVE 2             TO COD-FUNCAO-LNKG060
               WHEN "F"
                    MOVE 3             TO COD-FUNCAO-LNKG060
               WHEN OTHER
                    MOVE 4             TO COD-FUNCAO-LNKG060
           END-EVALUATE

           PERFORM 2820-MOVIMENTA-ESTOQUE

           IF COD-RETORNO-LNKG060      NOT EQUAL ZEROS
              IF COD-RETORNO-LNKG060   EQUAL 1
                 MOVE 1                TO COD-RETORNO-LNKG016
              ELSE
                 MOVE 9                TO COD-RETORNO-LNKG016
              END-IF
              MOVE MSG-RETORNO-LNKG060 TO MSG-RETORNO-LNKG016
           END-IF

           .
       2815-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CHAMA O CONTROLE DE ESTOQUE PARA O PEDIDO EM PROCESSAMENTO     *
      *----------------------------------------------------------------*
       2820-MOVIMENTA-ESTOQUE          SECTION.

           MOVE WS-ARQ-NUM-PEDIDO      TO NUM-PEDIDO-LNKG060
           MOVE WS-ARQ-COD-CLIENTE-PED TO COD-CLIENTE-LNKG060
           MOVE WS-ARQ-COD-VENDEDOR-PED
                                       TO COD-VEND-LNKG060
           MOVE ZEROS                  TO COD-PRODUTO-LNKG060
                                          QTD-MOVTO-LNKG060

           CALL WS-PGFJF060            USING LNKG060L

           .
       2820-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA NA AUDITORIA A TRANSICAO DE SITUACAO DO PEDIDO           *
      *----------------------------------------------------------------*
       2810-AUDITA-SITUACAO            SECTION.
       2810-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O FATURAMENTO OU CANCELAMENTO DO PEDIDO NOS EVENTOS      *
      * CONTABEIS, PARA A EXPORTACAO DA CONTABILIDADE                  *
      *----------------------------------------------------------------*
       2830-EVENTO-CONTABIL            SECTION.

           OPEN EXTEND ARQ-EVENTO-CTB

           IF WS-FL-STATUS-EVC         EQUAL "35"
              OPEN OUTPUT ARQ-EVENTO-CTB
           END-IF

           IF WS-FL-STATUS-EVC         EQUAL ZEROS
              MOVE SPACES              TO REG-EVENTO-CTB
              MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO DATA-REGISTRO-EVC
                                          DATA-CONTABIL-EVC
              MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO HORA-REGISTRO-EVC
              MOVE SITUACAO-NOVA-LNKG016
                                       TO TIPO-EVENTO-EVC
              MOVE WS-ARQ-NUM-PEDIDO   TO NUM-DOCUMENTO-EVC
              MOVE WS-ARQ-COD-CLIENTE-PED
                                       TO COD-CLIENTE-EVC
              MOVE WS-ARQ-COD-VENDEDOR-PED
                                       TO COD-VENDEDOR-EVC
              MOVE WS-ARQ-VALOR-PEDIDO TO VALOR-EVENTO-EVC
              MOVE ID-OPERADOR-LNKG016 TO OPERADOR-EVC

              WRITE REG-EVENTO-CTB

              CLOSE ARQ-EVENTO-CTB
           END-IF

           .
       2830-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICA SE O MES DA DATA EM WS-DATA-PERIODO-REF JA FOI        *
      * FECHADO (PGFJF066P) - DOCUMENTO DE PERIODO FECHADO SO E        *
      * ALTERADO DEPOIS QUE O SUPERVISOR REABRE O PERIODO              *
      *----------------------------------------------------------------*
       2900-VERIFICA-PERIODO           SECTION.

           MOVE "N"                    TO WS-SW-PERIODO

           INITIALIZE LNKG066L
           MOVE 0                      TO COD-FUNCAO-LNKG066
           MOVE WS-DATA-PERIODO-REF(1:6)
                                       TO ANO-MES-LNKG066

           CALL WS-PGFJF066            USING LNKG066L

           IF PERIODO-FECHADO-LNKG066
              MOVE "S"                 TO WS-SW-PERIODO
              MOVE 1                   TO COD-RETORNO-LNKG016
              MOVE "PERIODO DO PEDIDO FECHADO - ALTERACAO RECUSADA"
                                       TO MSG-RETORNO-LNKG016
           END-IF

           .
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
