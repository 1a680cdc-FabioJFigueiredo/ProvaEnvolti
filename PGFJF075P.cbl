       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF075P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF075P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: GERAR OS PEDIDOS RECORRENTES VENCIDOS NA DATA   *
      *                DE REFERENCIA, SOMENTE EM DIA UTIL DO           *
      *                CALENDARIO (PGFJF048P). CADA PEDIDO ATIVO COM A *
      *                PROXIMA GERACAO ATE A DATA E DENTRO DA VALIDADE *
      *                VIRA UM PEDIDO DIGITADO COM OS SEUS ITENS PELA  *
      *                MESMA INCLUSAO DO PGFJF016P (PRECO DE TABELA E  *
      *                VERIFICACAO DE CREDITO DO PEDIDO DIGITADO).     *
      *                CLIENTE OU PRODUTO INATIVO E PEDIDO RECUSADO    *
      *                PELO PGFJF016P (LIMITE DE CREDITO, PERIODO      *
      *                FECHADO) SAO LISTADOS NO RELATORIO E NAO GERAM  *
      *                PEDIDO; A PROXIMA GERACAO SO AVANCA QUANDO O    *
      *                PEDIDO E CRIADO, ENTAO O RECORRENTE RECUSADO    *
      *                VOLTA NO DIA UTIL SEGUINTE. O PEDIDO RECEBE O   *
      *                NUMERO SEGUINTE AO MAIOR DO CADASTRO DE PEDIDOS *
      *                E O RECORRENTE QUE PASSA DO FIM DA VALIDADE E   *
      *                ENCERRADO                                       *
      * ARQUIVOS.....: ArqPedidoRecorrente, ArqPedido, ArqCliente,     *
      *                ArqProduto, ArqRelPedidoRecorrente              *
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

           SELECT ARQ-PRODUTO        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-PRODUTO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PRO.

           SELECT ARQ-REL-PEDIDO-REC ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-PEDIDO-REC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPedidoRecorrente'.
       COPY "PEDREC.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "CLIENTES.CPY".

       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqProduto'.
       COPY "PRODUTO.CPY".

       FD  ARQ-REL-PEDIDO-REC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRelPedidoRecorrente'.
       COPY "RELREC.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-PRC            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PED            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PRO            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".

       77  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       77  WS-DATA-REF                 PIC  9(008)         VALUE ZEROS.
       77  WS-NUM-PEDIDO               PIC  9(009)         VALUE ZEROS.
       77  WS-IDX-ITEM                 PIC  9(003)         VALUE ZEROS.
       77  WS-QTD-GERADOS              PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-REJEITADOS           PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-ENCERRADOS           PIC  9(007)         VALUE ZEROS.
       77  WS-VALOR-GERADO             PIC  9(013)V9(002)  VALUE ZEROS.
       77  WS-MOTIVO-REJEICAO          PIC  X(050)         VALUE SPACES.
       77  WS-ED-PRODUTO               PIC  9(005)         VALUE ZEROS.
       77  WS-ED-QTD                   PIC  ZZZZZZ9.

       77  WS-SW-CADASTRO              PIC  X(001)         VALUE "S".
           88  WS-CADASTRO-OK                              VALUE "S".
           88  WS-CADASTRO-INATIVO                         VALUE "N".

      *----------------------------------------------------------------*
      * CALCULO DA PROXIMA GERACAO - A MENSAL MANTEM O DIA DO INICIO   *
      * DA VALIDADE, LIMITADO AO ULTIMO DIA DO MES                     *
      *----------------------------------------------------------------*
       77  WS-DIAS-INTEIRO             PIC  9(007)         VALUE ZEROS.
       77  WS-DIA-ANCORA               PIC  9(002)         VALUE ZEROS.
       77  WS-ULTIMO-DIA-MES           PIC  9(002)         VALUE ZEROS.
       77  WS-DATA-MES-ALVO            PIC  9(008)         VALUE ZEROS.

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

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO DA GERACAO                                 *
      *----------------------------------------------------------------*
       01  WS-LIN-SEPARADOR            PIC  X(132)         VALUE ALL
           "-".

       01  WS-LIN-CAB-GERACAO.
           05  FILLER                  PIC  X(037)         VALUE
               "GERACAO DE PEDIDOS RECORRENTES - DIA ".
           05  WS-CAB-DATA-REF         PIC  X(010).
           05  FILLER                  PIC  X(014)         VALUE
               " PROCESSADO: ".
           05  WS-CAB-DATA-HOJE        PIC  9(008).

       01  WS-LIN-CAB-COLUNAS.
           05  FILLER                  PIC  X(008)         VALUE
               "RECORR. ".
           05  FILLER                  PIC  X(009)         VALUE
               "CLIENTE  ".
           05  FILLER                  PIC  X(007)         VALUE
               "VEND   ".
           05  FILLER                  PIC  X(005)         VALUE
               "FREQ ".
           05  FILLER                  PIC  X(014)         VALUE
               "PREVISTA      ".
           05  FILLER                  PIC  X(010)         VALUE
               "   PEDIDO ".
           05  FILLER                  PIC  X(016)         VALUE
               "         VALOR  ".
           05  FILLER                  PIC  X(015)         VALUE
               "SITUACAO/MOTIVO".

       01  WS-LIN-DETALHE.
           05  WS-DET-RECORRENTE       PIC  9(006).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-CLIENTE          PIC  9(007).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-VENDEDOR         PIC  9(003).
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  WS-DET-FREQUENCIA       PIC  X(001).
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  WS-DET-DATA-PROXIMA     PIC  X(010).
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  WS-DET-PEDIDO           PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-VALOR            PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-MOTIVO           PIC  X(050).

       01  WS-LIN-TOTAL.
           05  FILLER                  PIC  X(010)         VALUE
               "GERADOS:  ".
           05  WS-TOT-QTD-GERADOS      PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(008)         VALUE
               " VALOR: ".
           05  WS-TOT-VALOR-GERADO     PIC  ZZZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(015)         VALUE
               " NAO GERADOS:  ".
           05  WS-TOT-QTD-REJEITADOS   PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(014)         VALUE
               " ENCERRADOS:  ".
           05  WS-TOT-QTD-ENCERRADOS   PIC  ZZZZZZ9.

      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-PGFJF016                 PIC  X(009)         VALUE
           'PGFJF016P'.
       01  WS-PGFJF048                 PIC  X(009)         VALUE
           'PGFJF048P'.

       COPY LNKG016L.
       COPY LNKG048L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG075L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG075L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - SO GERA EM DIA UTIL                  *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-LNKG075
                                          QTD-GERADOS-LNKG075
                                          QTD-REJEITADOS-LNKG075
                                          WS-QTD-GERADOS
                                          WS-QTD-REJEITADOS
                                          WS-QTD-ENCERRADOS
                                          WS-VALOR-GERADO
           MOVE SPACES                 TO MSG-RETORNO-LNKG075

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-HOJE

           IF DATA-REF-LNKG075         GREATER ZEROS
              MOVE DATA-REF-LNKG075    TO WS-DATA-REF
           ELSE
              MOVE WS-DATA-HOJE        TO WS-DATA-REF
           END-IF

           MOVE 3                      TO COD-FUNCAO-LNKG048
           MOVE WS-DATA-REF            TO DATA-LNKG048
           MOVE SPACES                 TO UF-LNKG048

           CALL WS-PGFJF048            USING LNKG048L

           IF DIA-UTIL-LNKG048
              CONTINUE
           ELSE
              MOVE ZEROS               TO COD-RETORNO-LNKG075
              MOVE "DATA NAO E DIA UTIL - NENHUM PEDIDO GERADO"
                                       TO MSG-RETORNO-LNKG075
              PERFORM 3000-FINALIZA
           END-IF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO - PERCORRE OS PEDIDOS RECORRENTES      *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           PERFORM 2050-ULTIMO-PEDIDO

           PERFORM 2060-OPEN-ARQUIVOS

           PERFORM 2080-CABECALHO

           PERFORM 2100-LER-RECORRENTE

           PERFORM 2200-TRATA-RECORRENTE UNTIL
                   WS-FL-STATUS-PRC     NOT EQUAL "00"

           PERFORM 2600-IMPRIME-TOTAL

           CLOSE ARQ-PEDIDO-REC
                 ARQ-CLIENTE
                 ARQ-PRODUTO
                 ARQ-REL-PEDIDO-REC

           MOVE WS-QTD-GERADOS         TO QTD-GERADOS-LNKG075
           MOVE WS-QTD-REJEITADOS      TO QTD-REJEITADOS-LNKG075

           MOVE WS-QTD-GERADOS         TO WS-ED-QTD
           DISPLAY "PGFJF075P: PEDIDOS GERADOS......: " WS-ED-QTD
           MOVE WS-QTD-REJEITADOS      TO WS-ED-QTD
           DISPLAY "PGFJF075P: PEDIDOS NAO GERADOS..: " WS-ED-QTD
           MOVE WS-QTD-ENCERRADOS      TO WS-ED-QTD
           DISPLAY "PGFJF075P: RECORRENTES ENCERRADOS: " WS-ED-QTD

           MOVE ZEROS                  TO COD-RETORNO-LNKG075

           IF WS-QTD-REJEITADOS        GREATER ZEROS
              MOVE "PEDIDOS NAO GERADOS - VER ARQRELPEDIDORECORRENTE"
                                       TO MSG-RETORNO-LNKG075
           ELSE
              MOVE "GERACAO DE PEDIDOS RECORRENTES CONCLUIDA"
                                       TO MSG-RETORNO-LNKG075
           END-IF

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOCALIZA O MAIOR NUMERO DE PEDIDO DO CADASTRO - OS PEDIDOS     *
      * GERADOS SEGUEM A PARTIR DELE                                   *
      *----------------------------------------------------------------*
       2050-ULTIMO-PEDIDO              SECTION.

           MOVE ZEROS                  TO WS-NUM-PEDIDO

           OPEN INPUT ARQ-PEDIDO

           IF WS-FL-STATUS-PED         EQUAL ZEROS
              PERFORM 2055-LER-PEDIDO

              PERFORM 2057-MAIOR-PEDIDO UNTIL
                      WS-FL-STATUS-PED NOT EQUAL "00"

              CLOSE ARQ-PEDIDO
           END-IF

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO CADASTRO DE PEDIDOS                                 *
      *----------------------------------------------------------------*
       2055-LER-PEDIDO                 SECTION.

           READ ARQ-PEDIDO NEXT RECORD

           IF WS-FL-STATUS-PED         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              CLOSE ARQ-PEDIDO
              MOVE 9                   TO COD-RETORNO-LNKG075
              MOVE "ERRO NA LEITURA DO CADASTRO DE PEDIDOS"
                                       TO MSG-RETORNO-LNKG075
              PERFORM 3000-FINALIZA
           END-IF

           .
       2055-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA O MAIOR NUMERO DE PEDIDO LIDO                           *
      *----------------------------------------------------------------*
       2057-MAIOR-PEDIDO               SECTION.

           IF NUM-PEDIDO               GREATER WS-NUM-PEDIDO
              MOVE NUM-PEDIDO          TO WS-NUM-PEDIDO
           END-IF

           PERFORM 2055-LER-PEDIDO

           .
       2057-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DOS ARQUIVOS DA GERACAO                               *
      *----------------------------------------------------------------*
       2060-OPEN-ARQUIVOS              SECTION.

           OPEN I-O ARQ-PEDIDO-REC

           IF WS-FL-STATUS-PRC         NOT EQUAL ZEROS
              MOVE ZEROS               TO COD-RETORNO-LNKG075
              MOVE "NENHUM PEDIDO RECORRENTE CADASTRADO"
                                       TO MSG-RETORNO-LNKG075
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-CLIENTE
                      ARQ-PRODUTO

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS OR
              WS-FL-STATUS-PRO         NOT EQUAL ZEROS
              CLOSE ARQ-PEDIDO-REC
              MOVE 9                   TO COD-RETORNO-LNKG075
              MOVE "ERRO NA ABERTURA DE CLIENTES OU PRODUTOS"
                                       TO MSG-RETORNO-LNKG075
              PERFORM 3000-FINALIZA
           END-IF

           OPEN OUTPUT ARQ-REL-PEDIDO-REC

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              CLOSE ARQ-PEDIDO-REC
                    ARQ-CLIENTE
                    ARQ-PRODUTO
              MOVE 9                   TO COD-RETORNO-LNKG075
              MOVE "ERRO NA ABERTURA DO RELATORIO DE RECORRENTES"
                                       TO MSG-RETORNO-LNKG075
              PERFORM 3000-FINALIZA
           END-IF

           .
       2060-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CABECALHO DO RELATORIO DA GERACAO                              *
      *----------------------------------------------------------------*
       2080-CABECALHO                  SECTION.

           MOVE WS-DATA-REF            TO WS-DATA-AUX
           PERFORM 2490-EDITA-DATA
           MOVE WS-DATA-ED             TO WS-CAB-DATA-REF
           MOVE WS-DATA-HOJE           TO WS-CAB-DATA-HOJE

           MOVE WS-LIN-SEPARADOR       TO REG-REL-PEDIDO-REC
           WRITE REG-REL-PEDIDO-REC

           MOVE SPACES                 TO REG-REL-PEDIDO-REC
           MOVE WS-LIN-CAB-GERACAO     TO REG-REL-PEDIDO-REC
           WRITE REG-REL-PEDIDO-REC

           MOVE WS-LIN-SEPARADOR       TO REG-REL-PEDIDO-REC
           WRITE REG-REL-PEDIDO-REC

           MOVE SPACES                 TO REG-REL-PEDIDO-REC
           MOVE WS-LIN-CAB-COLUNAS     TO REG-REL-PEDIDO-REC
           WRITE REG-REL-PEDIDO-REC

           .
       2080-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO CADASTRO DE PEDIDOS RECORRENTES                     *
      *----------------------------------------------------------------*
       2100-LER-RECORRENTE             SECTION.

           READ ARQ-PEDIDO-REC NEXT RECORD

           IF WS-FL-STATUS-PRC         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG075
              MOVE "ERRO NA LEITURA DO CADASTRO DE RECORRENTES"
                                       TO MSG-RETORNO-LNKG075
              PERFORM 3000-FINALIZA
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRATA UM PEDIDO RECORRENTE - SO O ATIVO E VENCIDO GERA PEDIDO; *
      * O QUE JA PASSOU DO FIM DA VALIDADE E ENCERRADO                 *
      *----------------------------------------------------------------*
       2200-TRATA-RECORRENTE           SECTION.

           EVALUATE TRUE
               WHEN NOT PRC-ATIVO
                    CONTINUE
               WHEN DATA-FIM-PRC       NOT EQUAL ZEROS AND
                    DATA-PROXIMA-PRC   GREATER DATA-FIM-PRC
                    PERFORM 2450-ENCERRA-RECORRENTE
               WHEN DATA-PROXIMA-PRC   GREATER WS-DATA-REF
                    CONTINUE
               WHEN OTHER
                    PERFORM 2250-VERIFICA-CADASTROS

                    IF WS-CADASTRO-OK
                       PERFORM 2300-GERA-PEDIDO
                    ELSE
                       PERFORM 2590-IMPRIME-REJEICAO
                    END-IF
           END-EVALUATE

           PERFORM 2100-LER-RECORRENTE

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE SE O CLIENTE E OS PRODUTOS DO RECORRENTE CONTINUAM     *
      * ATIVOS - INATIVO NAO GERA PEDIDO E SAI NO RELATORIO            *
      *----------------------------------------------------------------*
       2250-VERIFICA-CADASTROS         SECTION.

           MOVE "S"                    TO WS-SW-CADASTRO
           MOVE SPACES                 TO WS-MOTIVO-REJEICAO

           MOVE COD-CLIENTE-PRC        TO COD-CLIENTE

           READ ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS AND CLI-ATIVO
              PERFORM 2255-VERIFICA-PRODUTO
                      VARYING WS-IDX-ITEM FROM 1 BY 1
                      UNTIL WS-IDX-ITEM GREATER QTD-ITENS-PRC
                         OR WS-CADASTRO-INATIVO
           ELSE
              MOVE "N"                 TO WS-SW-CADASTRO
              MOVE "CLIENTE INATIVO OU EXCLUIDO"
                                       TO WS-MOTIVO-REJEICAO
           END-IF

           .
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE UM PRODUTO DO RECORRENTE                               *
      *----------------------------------------------------------------*
       2255-VERIFICA-PRODUTO           SECTION.

           MOVE COD-PRODUTO-PRC(WS-IDX-ITEM)
                                       TO COD-PRODUTO

           READ ARQ-PRODUTO

           IF WS-FL-STATUS-PRO         EQUAL ZEROS AND PROD-ATIVO
              CONTINUE
           ELSE
              MOVE "N"                 TO WS-SW-CADASTRO
              MOVE COD-PRODUTO-PRC(WS-IDX-ITEM)
                                       TO WS-ED-PRODUTO
              STRING "PRODUTO " WS-ED-PRODUTO
                     " INATIVO OU EXCLUIDO"
                     DELIMITED BY SIZE
                                     INTO WS-MOTIVO-REJEICAO
           END-IF

           .
       2255-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GERA O PEDIDO PELA INCLUSAO DO PGFJF016P, COM PRECO DE TABELA  *
      * E VERIFICACAO DE CREDITO - RECUSADO SAI NO RELATORIO E A       *
      * PROXIMA GERACAO NAO AVANCA                                     *
      *----------------------------------------------------------------*
       2300-GERA-PEDIDO                SECTION.

           INITIALIZE LNKG016L

           ADD 1                       TO WS-NUM-PEDIDO

           MOVE 1                      TO COD-FUNCAO-LNKG016
           MOVE WS-NUM-PEDIDO          TO NUM-PEDIDO-LNKG016
           MOVE COD-CLIENTE-PRC        TO COD-CLIENTE-LNKG016
           MOVE COD-VENDEDOR-PRC       TO COD-VENDEDOR-LNKG016
           MOVE WS-DATA-REF            TO DATA-PEDIDO-LNKG016
           MOVE ZEROS                  TO VALOR-PEDIDO-LNKG016

           MOVE SPACES                 TO ID-OPERADOR-LNKG016
                                          PERFIL-OPERADOR-LNKG016
           MOVE "N"                    TO SW-OVERRIDE-LNKG016

           MOVE QTD-ITENS-PRC          TO QTD-ITENS-LNKG016

           PERFORM 2310-MONTA-ITEM
                   VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM GREATER QTD-ITENS-PRC

           CALL WS-PGFJF016            USING LNKG016L

           IF COD-RETORNO-LNKG016      EQUAL ZEROS
              ADD 1                    TO WS-QTD-GERADOS
              ADD VALOR-PEDIDO-LNKG016 TO WS-VALOR-GERADO
              MOVE WS-DATA-REF         TO DATA-ULT-GERACAO-PRC
              MOVE WS-NUM-PEDIDO       TO NUM-ULT-PEDIDO-PRC
              PERFORM 2580-IMPRIME-GERADO
              PERFORM 2400-AVANCA-PROXIMA
           ELSE
              SUBTRACT 1               FROM WS-NUM-PEDIDO
              MOVE MSG-RETORNO-LNKG016 TO WS-MOTIVO-REJEICAO
              PERFORM 2590-IMPRIME-REJEICAO
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA UM ITEM DO PEDIDO - PRECO ZERADO PEGA A TABELA VIGENTE   *
      *----------------------------------------------------------------*
       2310-MONTA-ITEM                 SECTION.

           MOVE COD-PRODUTO-PRC(WS-IDX-ITEM)
                                       TO
                COD-PRODUTO-LNKG016(WS-IDX-ITEM)
           MOVE QTD-ITEM-PRC(WS-IDX-ITEM)
                                       TO
                QTD-ITEM-LNKG016(WS-IDX-ITEM)
           MOVE ZEROS                  TO
                PRECO-ITEM-LNKG016(WS-IDX-ITEM)

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AVANCA A PROXIMA GERACAO ALEM DA DATA DE REFERENCIA (CICLOS    *
      * PERDIDOS NAO SAO RETROATIVOS) E ENCERRA O RECORRENTE QUE       *
      * PASSOU DO FIM DA VALIDADE                                      *
      *----------------------------------------------------------------*
       2400-AVANCA-PROXIMA             SECTION.

           PERFORM 2410-SOMA-PERIODO UNTIL
                   DATA-PROXIMA-PRC     GREATER WS-DATA-REF

           IF DATA-FIM-PRC             NOT EQUAL ZEROS AND
              DATA-PROXIMA-PRC         GREATER DATA-FIM-PRC
              PERFORM 2450-ENCERRA-RECORRENTE
           ELSE
              REWRITE REG-PEDIDO-REC

              IF WS-FL-STATUS-PRC      NOT EQUAL ZEROS
                 MOVE 9                TO COD-RETORNO-LNKG075
                 MOVE "ERRO AO ATUALIZAR O PEDIDO RECORRENTE"
                                       TO MSG-RETORNO-LNKG075
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA UM PERIODO A PROXIMA GERACAO CONFORME A FREQUENCIA        *
      *----------------------------------------------------------------*
       2410-SOMA-PERIODO               SECTION.

           EVALUATE TRUE
               WHEN PRC-SEMANAL
                    COMPUTE WS-DIAS-INTEIRO =
                            FUNCTION INTEGER-OF-DATE(DATA-PROXIMA-PRC)
                            + 7
                    COMPUTE DATA-PROXIMA-PRC =
                            FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
               WHEN PRC-QUINZENAL
                    COMPUTE WS-DIAS-INTEIRO =
                            FUNCTION INTEGER-OF-DATE(DATA-PROXIMA-PRC)
                            + 14
                    COMPUTE DATA-PROXIMA-PRC =
                            FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
               WHEN OTHER
                    PERFORM 2420-SOMA-MES
           END-EVALUATE

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA UM MES A PROXIMA GERACAO, NO DIA DO INICIO DA VALIDADE OU *
      * NO ULTIMO DIA DO MES QUANDO ELE NAO TEM ESSE DIA               *
      *----------------------------------------------------------------*
       2420-SOMA-MES                   SECTION.

           MOVE DATA-INICIO-PRC        TO WS-DATA-AUX
           MOVE WS-DATA-AUX-DIA        TO WS-DIA-ANCORA

           MOVE DATA-PROXIMA-PRC       TO WS-DATA-AUX
           PERFORM 2425-PRIMEIRO-DIA-MES-SEGUINTE
           MOVE WS-DATA-AUX            TO WS-DATA-MES-ALVO

           PERFORM 2425-PRIMEIRO-DIA-MES-SEGUINTE
           COMPUTE WS-DIAS-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1
           COMPUTE WS-DATA-AUX =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
           MOVE WS-DATA-AUX-DIA        TO WS-ULTIMO-DIA-MES

           MOVE WS-DATA-MES-ALVO       TO WS-DATA-AUX

           IF WS-DIA-ANCORA            GREATER WS-ULTIMO-DIA-MES
              MOVE WS-ULTIMO-DIA-MES   TO WS-DATA-AUX-DIA
           ELSE
              MOVE WS-DIA-ANCORA       TO WS-DATA-AUX-DIA
           END-IF

           MOVE WS-DATA-AUX            TO DATA-PROXIMA-PRC

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * POSICIONA WS-DATA-AUX NO PRIMEIRO DIA DO MES SEGUINTE          *
      *----------------------------------------------------------------*
       2425-PRIMEIRO-DIA-MES-SEGUINTE  SECTION.

           IF WS-DATA-AUX-MES          EQUAL 12
              MOVE 1                   TO WS-DATA-AUX-MES
              ADD 1                    TO WS-DATA-AUX-ANO
           ELSE
              ADD 1                    TO WS-DATA-AUX-MES
           END-IF

           MOVE 1                      TO WS-DATA-AUX-DIA

           .
       2425-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ENCERRA O RECORRENTE QUE PASSOU DO FIM DA VALIDADE             *
      *----------------------------------------------------------------*
       2450-ENCERRA-RECORRENTE         SECTION.

           MOVE "E"                    TO SITUACAO-PRC

           REWRITE REG-PEDIDO-REC

           IF WS-FL-STATUS-PRC         EQUAL ZEROS
              ADD 1                    TO WS-QTD-ENCERRADOS
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG075
              MOVE "ERRO AO ENCERRAR O PEDIDO RECORRENTE"
                                       TO MSG-RETORNO-LNKG075
              PERFORM 3000-FINALIZA
           END-IF

           .
       2450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EDITA WS-DATA-AUX EM DD/MM/AAAA                                *
      *----------------------------------------------------------------*
       2490-EDITA-DATA                 SECTION.

           MOVE WS-DATA-AUX-DIA        TO WS-DATA-ED-DIA
           MOVE WS-DATA-AUX-MES        TO WS-DATA-ED-MES
           MOVE WS-DATA-AUX-ANO        TO WS-DATA-ED-ANO

           .
       2490-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA OS DADOS DO RECORRENTE NA LINHA DE DETALHE               *
      *----------------------------------------------------------------*
       2570-MONTA-DETALHE              SECTION.

           MOVE NUM-RECORRENTE-PRC     TO WS-DET-RECORRENTE
           MOVE COD-CLIENTE-PRC        TO WS-DET-CLIENTE
           MOVE COD-VENDEDOR-PRC       TO WS-DET-VENDEDOR
           MOVE FREQUENCIA-PRC         TO WS-DET-FREQUENCIA
           MOVE DATA-PROXIMA-PRC       TO WS-DATA-AUX
           PERFORM 2490-EDITA-DATA
           MOVE WS-DATA-ED             TO WS-DET-DATA-PROXIMA

           .
       2570-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME UM PEDIDO GERADO                                       *
      *----------------------------------------------------------------*
       2580-IMPRIME-GERADO             SECTION.

           PERFORM 2570-MONTA-DETALHE

           MOVE WS-NUM-PEDIDO          TO WS-DET-PEDIDO
           MOVE VALOR-PEDIDO-LNKG016   TO WS-DET-VALOR
           MOVE "PEDIDO GERADO"        TO WS-DET-MOTIVO

           MOVE SPACES                 TO REG-REL-PEDIDO-REC
           MOVE WS-LIN-DETALHE         TO REG-REL-PEDIDO-REC
           WRITE REG-REL-PEDIDO-REC

           .
       2580-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME UM RECORRENTE QUE NAO GEROU PEDIDO, COM O MOTIVO       *
      *----------------------------------------------------------------*
       2590-IMPRIME-REJEICAO           SECTION.

           ADD 1                       TO WS-QTD-REJEITADOS

           PERFORM 2570-MONTA-DETALHE

           MOVE ZEROS                  TO WS-DET-PEDIDO
                                          WS-DET-VALOR
           MOVE WS-MOTIVO-REJEICAO     TO WS-DET-MOTIVO

           MOVE SPACES                 TO REG-REL-PEDIDO-REC
           MOVE WS-LIN-DETALHE         TO REG-REL-PEDIDO-REC
           WRITE REG-REL-PEDIDO-REC

           .
       2590-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOTAL DA GERACAO NO FINAL DO RELATORIO                         *
      *----------------------------------------------------------------*
       2600-IMPRIME-TOTAL              SECTION.

           MOVE WS-QTD-GERADOS         TO WS-TOT-QTD-GERADOS
           MOVE WS-VALOR-GERADO        TO WS-TOT-VALOR-GERADO
           MOVE WS-QTD-REJEITADOS      TO WS-TOT-QTD-REJEITADOS
           MOVE WS-QTD-ENCERRADOS      TO WS-TOT-QTD-ENCERRADOS

           MOVE WS-LIN-SEPARADOR       TO REG-REL-PEDIDO-REC
           WRITE REG-REL-PEDIDO-REC

           MOVE SPACES                 TO REG-REL-PEDIDO-REC
           MOVE WS-LIN-TOTAL           TO REG-REL-PEDIDO-REC
           WRITE REG-REL-PEDIDO-REC

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           DISPLAY "PGFJF075P: " MSG-RETORNO-LNKG075

           MOVE COD-RETORNO-LNKG075    TO RETURN-CODE

           GOBACK

           .
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF075P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF075P.
      *----------------------------------------------------------------*
