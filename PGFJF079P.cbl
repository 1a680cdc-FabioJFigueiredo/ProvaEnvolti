       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF079P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF079P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: REALIZAR ACESSOS AO CADASTRO DE CAMPANHAS DE    *
      *                VENDA (FUNCOES 0 A 3) - VALIDA O PERIODO, O     *
      *                TIPO DE BONUS (PERCENTUAL SOBRE O VALOR DO ITEM *
      *                OU VALOR FIXO POR UNIDADE), OS PRODUTOS ATIVOS  *
      *                E AS REGIOES ATIVAS (NENHUMA = TODAS); DEVOLVER *
      *                A CAMPANHA DE UM ITEM DE PEDIDO (FUNCAO 4 -     *
      *                CAMPANHA ATIVA NA DATA DO PEDIDO COM O PRODUTO  *
      *                E A REGIAO DO CLIENTE; HAVENDO MAIS DE UMA,     *
      *                VALE A DE MAIOR BONUS E, NO EMPATE, A DE MENOR  *
      *                CODIGO) E EMITIR O RESULTADO DA CAMPANHA        *
      *                (FUNCAO 5 - UNIDADES, RECEITA E BONUS POR       *
      *                VENDEDOR NO PERIODO DA CAMPANHA COMPARADOS COM  *
      *                O PERIODO DE MESMA DURACAO IMEDIATAMENTE        *
      *                ANTERIOR; PEDIDOS NAO CANCELADOS, PELA DATA DO  *
      *                PEDIDO E PELO VALOR BRUTO DOS ITENS)            *
      * ARQUIVOS.....: ArqCampanha, ArqProduto, ArqRegiao, ArqPedido,  *
      *                ArqCliente, ArqItemPedido, ArqVendedor,         *
      *                ArqRelCampanha                                  *
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
           SELECT ARQ-CAMPANHA       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CAMPANHA
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CMP.

           SELECT ARQ-PRODUTO        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-PRODUTO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PRO.

           SELECT ARQ-REGIAO         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-REGIAO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-REG.

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

           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR
                       ALTERNATE RECORD KEY IS CPF
                       ALTERNATE RECORD KEY IS NOME-VENDEDOR
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.

           SELECT ARQ-REL-CAMPANHA   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-CAMPANHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCampanha'.
       COPY "CAMPANHA.CPY".

       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqProduto'.
       COPY "PRODUTO.CPY".

       FD  ARQ-REGIAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRegiao'.
       COPY "REGIAO.CPY".

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

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "VENDEDOR.CPY".

       FD  ARQ-REL-CAMPANHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRelCampanha'.
       COPY "RELCMP.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CMP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PRO            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REG            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PED            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-ITE            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-IDX                      PIC  9(003)         VALUE ZEROS.
       77  WS-QTD-PROD-OK              PIC  9(003)         VALUE ZEROS.
       77  WS-QTD-REG-OK               PIC  9(003)         VALUE ZEROS.
       77  WS-ED-PRODUTO               PIC  9(005)         VALUE ZEROS.
       77  WS-ED-REGIAO                PIC  9(003)         VALUE ZEROS.

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC  9(004).
           05  WS-MES-HOJE             PIC  9(002).
           05  WS-DIA-HOJE             PIC  9(002).
       01  WS-DATA-HOJE-N              REDEFINES WS-DATA-HOJE
                                       PIC  9(008).

      *----------------------------------------------------------------*
      * LISTAS DE PRODUTOS E REGIOES VALIDADAS, JA COMPACTADAS         *
      *----------------------------------------------------------------*
       01  WS-TAB-PRODUTOS-OK.
           05  WS-PRODUTO-OK           PIC  9(005)
                                       OCCURS 8 TIMES.
       01  WS-TAB-REGIOES-OK.
           05  WS-REGIAO-OK            PIC  9(003)
                                       OCCURS 3 TIMES.

      *----------------------------------------------------------------*
      * PESQUISA DA CAMPANHA DO ITEM (FUNCAO 4) E CRITERIO DE          *
      * PARTICIPACAO (PRODUTO E REGIAO) USADO TAMBEM NO RELATORIO      *
      *----------------------------------------------------------------*
       77  WS-BUS-PRODUTO              PIC  9(005)         VALUE ZEROS.
       77  WS-BUS-REGIAO               PIC  9(003)         VALUE ZEROS.
       77  WS-BUS-DATA                 PIC  9(008)         VALUE ZEROS.
       77  WS-SW-FIM-CAMPANHA          PIC  X(001)         VALUE "N".
           88  FIM-CAMPANHA                 VALUE "S".
       77  WS-SW-PRODUTO-CAMP          PIC  X(001)         VALUE "N".
           88  PRODUTO-NA-CAMPANHA          VALUE "S".
       77  WS-SW-REGIAO-CAMP           PIC  X(001)         VALUE "N".
           88  REGIAO-NA-CAMPANHA           VALUE "S".
       77  WS-BONUS-CALC               PIC  9(007)V9(002)  VALUE ZEROS.
       77  WS-MELHOR-BONUS             PIC  9(007)V9(002)  VALUE ZEROS.
       77  WS-MELHOR-CAMPANHA          PIC  9(005)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * RELATORIO DE RESULTADO - PERIODO 1 E O DA CAMPANHA, PERIODO 2  *
      * O DE MESMA DURACAO IMEDIATAMENTE ANTERIOR AO INICIO            *
      *----------------------------------------------------------------*
       01  WS-TAB-PERIODO.
           05  WS-PER                  OCCURS 2 TIMES.
               10  WS-PER-INICIO       PIC  9(008).
               10  WS-PER-FIM          PIC  9(008).
       77  WS-INT-INICIO               PIC  9(007)         VALUE ZEROS.
       77  WS-INT-FIM                  PIC  9(007)         VALUE ZEROS.
       77  WS-DIAS-CAMPANHA            PIC  9(007)         VALUE ZEROS.
       77  WS-IDX-PER                  PIC  9(001)         VALUE ZEROS.
       77  WS-IDX-VEND                 PIC  9(004)         VALUE ZEROS.
       77  WS-QTD-VENDEDORES           PIC  9(005)         VALUE ZEROS.
       77  WS-SW-TEM-VENDEDOR          PIC  X(001)         VALUE "N".
           88  TEM-ARQ-VENDEDOR             VALUE "S".
       77  WS-SW-TEM-CLIENTE           PIC  X(001)         VALUE "N".
           88  TEM-ARQ-CLIENTE              VALUE "S".
       77  WS-SW-REGIAO-PEDIDO         PIC  X(001)         VALUE "N".
           88  REGIAO-PEDIDO-OK             VALUE "S".

       01  WS-TAB-VENDEDOR.
           05  WS-VEN                  OCCURS 999 TIMES.
               10  WS-VEN-MOVIMENTO    PIC  X(001).
                   88  VEN-COM-MOVIMENTO    VALUE "S".
               10  WS-VEN-PER          OCCURS 2 TIMES.
                   15  WS-VEN-UNIDADES PIC  9(009).
                   15  WS-VEN-RECEITA  PIC  9(011)V9(002).
               10  WS-VEN-BONUS        PIC  9(009)V9(002).

       01  WS-TAB-TOTAL.
           05  WS-TOT-PER              OCCURS 2 TIMES.
               10  WS-TOT-UNIDADES     PIC  9(011).
               10  WS-TOT-RECEITA      PIC  9(013)V9(002).
           05  WS-TOT-BONUS            PIC  9(011)V9(002).

      *----------------------------------------------------------------*
      * LINHA EM EDICAO (VENDEDOR OU TOTAL)                            *
      *----------------------------------------------------------------*
       77  WS-CALC-UNI-ATUAL           PIC  9(011)         VALUE ZEROS.
       77  WS-CALC-UNI-ANTERIOR        PIC  9(011)         VALUE ZEROS.
       77  WS-CALC-REC-ATUAL           PIC  9(013)V9(002)  VALUE ZEROS.
       77  WS-CALC-REC-ANTERIOR        PIC  9(013)V9(002)  VALUE ZEROS.
       77  WS-VARIACAO                 PIC S9(007)V9(002)  VALUE ZEROS.

       01  WS-DATA-AUX.
           05  WS-AUX-ANO              PIC  9(004).
           05  WS-AUX-MES              PIC  9(002).
           05  WS-AUX-DIA              PIC  9(002).
       01  WS-DATA-AUX-N               REDEFINES WS-DATA-AUX
                                       PIC  9(008).
       77  WS-DATA-EDITADA             PIC  9(008)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * LINHAS DE IMPRESSAO                                            *
      *----------------------------------------------------------------*
       01  WS-LIN-SEPARADOR            PIC  X(132)         VALUE ALL
           "-".

       01  WS-LIN-CAB-1.
           05  FILLER                  PIC  X(022)         VALUE
               "RESULTADO DA CAMPANHA ".
           05  WS-CAB-CAMPANHA         PIC  9(005).
           05  FILLER                  PIC  X(003)         VALUE
               " - ".
           05  WS-CAB-DESCRICAO        PIC  X(040).
           05  FILLER                  PIC  X(014)         VALUE
               " - EMITIDO EM ".
           05  WS-CAB-DATA-EMISSAO     PIC  99/99/9999.

       01  WS-LIN-CAB-2.
           05  FILLER                  PIC  X(021)         VALUE
               "PERIODO DA CAMPANHA: ".
           05  WS-CAB-INI-CAMP         PIC  99/99/9999.
           05  FILLER                  PIC  X(003)         VALUE
               " A ".
           05  WS-CAB-FIM-CAMP         PIC  99/99/9999.
           05  FILLER                  PIC  X(021)         VALUE
               "   PERIODO ANTERIOR: ".
           05  WS-CAB-INI-ANT          PIC  99/99/9999.
           05  FILLER                  PIC  X(003)         VALUE
               " A ".
           05  WS-CAB-FIM-ANT          PIC  99/99/9999.
           05  FILLER                  PIC  X(010)         VALUE
               "   BONUS: ".
           05  WS-CAB-BONUS            PIC  ZZZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE
               SPACES.
           05  WS-CAB-TIPO-BONUS       PIC  X(016).

       01  WS-LIN-CAB-3.
           05  FILLER                  PIC  X(009)         VALUE
               "PRODUTOS:".
           05  WS-CAB-PRODUTO          PIC  ZZZZZ9 BLANK WHEN ZERO
                                       OCCURS 8 TIMES.
           05  FILLER                  PIC  X(012)         VALUE
               "   REGIOES: ".
           05  WS-CAB-REGIOES.
               10  WS-CAB-REGIAO       PIC  ZZZ9 BLANK WHEN ZERO
                                       OCCURS 3 TIMES.
           05  WS-CAB-REGIOES-X        REDEFINES WS-CAB-REGIOES
                                       PIC  X(012).

       01  WS-LIN-CAB-COLUNAS.
           05  FILLER                  PIC  X(029)         VALUE
               "VEN NOME".
           05  FILLER                  PIC  X(010)         VALUE
               " UNID.CAMP".
           05  FILLER                  PIC  X(014)         VALUE
               "  RECEITA CAMP".
           05  FILLER                  PIC  X(013)         VALUE
               "   BONUS CAMP".
           05  FILLER                  PIC  X(010)         VALUE
               "  UNID.ANT".
           05  FILLER                  PIC  X(014)         VALUE
               "   RECEITA ANT".
           05  FILLER                  PIC  X(011)         VALUE
               "  VAR.UNID%".
           05  FILLER                  PIC  X(011)         VALUE
               "  VAR.REC.%".

       01  WS-LIN-DETALHE.
           05  WS-DET-VENDEDOR         PIC  ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-NOME             PIC  X(025).
           05  WS-DET-UNI-CAMP         PIC  ZZZZZZZZZ9.
           05  WS-DET-REC-CAMP         PIC  ZZZZZZZZZZ9,99.
           05  WS-DET-BONUS            PIC  ZZZZZZZZZ9,99.
           05  WS-DET-UNI-ANT          PIC  ZZZZZZZZZ9.
           05  WS-DET-REC-ANT          PIC  ZZZZZZZZZZ9,99.
           05  WS-DET-VAR-UNI          PIC  -ZZZZZZ9,99.
           05  WS-DET-VAR-UNI-X        REDEFINES WS-DET-VAR-UNI
                                       PIC  X(011).
           05  WS-DET-VAR-REC          PIC  -ZZZZZZ9,99.
           05  WS-DET-VAR-REC-X        REDEFINES WS-DET-VAR-REC
                                       PIC  X(011).

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG079L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG079L.
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

           MOVE ZEROS                  TO COD-RETORNO-LNKG079
           MOVE SPACES                 TO MSG-RETORNO-LNKG079

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-HOJE

           MOVE FUNCTION UPPER-CASE(TIPO-BONUS-LNKG079)
                                       TO TIPO-BONUS-LNKG079
           MOVE FUNCTION UPPER-CASE(SITUACAO-LNKG079)
                                       TO SITUACAO-LNKG079

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-LNKG079
               WHEN 0
                    PERFORM 2100-BUSCAR-CAMPANHA
               WHEN 1
                    PERFORM 2200-INCLUIR-CAMPANHA
               WHEN 2
                    PERFORM 2300-ALTERAR-CAMPANHA
               WHEN 3
                    PERFORM 2400-EXCLUIR-CAMPANHA
               WHEN 4
                    PERFORM 2500-CAMPANHA-DO-ITEM
               WHEN 5
                    PERFORM 2600-RELAT-RESULTADO
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-LNKG079
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-LNKG079
                    PERFORM 3000-FINALIZA
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE BUSCA DA CAMPANHA PELO CODIGO                        *
      *----------------------------------------------------------------*
       2100-BUSCAR-CAMPANHA            SECTION.

           PERFORM 2110-OPEN-ARQ-CAMPANHA

           MOVE COD-CAMPANHA-LNKG079   TO COD-CAMPANHA

           READ ARQ-CAMPANHA

           IF WS-FL-STATUS-CMP         EQUAL ZEROS
              PERFORM 2130-DEVOLVE-CAMPANHA
              MOVE ZEROS               TO COD-RETORNO-LNKG079
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG079
              MOVE "CAMPANHA NAO ENCONTRADA NA BASE"
                                       TO MSG-RETORNO-LNKG079
           END-IF

           PERFORM 2120-CLOSE-ARQ-CAMPANHA

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DE ARQUIVO                                            *
      *----------------------------------------------------------------*
       2110-OPEN-ARQ-CAMPANHA          SECTION.

           OPEN I-O ARQ-CAMPANHA

           IF WS-FL-STATUS-CMP         EQUAL "35"
              OPEN OUTPUT ARQ-CAMPANHA

              IF WS-FL-STATUS-CMP      EQUAL ZEROS
                 CLOSE ARQ-CAMPANHA
                 OPEN I-O ARQ-CAMPANHA
              END-IF
           END-IF

           IF WS-FL-STATUS-CMP         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG079
              MOVE "ERRO NA ABERTURA DO CADASTRO DE CAMPANHAS"
                                       TO MSG-RETORNO-LNKG079
              PERFORM 3000-FINALIZA
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DE ARQUIVO                                          *
      *----------------------------------------------------------------*
       2120-CLOSE-ARQ-CAMPANHA         SECTION.

           CLOSE ARQ-CAMPANHA

           IF WS-FL-STATUS-CMP         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG079
              MOVE "ERRO NO FECHAMENTO DO CADASTRO DE CAMPANHAS"
                                       TO MSG-RETORNO-LNKG079
              PERFORM 3000-FINALIZA
           END-IF

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE A CAMPANHA LIDA NA AREA DE COMUNICACAO                 *
      *----------------------------------------------------------------*
       2130-DEVOLVE-CAMPANHA           SECTION.

           MOVE DESCRICAO-CAMP         TO DESCRICAO-LNKG079
           MOVE DATA-INICIO-CAMP       TO DATA-INICIO-LNKG079
           MOVE DATA-FIM-CAMP          TO DATA-FIM-LNKG079
           MOVE TIPO-BONUS-CAMP        TO TIPO-BONUS-LNKG079
           MOVE PERC-BONUS-CAMP        TO PERC-BONUS-LNKG079
           MOVE VLR-BONUS-UNIT-CAMP    TO VLR-BONUS-UNIT-LNKG079
           MOVE SITUACAO-CAMP          TO SITUACAO-LNKG079

           PERFORM 2135-DEVOLVE-UM-PRODUTO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER 8

           PERFORM 2136-DEVOLVE-UMA-REGIAO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER 3

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE UM PRODUTO PARTICIPANTE NA AREA DE COMUNICACAO         *
      *----------------------------------------------------------------*
       2135-DEVOLVE-UM-PRODUTO         SECTION.

           MOVE COD-PRODUTO-CAMP(WS-IDX)
                                       TO COD-PRODUTO-LNKG079(WS-IDX)

           .
       2135-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE UMA REGIAO PARTICIPANTE NA AREA DE COMUNICACAO         *
      *----------------------------------------------------------------*
       2136-DEVOLVE-UMA-REGIAO         SECTION.

           MOVE COD-REGIAO-CAMP(WS-IDX)
                                       TO COD-REGIAO-LNKG079(WS-IDX)

           .
       2136-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA O REGISTRO DA CAMPANHA A PARTIR DA AREA DE COMUNICACAO E *
      * DAS LISTAS VALIDADAS                                           *
      *----------------------------------------------------------------*
       2140-MONTA-CAMPANHA             SECTION.

           MOVE COD-CAMPANHA-LNKG079   TO COD-CAMPANHA
           MOVE DESCRICAO-LNKG079      TO DESCRICAO-CAMP
           MOVE DATA-INICIO-LNKG079    TO DATA-INICIO-CAMP
           MOVE DATA-FIM-LNKG079       TO DATA-FIM-CAMP
           MOVE TIPO-BONUS-LNKG079     TO TIPO-BONUS-CAMP
           MOVE SITUACAO-LNKG079       TO SITUACAO-CAMP
           MOVE WS-QTD-PROD-OK         TO QTD-PRODUTOS-CAMP
           MOVE WS-QTD-REG-OK          TO QTD-REGIOES-CAMP

           IF CAMP-BONUS-PERC
              MOVE PERC-BONUS-LNKG079  TO PERC-BONUS-CAMP
              MOVE ZEROS               TO VLR-BONUS-UNIT-CAMP
           ELSE
              MOVE ZEROS               TO PERC-BONUS-CAMP
              MOVE VLR-BONUS-UNIT-LNKG079
                                       TO VLR-BONUS-UNIT-CAMP
           END-IF

           PERFORM 2145-MONTA-UM-PRODUTO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER 8

           PERFORM 2146-MONTA-UMA-REGIAO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER 3

           .
       2140-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA UM PRODUTO PARTICIPANTE                                  *
      *----------------------------------------------------------------*
       2145-MONTA-UM-PRODUTO           SECTION.

           MOVE WS-PRODUTO-OK(WS-IDX)  TO COD-PRODUTO-CAMP(WS-IDX)

           .
       2145-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA UMA REGIAO PARTICIPANTE                                  *
      *----------------------------------------------------------------*
       2146-MONTA-UMA-REGIAO           SECTION.

           MOVE WS-REGIAO-OK(WS-IDX)   TO COD-REGIAO-CAMP(WS-IDX)

           .
       2146-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA OS DADOS DA CAMPANHA - CODIGO, DESCRICAO, PERIODO,      *
      * TIPO E VALOR DO BONUS, SITUACAO, PRODUTOS E REGIOES            *
      *----------------------------------------------------------------*
       2160-VALIDA-CAMPANHA            SECTION.

           MOVE TIPO-BONUS-LNKG079     TO TIPO-BONUS-CAMP
           MOVE SITUACAO-LNKG079       TO SITUACAO-CAMP

           EVALUATE TRUE
               WHEN COD-CAMPANHA-LNKG079 EQUAL ZEROS
                    MOVE 1             TO COD-RETORNO-LNKG079
                    MOVE "CODIGO DA CAMPANHA INVALIDO"
                                       TO MSG-RETORNO-LNKG079
                    PERFORM 3000-FINALIZA
               WHEN DESCRICAO-LNKG079  EQUAL SPACES
                    MOVE 1             TO COD-RETORNO-LNKG079
                    MOVE "INFORME A DESCRICAO DA CAMPANHA"
                                       TO MSG-RETORNO-LNKG079
                    PERFORM 3000-FINALIZA
               WHEN DATA-INICIO-LNKG079 EQUAL ZEROS OR
                    FUNCTION TEST-DATE-YYYYMMDD(DATA-INICIO-LNKG079)
                                       NOT EQUAL ZEROS
                    MOVE 1             TO COD-RETORNO-LNKG079
                    MOVE "DATA DE INICIO DA CAMPANHA INVALIDA"
                                       TO MSG-RETORNO-LNKG079
                    PERFORM 3000-FINALIZA
               WHEN DATA-FIM-LNKG079   EQUAL ZEROS OR
                    FUNCTION TEST-DATE-YYYYMMDD(DATA-FIM-LNKG079)
                                       NOT EQUAL ZEROS OR
                    DATA-FIM-LNKG079   LESS DATA-INICIO-LNKG079
                    MOVE 1             TO COD-RETORNO-LNKG079
                    MOVE "DATA FIM INVALIDA OU ANTERIOR AO INICIO"
                                       TO MSG-RETORNO-LNKG079
                    PERFORM 3000-FINALIZA
               WHEN NOT CAMP-TIPO-VALIDO
                    MOVE 1             TO COD-RETORNO-LNKG079
                    MOVE "TIPO DE BONUS INVALIDO (P/U)"
                                       TO MSG-RETORNO-LNKG079
                    PERFORM 3000-FINALIZA
               WHEN CAMP-BONUS-PERC AND
                    PERC-BONUS-LNKG079 EQUAL ZEROS
                    MOVE 1             TO COD-RETORNO-LNKG079
                    MOVE "INFORME O PERCENTUAL DE BONUS"
                                       TO MSG-RETORNO-LNKG079
                    PERFORM 3000-FINALIZA
               WHEN CAMP-BONUS-UNIDADE AND
                    VLR-BONUS-UNIT-LNKG079 EQUAL ZEROS
                    MOVE 1             TO COD-RETORNO-LNKG079
                    MOVE "INFORME O VALOR DE BONUS POR UNIDADE"
                                       TO MSG-RETORNO-LNKG079
                    PERFORM 3000-FINALIZA
               WHEN NOT CAMP-SITUACAO-VALIDA
                    MOVE 1             TO COD-RETORNO-LNKG079
                    MOVE "SITUACAO INVALIDA (A/E)"
                                       TO MSG-RETORNO-LNKG079
                    PERFORM 3000-FINALIZA
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           PERFORM 2180-VALIDA-PRODUTOS
           PERFORM 2190-VALIDA-REGIOES

           .
       2160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA OS PRODUTOS CONTRA O MESTRE DE PRODUTOS - POSICAO VAZIA *
      * E DESCARTADA E A LISTA VALIDA E COMPACTADA                     *
      *----------------------------------------------------------------*
       2180-VALIDA-PRODUTOS            SECTION.

           MOVE ZEROS                  TO WS-QTD-PROD-OK
           INITIALIZE WS-TAB-PRODUTOS-OK

           OPEN INPUT ARQ-PRODUTO

           IF WS-FL-STATUS-PRO         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG079
              MOVE "CADASTRO DE PRODUTOS NAO ENCONTRADO"
                                       TO MSG-RETORNO-LNKG079
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2185-VALIDA-UM-PRODUTO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER 8

           CLOSE ARQ-PRODUTO

           IF WS-QTD-PROD-OK           EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG079
              MOVE "INFORME AO MENOS UM PRODUTO NA CAMPANHA"
                                       TO MSG-RETORNO-LNKG079
              PERFORM 3000-FINALIZA
           END-IF

           .
       2180-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA UM PRODUTO - ATIVO NO MESTRE E SEM REPETICAO NA LISTA   *
      *----------------------------------------------------------------*
       2185-VALIDA-UM-PRODUTO          SECTION.

           IF COD-PRODUTO-LNKG079(WS-IDX) GREATER ZEROS
              MOVE COD-PRODUTO-LNKG079(WS-IDX)
                                       TO COD-PRODUTO
                                          WS-ED-PRODUTO
                                          WS-BUS-PRODUTO

              READ ARQ-PRODUTO

              IF WS-FL-STATUS-PRO      EQUAL ZEROS AND PROD-ATIVO
                 PERFORM 2187-PRODUTO-REPETIDO
                 ADD 1                 TO WS-QTD-PROD-OK
                 MOVE WS-ED-PRODUTO    TO
                      WS-PRODUTO-OK(WS-QTD-PROD-OK)
              ELSE
                 CLOSE ARQ-PRODUTO
                 MOVE 1                TO COD-RETORNO-LNKG079
                 MOVE SPACES           TO MSG-RETORNO-LNKG079
                 STRING "PRODUTO " WS-ED-PRODUTO
                        " NAO ENCONTRADO OU INATIVO"
                        DELIMITED BY SIZE
                                     INTO MSG-RETORNO-LNKG079
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           .
       2185-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RECUSA O PRODUTO JA INFORMADO EM OUTRA POSICAO DA LISTA        *
      *----------------------------------------------------------------*
       2187-PRODUTO-REPETIDO           SECTION.

           MOVE "N"                    TO WS-SW-PRODUTO-CAMP

           PERFORM 2188-COMPARA-PRODUTO-OK
                   VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND GREATER WS-QTD-PROD-OK

           IF PRODUTO-NA-CAMPANHA
              CLOSE ARQ-PRODUTO
              MOVE 1                   TO COD-RETORNO-LNKG079
              MOVE SPACES              TO MSG-RETORNO-LNKG079
              STRING "PRODUTO " WS-ED-PRODUTO
                     " INFORMADO MAIS DE UMA VEZ"
                     DELIMITED BY SIZE
                                     INTO MSG-RETORNO-LNKG079
              PERFORM 3000-FINALIZA
           END-IF

           .
       2187-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA O PRODUTO COM UM DOS JA ACEITOS                        *
      *----------------------------------------------------------------*
       2188-COMPARA-PRODUTO-OK         SECTION.

           IF WS-PRODUTO-OK(WS-IDX-VEND) EQUAL WS-BUS-PRODUTO
              MOVE "S"                 TO WS-SW-PRODUTO-CAMP
           END-IF

           .
       2188-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA AS REGIOES CONTRA O CADASTRO DE REGIOES - LISTA VAZIA   *
      * SIGNIFICA CAMPANHA VALIDA EM TODAS AS REGIOES                  *
      *----------------------------------------------------------------*
       2190-VALIDA-REGIOES             SECTION.

           MOVE ZEROS                  TO WS-QTD-REG-OK
           INITIALIZE WS-TAB-REGIOES-OK

           IF COD-REGIAO-LNKG079(1)    GREATER ZEROS OR
              COD-REGIAO-LNKG079(2)    GREATER ZEROS OR
              COD-REGIAO-LNKG079(3)    GREATER ZEROS
              OPEN INPUT ARQ-REGIAO

              IF WS-FL-STATUS-REG      NOT EQUAL ZEROS
                 MOVE 1                TO COD-RETORNO-LNKG079
                 MOVE "CADASTRO DE REGIOES NAO ENCONTRADO"
                                       TO MSG-RETORNO-LNKG079
                 PERFORM 3000-FINALIZA
              END-IF

              PERFORM 2195-VALIDA-UMA-REGIAO
                      VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX GREATER 3

              CLOSE ARQ-REGIAO
           END-IF

           .
       2190-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA UMA REGIAO - ATIVA NO CADASTRO                          *
      *----------------------------------------------------------------*
       2195-VALIDA-UMA-REGIAO          SECTION.

           IF COD-REGIAO-LNKG079(WS-IDX) GREATER ZEROS
              MOVE COD-REGIAO-LNKG079(WS-IDX)
                                       TO COD-REGIAO
                                          WS-ED-REGIAO

              READ ARQ-REGIAO

              IF WS-FL-STATUS-REG      EQUAL ZEROS AND REGIAO-ATIVA
                 ADD 1                 TO WS-QTD-REG-OK
                 MOVE WS-ED-REGIAO     TO
                      WS-REGIAO-OK(WS-QTD-REG-OK)
              ELSE
                 CLOSE ARQ-REGIAO
                 MOVE 1                TO COD-RETORNO-LNKG079
                 MOVE SPACES           TO MSG-RETORNO-LNKG079
                 STRING "REGIAO " WS-ED-REGIAO
                        " NAO ENCONTRADA OU EXCLUIDA"
                        DELIMITED BY SIZE
                                     INTO MSG-RETORNO-LNKG079
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           .
       2195-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INCLUSAO DA CAMPANHA - NASCE ATIVA                   *
      *----------------------------------------------------------------*
       2200-INCLUIR-CAMPANHA           SECTION.

           MOVE "A"                    TO SITUACAO-LNKG079

           PERFORM 2160-VALIDA-CAMPANHA

           PERFORM 2110-OPEN-ARQ-CAMPANHA

           MOVE COD-CAMPANHA-LNKG079   TO COD-CAMPANHA

           READ ARQ-CAMPANHA

           IF WS-FL-STATUS-CMP         EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG079
              MOVE "CAMPANHA JA CADASTRADA NA BASE"
                                       TO MSG-RETORNO-LNKG079
           ELSE
              INITIALIZE REG-CAMPANHA
              PERFORM 2140-MONTA-CAMPANHA
              MOVE WS-DATA-HOJE-N      TO DATA-INCLUSAO-CAMP

              WRITE REG-CAMPANHA

              IF WS-FL-STATUS-CMP      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-LNKG079
                 MOVE "CAMPANHA CADASTRADA COM SUCESSO"
                                       TO MSG-RETORNO-LNKG079
              ELSE
                 MOVE 9                TO COD-RETORNO-LNKG079
                 MOVE "ERRO AO GRAVAR A CAMPANHA"
                                       TO MSG-RETORNO-LNKG079
              END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-CAMPANHA

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE ALTERACAO DA CAMPANHA - OS ITENS DE PEDIDO JA        *
      * MARCADOS CONSERVAM A CAMPANHA E O BONUS DA DIGITACAO           *
      *----------------------------------------------------------------*
       2300-ALTERAR-CAMPANHA           SECTION.

           IF SITUACAO-LNKG079         EQUAL SPACES
              MOVE "A"                 TO SITUACAO-LNKG079
           END-IF

           PERFORM 2160-VALIDA-CAMPANHA

           PERFORM 2110-OPEN-ARQ-CAMPANHA

           MOVE COD-CAMPANHA-LNKG079   TO COD-CAMPANHA

           READ ARQ-CAMPANHA

           IF WS-FL-STATUS-CMP         EQUAL ZEROS
              PERFORM 2140-MONTA-CAMPANHA

              REWRITE REG-CAMPANHA

              IF WS-FL-STATUS-CMP      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-LNKG079
                 MOVE "CAMPANHA ALTERADA COM SUCESSO"
                                       TO MSG-RETORNO-LNKG079
              ELSE
                 MOVE 9                TO COD-RETORNO-LNKG079
                 MOVE "ERRO AO ALTERAR A CAMPANHA"
                                       TO MSG-RETORNO-LNKG079
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG079
              MOVE "CAMPANHA NAO ENCONTRADA NA BASE"
                                       TO MSG-RETORNO-LNKG079
           END-IF

           PERFORM 2120-CLOSE-ARQ-CAMPANHA

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE EXCLUSAO DA CAMPANHA - SO ANTES DO INICIO; CAMPANHA  *
      * JA INICIADA PODE TER ITENS MARCADOS E DEVE SER ENCERRADA       *
      * (SITUACAO E) PARA CONTINUAR NO RELATORIO DE RESULTADO          *
      *----------------------------------------------------------------*
       2400-EXCLUIR-CAMPANHA           SECTION.

           PERFORM 2110-OPEN-ARQ-CAMPANHA

           MOVE COD-CAMPANHA-LNKG079   TO COD-CAMPANHA

           READ ARQ-CAMPANHA

           IF WS-FL-STATUS-CMP         EQUAL ZEROS
              IF DATA-INICIO-CAMP      NOT GREATER WS-DATA-HOJE-N
                 MOVE 1                TO COD-RETORNO-LNKG079
                 MOVE "CAMPANHA JA INICIADA - ENCERRE COM SITUACAO E"
                                       TO MSG-RETORNO-LNKG079
              ELSE
                 DELETE ARQ-CAMPANHA RECORD

                 IF WS-FL-STATUS-CMP   EQUAL ZEROS
                    MOVE ZEROS         TO COD-RETORNO-LNKG079
                    MOVE "CAMPANHA EXCLUIDA COM SUCESSO"
                                       TO MSG-RETORNO-LNKG079
                 ELSE
                    MOVE 9             TO COD-RETORNO-LNKG079
                    MOVE "ERRO AO EXCLUIR A CAMPANHA"
                                       TO MSG-RETORNO-LNKG079
                 END-IF
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG079
              MOVE "CAMPANHA NAO ENCONTRADA NA BASE"
                                       TO MSG-RETORNO-LNKG079
           END-IF

           PERFORM 2120-CLOSE-ARQ-CAMPANHA

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 4 - CAMPANHA DO ITEM DE PEDIDO: ENTRE AS CAMPANHAS      *
      * ATIVAS NA DATA COM O PRODUTO E A REGIAO DO CLIENTE, FICA A DE  *
      * MAIOR BONUS PARA O ITEM (NO EMPATE, A DE MENOR CODIGO) - SEM   *
      * CAMPANHA DEVOLVE RETORNO 1 E CODIGO E BONUS ZERADOS            *
      *----------------------------------------------------------------*
       2500-CAMPANHA-DO-ITEM           SECTION.

           MOVE ZEROS                  TO COD-CAMPANHA-LNKG079
                                          VLR-BONUS-LNKG079
                                          WS-MELHOR-CAMPANHA
                                          WS-MELHOR-BONUS

           MOVE PRODUTO-ITEM-LNKG079   TO WS-BUS-PRODUTO
           MOVE REGIAO-ITEM-LNKG079    TO WS-BUS-REGIAO

           IF DATA-ITEM-LNKG079        EQUAL ZEROS
              MOVE WS-DATA-HOJE-N      TO WS-BUS-DATA
           ELSE
              MOVE DATA-ITEM-LNKG079   TO WS-BUS-DATA
           END-IF

           OPEN INPUT ARQ-CAMPANHA

           IF WS-FL-STATUS-CMP         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG079
              MOVE "NENHUMA CAMPANHA VIGENTE PARA O ITEM"
                                       TO MSG-RETORNO-LNKG079
              PERFORM 3000-FINALIZA
           END-IF

           MOVE "N"                    TO WS-SW-FIM-CAMPANHA
           MOVE ZEROS                  TO COD-CAMPANHA

           START ARQ-CAMPANHA KEY IS NOT LESS THAN COD-CAMPANHA

           IF WS-FL-STATUS-CMP         NOT EQUAL ZEROS
              MOVE "S"                 TO WS-SW-FIM-CAMPANHA
           END-IF

           PERFORM 2510-AVALIA-CAMPANHA UNTIL FIM-CAMPANHA

           CLOSE ARQ-CAMPANHA

           IF WS-MELHOR-CAMPANHA       GREATER ZEROS
              MOVE WS-MELHOR-CAMPANHA  TO COD-CAMPANHA-LNKG079
              MOVE WS-MELHOR-BONUS     TO VLR-BONUS-LNKG079
              MOVE "ITEM QUALIFICADO NA CAMPANHA"
                                       TO MSG-RETORNO-LNKG079
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG079
              MOVE "NENHUMA CAMPANHA VIGENTE PARA O ITEM"
                                       TO MSG-RETORNO-LNKG079
           END-IF

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A PROXIMA CAMPANHA E, SE O ITEM SE QUALIFICA, CALCULA O     *
      * BONUS E GUARDA A MELHOR                                        *
      *----------------------------------------------------------------*
       2510-AVALIA-CAMPANHA            SECTION.

           READ ARQ-CAMPANHA NEXT RECORD

           IF WS-FL-STATUS-CMP         NOT EQUAL ZEROS
              MOVE "S"                 TO WS-SW-FIM-CAMPANHA
           ELSE
              IF CAMP-ATIVA AND
                 DATA-INICIO-CAMP      NOT GREATER WS-BUS-DATA AND
                 DATA-FIM-CAMP         NOT LESS WS-BUS-DATA
                 PERFORM 2520-VERIFICA-PARTICIPACAO

                 IF PRODUTO-NA-CAMPANHA AND REGIAO-NA-CAMPANHA
                    IF CAMP-BONUS-PERC
                       COMPUTE WS-BONUS-CALC ROUNDED =
                               VALOR-ITEM-LNKG079
                             * PERC-BONUS-CAMP / 100
                    ELSE
                       COMPUTE WS-BONUS-CALC ROUNDED =
                               QTD-ITEM-LNKG079
                             * VLR-BONUS-UNIT-CAMP
                    END-IF

                    IF WS-MELHOR-CAMPANHA EQUAL ZEROS OR
                       WS-BONUS-CALC   GREATER WS-MELHOR-BONUS
                       MOVE COD-CAMPANHA
                                       TO WS-MELHOR-CAMPANHA
                       MOVE WS-BONUS-CALC
                                       TO WS-MELHOR-BONUS
                    END-IF
                 END-IF
              END-IF
           END-IF

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICA SE O PRODUTO E A REGIAO PESQUISADOS PARTICIPAM DA     *
      * CAMPANHA LIDA - SEM REGIOES, TODAS PARTICIPAM                  *
      *----------------------------------------------------------------*
       2520-VERIFICA-PARTICIPACAO      SECTION.

           MOVE "N"                    TO WS-SW-PRODUTO-CAMP

           PERFORM 2525-COMPARA-PRODUTO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER QTD-PRODUTOS-CAMP OR
                         WS-IDX GREATER 8 OR PRODUTO-NA-CAMPANHA

           IF QTD-REGIOES-CAMP         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-REGIAO-CAMP
           ELSE
              MOVE "N"                 TO WS-SW-REGIAO-CAMP

              PERFORM 2527-COMPARA-REGIAO
                      VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX GREATER QTD-REGIOES-CAMP OR
                            WS-IDX GREATER 3 OR REGIAO-NA-CAMPANHA
           END-IF

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA O PRODUTO PESQUISADO COM UM PRODUTO DA CAMPANHA        *
      *----------------------------------------------------------------*
       2525-COMPARA-PRODUTO            SECTION.

           IF COD-PRODUTO-CAMP(WS-IDX) EQUAL WS-BUS-PRODUTO
              MOVE "S"                 TO WS-SW-PRODUTO-CAMP
           END-IF

           .
       2525-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA A REGIAO PESQUISADA COM UMA REGIAO DA CAMPANHA         *
      *----------------------------------------------------------------*
       2527-COMPARA-REGIAO             SECTION.

           IF COD-REGIAO-CAMP(WS-IDX)  EQUAL WS-BUS-REGIAO
              MOVE "S"                 TO WS-SW-REGIAO-CAMP
           END-IF

           .
       2527-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 5 - RESULTADO DA CAMPANHA POR VENDEDOR: UNIDADES E      *
      * RECEITA DOS PRODUTOS DA CAMPANHA (NAS REGIOES DA CAMPANHA) NO  *
      * PERIODO DELA E NO PERIODO ANTERIOR DE MESMA DURACAO, E O BONUS *
      * DOS ITENS MARCADOS COM A CAMPANHA - GRAVADO NO ArqRelCampanha  *
      *----------------------------------------------------------------*
       2600-RELAT-RESULTADO            SECTION.

           MOVE ZEROS                  TO WS-QTD-VENDEDORES
                                          QTD-VENDEDORES-LNKG079
           INITIALIZE WS-TAB-VENDEDOR
                      WS-TAB-TOTAL

           OPEN INPUT ARQ-CAMPANHA

           IF WS-FL-STATUS-CMP         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG079
              MOVE "CAMPANHA NAO ENCONTRADA NA BASE"
                                       TO MSG-RETORNO-LNKG079
              PERFORM 3000-FINALIZA
           END-IF

           MOVE COD-CAMPANHA-LNKG079   TO COD-CAMPANHA

           READ ARQ-CAMPANHA

           IF WS-FL-STATUS-CMP         NOT EQUAL ZEROS
              CLOSE ARQ-CAMPANHA
              MOVE 1                   TO COD-RETORNO-LNKG079
              MOVE "CAMPANHA NAO ENCONTRADA NA BASE"
                                       TO MSG-RETORNO-LNKG079
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2605-MONTA-PERIODOS

           PERFORM 2610-OPEN-ARQUIVOS

           PERFORM 2620-LER-PEDIDO

           PERFORM 2630-TRATA-PEDIDO UNTIL
                   WS-FL-STATUS-PED    NOT EQUAL "00"

           PERFORM 2660-EMITE-RELATORIO

           PERFORM 2690-CLOSE-ARQUIVOS

           MOVE WS-QTD-VENDEDORES      TO QTD-VENDEDORES-LNKG079
           MOVE ZEROS                  TO COD-RETORNO-LNKG079
           MOVE "RESULTADO DA CAMPANHA GRAVADO EM ARQRELCAMPANHA"
                                       TO MSG-RETORNO-LNKG079

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PERIODO DA CAMPANHA E PERIODO ANTERIOR DE MESMA DURACAO,       *
      * TERMINANDO NA VESPERA DO INICIO                                *
      *----------------------------------------------------------------*
       2605-MONTA-PERIODOS             SECTION.

           MOVE DATA-INICIO-CAMP       TO WS-PER-INICIO(1)
           MOVE DATA-FIM-CAMP          TO WS-PER-FIM(1)

           COMPUTE WS-INT-INICIO = FUNCTION
                   INTEGER-OF-DATE(DATA-INICIO-CAMP)
           COMPUTE WS-INT-FIM = FUNCTION
                   INTEGER-OF-DATE(DATA-FIM-CAMP)
           COMPUTE WS-DIAS-CAMPANHA = WS-INT-FIM - WS-INT-INICIO + 1

           COMPUTE WS-PER-INICIO(2) = FUNCTION
                   DATE-OF-INTEGER(WS-INT-INICIO - WS-DIAS-CAMPANHA)
           COMPUTE WS-PER-FIM(2) = FUNCTION
                   DATE-OF-INTEGER(WS-INT-INICIO - 1)

           .
       2605-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DOS ARQUIVOS DO RELATORIO - SEM CADASTRO DE CLIENTES  *
      * OS PEDIDOS SO ENTRAM EM CAMPANHA SEM RESTRICAO DE REGIAO; SEM  *
      * CADASTRO DE VENDEDORES O NOME NAO E IMPRESSO                   *
      *----------------------------------------------------------------*
       2610-OPEN-ARQUIVOS              SECTION.

           OPEN INPUT ARQ-PEDIDO

           IF WS-FL-STATUS-PED         NOT EQUAL ZEROS
              CLOSE ARQ-CAMPANHA
              MOVE 9                   TO COD-RETORNO-LNKG079
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS"
                                       TO MSG-RETORNO-LNKG079
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-ITEM-PED

           IF WS-FL-STATUS-ITE         NOT EQUAL ZEROS
              CLOSE ARQ-CAMPANHA
              CLOSE ARQ-PEDIDO
              MOVE 1                   TO COD-RETORNO-LNKG079
              MOVE "ARQUIVO DE ITENS DE PEDIDO NAO ENCONTRADO"
                                       TO MSG-RETORNO-LNKG079
              PERFORM 3000-FINALIZA
           END-IF

           OPEN OUTPUT ARQ-REL-CAMPANHA

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              CLOSE ARQ-CAMPANHA
              CLOSE ARQ-PEDIDO
              CLOSE ARQ-ITEM-PED
              MOVE 9                   TO COD-RETORNO-LNKG079
              MOVE "ERRO NA ABERTURA DO RELATORIO DE CAMPANHA"
                                       TO MSG-RETORNO-LNKG079
              PERFORM 3000-FINALIZA
           END-IF

           MOVE "N"                    TO WS-SW-TEM-CLIENTE
                                          WS-SW-TEM-VENDEDOR

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-TEM-CLIENTE
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-TEM-VENDEDOR
           END-IF

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DOS PEDIDOS                                 *
      *----------------------------------------------------------------*
       2620-LER-PEDIDO                 SECTION.

           READ ARQ-PEDIDO NEXT RECORD

           .
       2620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRATA UM PEDIDO NAO CANCELADO DE UM DOS DOIS PERIODOS: VERIFICA*
      * A REGIAO DO CLIENTE E ACUMULA OS ITENS                         *
      *----------------------------------------------------------------*
       2630-TRATA-PEDIDO               SECTION.

           MOVE ZEROS                  TO WS-IDX-PER

           IF DATA-PEDIDO              NOT LESS WS-PER-INICIO(1) AND
              DATA-PEDIDO              NOT GREATER WS-PER-FIM(1)
              MOVE 1                   TO WS-IDX-PER
           ELSE
              IF DATA-PEDIDO           NOT LESS WS-PER-INICIO(2) AND
                 DATA-PEDIDO           NOT GREATER WS-PER-FIM(2)
                 MOVE 2                TO WS-IDX-PER
              END-IF
           END-IF

           IF WS-IDX-PER               GREATER ZEROS AND
              NOT PED-CANCELADO AND
              COD-VENDEDOR-PED         GREATER ZEROS
              PERFORM 2635-VERIFICA-REGIAO

              MOVE NUM-PEDIDO          TO NUM-PEDIDO-ITEM
              MOVE ZEROS               TO SEQ-ITEM

              START ARQ-ITEM-PED KEY IS NOT LESS THAN CHAVE-ITEM

              IF WS-FL-STATUS-ITE      EQUAL ZEROS
                 PERFORM 2640-TRATA-ITEM UNTIL
                         WS-FL-STATUS-ITE NOT EQUAL "00"
              END-IF
           END-IF

           PERFORM 2620-LER-PEDIDO

           .
       2630-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICA SE A REGIAO DO CLIENTE DO PEDIDO PARTICIPA DA         *
      * CAMPANHA (PELO CADASTRO ATUAL DO CLIENTE)                      *
      *----------------------------------------------------------------*
       2635-VERIFICA-REGIAO            SECTION.

           IF QTD-REGIOES-CAMP         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-REGIAO-PEDIDO
           ELSE
              MOVE "N"                 TO WS-SW-REGIAO-PEDIDO
              MOVE ZEROS               TO WS-BUS-REGIAO

              IF TEM-ARQ-CLIENTE
                 MOVE COD-CLIENTE-PED  TO COD-CLIENTE

                 READ ARQ-CLIENTE

                 IF WS-FL-STATUS-CLI   EQUAL ZEROS
                    MOVE COD-REGIAO-CLI
                                       TO WS-BUS-REGIAO
                 END-IF
              END-IF

              MOVE "N"                 TO WS-SW-REGIAO-CAMP

              PERFORM 2527-COMPARA-REGIAO
                      VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX GREATER QTD-REGIOES-CAMP OR
                            WS-IDX GREATER 3 OR REGIAO-NA-CAMPANHA

              IF REGIAO-NA-CAMPANHA
                 MOVE "S"              TO WS-SW-REGIAO-PEDIDO
              END-IF
           END-IF

           .
       2635-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA UM ITEM DO PEDIDO - UM ITEM DE OUTRO PEDIDO ENCERRA A  *
      * VARREDURA. O BONUS VEM DOS ITENS MARCADOS COM A CAMPANHA NA    *
      * DIGITACAO                                                      *
      *----------------------------------------------------------------*
       2640-TRATA-ITEM                 SECTION.

           READ ARQ-ITEM-PED NEXT RECORD

           IF WS-FL-STATUS-ITE         EQUAL ZEROS AND
              NUM-PEDIDO-ITEM          NOT EQUAL NUM-PEDIDO
              MOVE "10"                TO WS-FL-STATUS-ITE
           END-IF

           IF WS-FL-STATUS-ITE         EQUAL ZEROS
              MOVE COD-PRODUTO-ITEM    TO WS-BUS-PRODUTO
              MOVE "N"                 TO WS-SW-PRODUTO-CAMP

              PERFORM 2525-COMPARA-PRODUTO
                      VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX GREATER QTD-PRODUTOS-CAMP OR
                            WS-IDX GREATER 8 OR PRODUTO-NA-CAMPANHA

              IF PRODUTO-NA-CAMPANHA AND REGIAO-PEDIDO-OK
                 ADD QUANTIDADE-ITEM   TO
                     WS-VEN-UNIDADES(COD-VENDEDOR-PED WS-IDX-PER)
                     WS-TOT-UNIDADES(WS-IDX-PER)
                 ADD VALOR-ITEM        TO
                     WS-VEN-RECEITA(COD-VENDEDOR-PED WS-IDX-PER)
                     WS-TOT-RECEITA(WS-IDX-PER)
                 MOVE "S"              TO
                      WS-VEN-MOVIMENTO(COD-VENDEDOR-PED)
              END-IF

              IF WS-IDX-PER            EQUAL 1 AND
                 COD-CAMPANHA-ITEM     EQUAL COD-CAMPANHA
                 ADD VLR-BONUS-ITEM    TO
                     WS-VEN-BONUS(COD-VENDEDOR-PED)
                     WS-TOT-BONUS
                 MOVE "S"              TO
                      WS-VEN-MOVIMENTO(COD-VENDEDOR-PED)
              END-IF
           END-IF

           .
       2640-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMISSAO DO RELATORIO - CABECALHO, UMA LINHA POR VENDEDOR COM   *
      * MOVIMENTO EM UM DOS PERIODOS E O TOTAL GERAL                   *
      *----------------------------------------------------------------*
       2660-EMITE-RELATORIO            SECTION.

           PERFORM 2665-CABECALHO

           PERFORM 2670-IMPRIME-VENDEDOR
                   VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND GREATER 999

           MOVE WS-LIN-SEPARADOR       TO REG-REL-CAMPANHA
           WRITE REG-REL-CAMPANHA

           MOVE ZEROS                  TO WS-DET-VENDEDOR
           MOVE "TOTAL GERAL"          TO WS-DET-NOME
           MOVE WS-TOT-UNIDADES(1)     TO WS-CALC-UNI-ATUAL
           MOVE WS-TOT-UNIDADES(2)     TO WS-CALC-UNI-ANTERIOR
           MOVE WS-TOT-RECEITA(1)      TO WS-CALC-REC-ATUAL
           MOVE WS-TOT-RECEITA(2)      TO WS-CALC-REC-ANTERIOR
           MOVE WS-TOT-BONUS           TO WS-DET-BONUS

           PERFORM 2680-EDITA-LINHA

           MOVE WS-LIN-DETALHE         TO REG-REL-CAMPANHA
           WRITE REG-REL-CAMPANHA

           .
       2660-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CABECALHO DO RELATORIO                                         *
      *----------------------------------------------------------------*
       2665-CABECALHO                  SECTION.

           MOVE COD-CAMPANHA           TO WS-CAB-CAMPANHA
           MOVE DESCRICAO-CAMP         TO WS-CAB-DESCRICAO

           MOVE WS-DATA-HOJE-N         TO WS-DATA-AUX-N
           PERFORM 2685-EDITA-DATA
           MOVE WS-DATA-EDITADA        TO WS-CAB-DATA-EMISSAO

           MOVE WS-PER-INICIO(1)       TO WS-DATA-AUX-N
           PERFORM 2685-EDITA-DATA
           MOVE WS-DATA-EDITADA        TO WS-CAB-INI-CAMP
           MOVE WS-PER-FIM(1)          TO WS-DATA-AUX-N
           PERFORM 2685-EDITA-DATA
           MOVE WS-DATA-EDITADA        TO WS-CAB-FIM-CAMP
           MOVE WS-PER-INICIO(2)       TO WS-DATA-AUX-N
           PERFORM 2685-EDITA-DATA
           MOVE WS-DATA-EDITADA        TO WS-CAB-INI-ANT
           MOVE WS-PER-FIM(2)          TO WS-DATA-AUX-N
           PERFORM 2685-EDITA-DATA
           MOVE WS-DATA-EDITADA        TO WS-CAB-FIM-ANT

           IF CAMP-BONUS-PERC
              MOVE PERC-BONUS-CAMP     TO WS-CAB-BONUS
              MOVE "% SOBRE O VALOR"   TO WS-CAB-TIPO-BONUS
           ELSE
              MOVE VLR-BONUS-UNIT-CAMP TO WS-CAB-BONUS
              MOVE "POR UNIDADE"       TO WS-CAB-TIPO-BONUS
           END-IF

           PERFORM 2667-CABECALHO-PRODUTO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER 8

           IF QTD-REGIOES-CAMP         EQUAL ZEROS
              MOVE "TODAS"             TO WS-CAB-REGIOES-X
           ELSE
              PERFORM 2668-CABECALHO-REGIAO
                      VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX GREATER 3
           END-IF

           MOVE WS-LIN-SEPARADOR       TO REG-REL-CAMPANHA
           WRITE REG-REL-CAMPANHA
           MOVE WS-LIN-CAB-1           TO REG-REL-CAMPANHA
           WRITE REG-REL-CAMPANHA
           MOVE WS-LIN-CAB-2           TO REG-REL-CAMPANHA
           WRITE REG-REL-CAMPANHA
           MOVE WS-LIN-CAB-3           TO REG-REL-CAMPANHA
           WRITE REG-REL-CAMPANHA
           MOVE WS-LIN-SEPARADOR       TO REG-REL-CAMPANHA
           WRITE REG-REL-CAMPANHA
           MOVE WS-LIN-CAB-COLUNAS     TO REG-REL-CAMPANHA
           WRITE REG-REL-CAMPANHA
           MOVE WS-LIN-SEPARADOR       TO REG-REL-CAMPANHA
           WRITE REG-REL-CAMPANHA

           .
       2665-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UM PRODUTO DA CAMPANHA NO CABECALHO                            *
      *----------------------------------------------------------------*
       2667-CABECALHO-PRODUTO          SECTION.

           MOVE COD-PRODUTO-CAMP(WS-IDX)
                                       TO WS-CAB-PRODUTO(WS-IDX)

           .
       2667-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UMA REGIAO DA CAMPANHA NO CABECALHO                            *
      *----------------------------------------------------------------*
       2668-CABECALHO-REGIAO           SECTION.

           MOVE COD-REGIAO-CAMP(WS-IDX)
                                       TO WS-CAB-REGIAO(WS-IDX)

           .
       2668-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME O VENDEDOR COM MOVIMENTO EM UM DOS PERIODOS            *
      *----------------------------------------------------------------*
       2670-IMPRIME-VENDEDOR           SECTION.

           IF VEN-COM-MOVIMENTO(WS-IDX-VEND)
              ADD 1                    TO WS-QTD-VENDEDORES

              MOVE WS-IDX-VEND         TO WS-DET-VENDEDOR
              MOVE SPACES              TO WS-DET-NOME

              IF TEM-ARQ-VENDEDOR
                 MOVE WS-IDX-VEND      TO COD-VENDEDOR

                 READ ARQ-VENDEDOR

                 IF WS-FL-STATUS-VEN   EQUAL ZEROS
                    MOVE NOME-VENDEDOR TO WS-DET-NOME
                 ELSE
                    MOVE "VENDEDOR NAO CADASTRADO"
                                       TO WS-DET-NOME
                 END-IF
              END-IF

              MOVE WS-VEN-UNIDADES(WS-IDX-VEND 1)
                                       TO WS-CALC-UNI-ATUAL
              MOVE WS-VEN-UNIDADES(WS-IDX-VEND 2)
                                       TO WS-CALC-UNI-ANTERIOR
              MOVE WS-VEN-RECEITA(WS-IDX-VEND 1)
                                       TO WS-CALC-REC-ATUAL
              MOVE WS-VEN-RECEITA(WS-IDX-VEND 2)
                                       TO WS-CALC-REC-ANTERIOR
              MOVE WS-VEN-BONUS(WS-IDX-VEND)
                                       TO WS-DET-BONUS

              PERFORM 2680-EDITA-LINHA

              MOVE WS-LIN-DETALHE      TO REG-REL-CAMPANHA
              WRITE REG-REL-CAMPANHA
           END-IF

           .
       2670-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EDITA UNIDADES, RECEITA E VARIACAO DA LINHA EM IMPRESSAO - SEM *
      * MOVIMENTO NO PERIODO ANTERIOR A VARIACAO SAI COMO NOVO         *
      *----------------------------------------------------------------*
       2680-EDITA-LINHA                SECTION.

           MOVE WS-CALC-UNI-ATUAL      TO WS-DET-UNI-CAMP
           MOVE WS-CALC-UNI-ANTERIOR   TO WS-DET-UNI-ANT
           MOVE WS-CALC-REC-ATUAL      TO WS-DET-REC-CAMP
           MOVE WS-CALC-REC-ANTERIOR   TO WS-DET-REC-ANT

           IF WS-CALC-UNI-ANTERIOR     EQUAL ZEROS
              MOVE "       NOVO"       TO WS-DET-VAR-UNI-X
           ELSE
              COMPUTE WS-VARIACAO ROUNDED =
                      (WS-CALC-UNI-ATUAL - WS-CALC-UNI-ANTERIOR)
                    * 100 / WS-CALC-UNI-ANTERIOR
                      ON SIZE ERROR
                         MOVE 9999999,99
                                       TO WS-VARIACAO
              END-COMPUTE
              MOVE WS-VARIACAO         TO WS-DET-VAR-UNI
           END-IF

           IF WS-CALC-REC-ANTERIOR     EQUAL ZEROS
              MOVE "       NOVO"       TO WS-DET-VAR-REC-X
           ELSE
              COMPUTE WS-VARIACAO ROUNDED =
                      (WS-CALC-REC-ATUAL - WS-CALC-REC-ANTERIOR)
                    * 100 / WS-CALC-REC-ANTERIOR
                      ON SIZE ERROR
                         MOVE 9999999,99
                                       TO WS-VARIACAO
              END-COMPUTE
              MOVE WS-VARIACAO         TO WS-DET-VAR-REC
           END-IF

           .
       2680-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONVERTE A DATA AAAAMMDD DE WS-DATA-AUX PARA DDMMAAAA          *
      *----------------------------------------------------------------*
       2685-EDITA-DATA                 SECTION.

           COMPUTE WS-DATA-EDITADA = WS-AUX-DIA * 1000000
                                   + WS-AUX-MES * 10000
                                   + WS-AUX-ANO

           .
       2685-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DOS ARQUIVOS DO RELATORIO                           *
      *----------------------------------------------------------------*
       2690-CLOSE-ARQUIVOS             SECTION.

           CLOSE ARQ-CAMPANHA
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-ITEM-PED
           CLOSE ARQ-REL-CAMPANHA

           IF TEM-ARQ-CLIENTE
              CLOSE ARQ-CLIENTE
           END-IF

           IF TEM-ARQ-VENDEDOR
              CLOSE ARQ-VENDEDOR
           END-IF

           .
       2690-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF079P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF079P.
      *----------------------------------------------------------------*
