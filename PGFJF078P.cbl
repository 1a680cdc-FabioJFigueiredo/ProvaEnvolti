       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF078P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF078P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: EMITIR O DEMONSTRATIVO MENSAL DE RENTABILIDADE  *
      *                POR REGIAO DO CLIENTE (ArqRegiao), UMA LINHA    *
      *                POR REGIAO COM A VARIACAO SOBRE O MES ANTERIOR: *
      *                VENDA FATURADA E CANCELADA (PEDIDOS COM DATA NO *
      *                MES, COMO NO FECHAMENTO DO PGFJF066P), VENDA    *
      *                LIQUIDA (FATURADO MENOS AS DEVOLUCOES DOS       *
      *                PEDIDOS, COMO NO PGFJF042P), CUSTO DE COMISSAO  *
      *                (GANHO MENOS ESTORNO DO ArqRazaoComissao NA     *
      *                COMPETENCIA), VALOR RECEBIDO (TITULOS COM       *
      *                ULTIMO PAGAMENTO NO MES), SALDO VENCIDO NO FIM  *
      *                DO MES (OU HOJE, NO MES CORRENTE), CLIENTES     *
      *                ATIVOS, VENDEDORES ATIVOS E COBERTURA DA ULTIMA *
      *                DISTRIBUICAO. AS QUANTIDADES SAO A FOTOGRAFIA   *
      *                DO CADASTRO NA EMISSAO, GUARDADA NO             *
      *                ArqRentabRegiao PARA A VARIACAO DO MES SEGUINTE *
      *                - OPCIONALMENTE GRAVA TAMBEM O CSV              *
      * ARQUIVOS.....: ArqRegiao, ArqCliente, ArqPedido, ArqDevolucao, *
      *                ArqRazaoComissao, ArqTitulo, ArqVendedor,       *
      *                ArqUltimaDistribuicao, ArqRentabRegiao,         *
      *                ArqRelRentabRegiao, ArqRentabRegiaoCsv          *
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
           SELECT ARQ-REGIAO         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-REGIAO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-REG.

           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE
                       ALTERNATE RECORD KEY IS CNPJ
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.

           SELECT ARQ-PEDIDO         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-PEDIDO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PED.

           SELECT ARQ-DEVOLUCAO      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-DEV
                                FILE STATUS IS WS-FL-STATUS-DEV.

           SELECT ARQ-RAZAO-COM      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-LCM
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-LCM.

           SELECT ARQ-TITULO         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-TITULO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TIT.

           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR
                       ALTERNATE RECORD KEY IS CPF
                       ALTERNATE RECORD KEY IS NOME-VENDEDOR
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.

           SELECT ARQ-ULT-DISTRIB    ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-ULT
                                FILE STATUS IS WS-FL-STATUS-ULT.

           SELECT ARQ-RENTAB-REG     ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-RTR
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-RTR.

           SELECT ARQ-REL-RENTAB     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

           SELECT ARQ-CSV-RENTAB     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CSV.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-REGIAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRegiao'.
       COPY "REGIAO.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "CLIENTES.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDevolucao'.
       COPY "DEVOLUC.CPY".

       FD  ARQ-RAZAO-COM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRazaoComissao'.
       COPY "LEDCOM.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTitulo'.
       COPY "TITULO.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "VENDEDOR.CPY".

       FD  ARQ-ULT-DISTRIB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqUltimaDistribuicao'.
       COPY "ULTDIST.CPY".

       FD  ARQ-RENTAB-REG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRentabRegiao'.
       COPY "RENTREG.CPY".

       FD  ARQ-REL-RENTAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRelRentabRegiao'.
       COPY "RELRTR.CPY".

       FD  ARQ-CSV-RENTAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRentabRegiaoCsv'.
       COPY "CSVRTR.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-REG            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PED            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DEV            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-LCM            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TIT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-ULT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RTR            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CSV            PIC  X(002)         VALUE "00".

       77  WS-SW-TEM-DEVOLUCAO         PIC  X(001)         VALUE "N".
           88  TEM-ARQ-DEVOLUCAO            VALUE "S".
       77  WS-SW-FIM-DEV               PIC  X(001)         VALUE "N".
           88  FIM-DEVOLUCAO                VALUE "S".
       77  WS-SW-TEM-ULT               PIC  X(001)         VALUE "N".
           88  TEM-ARQ-ULT                  VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-MES-HOJE         PIC  9(006).
           05  WS-DIA-HOJE             PIC  9(002).
       01  WS-DATA-HOJE-N              REDEFINES WS-DATA-HOJE
                                       PIC  9(008).
       77  WS-INT-HOJE                 PIC  9(007)         VALUE ZEROS.

       01  WS-ANO-MES-EDICAO.
           05  WS-AME-ANO              PIC  9(004).
           05  WS-AME-MES              PIC  9(002).
       01  WS-DATA-AUX.
           05  WS-AUX-ANO              PIC  9(004).
           05  WS-AUX-MES              PIC  9(002).
           05  WS-AUX-DIA              PIC  9(002).
       01  WS-DATA-AUX-N               REDEFINES WS-DATA-AUX
                                       PIC  9(008).

      *----------------------------------------------------------------*
      * PERIODOS DO DEMONSTRATIVO: 1 O MES PEDIDO, 2 O MES ANTERIOR -  *
      * O CORTE E O PRIMEIRO DIA DO MES SEGUINTE (LIMITADO A HOJE) E   *
      * TITULO VENCIDO ANTES DELE E SALDO VENCIDO NO PERIODO           *
      *----------------------------------------------------------------*
       01  WS-TAB-PERIODO.
           05  WS-PER                  OCCURS 2 TIMES.
               10  WS-PER-ANO-MES      PIC  9(006).
               10  WS-PER-CORTE        PIC  9(007).

      *----------------------------------------------------------------*
      * DOCUMENTO EM TRATAMENTO                                        *
      *----------------------------------------------------------------*
       77  WS-ANO-MES-DOC              PIC  9(006)         VALUE ZEROS.
       77  WS-CLIENTE-DOC              PIC  9(007)         VALUE ZEROS.
       77  WS-IDX-REG                  PIC  9(004)         VALUE ZEROS.
       77  WS-IDX-MES                  PIC  9(001)         VALUE ZEROS.
       77  WS-VALOR-DEVOLVIDO          PIC  9(011)V9(002)  VALUE ZEROS.
       77  WS-SALDO-TITULO             PIC S9(009)V9(002)  VALUE ZEROS.
       77  WS-INT-VENCIMENTO           PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-REGIOES              PIC  9(005)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * ACUMULADORES POR REGIAO (POSICAO = CODIGO DA REGIAO + 1) E POR *
      * PERIODO - A REGIAO ZERO RECEBE OS DOCUMENTOS DE CLIENTE NAO    *
      * ENCONTRADO NO CADASTRO                                         *
      *----------------------------------------------------------------*
       01  WS-TAB-REGIAO.
           05  WS-REG                  OCCURS 1000 TIMES.
               10  WS-REG-NOME         PIC  X(040).
               10  WS-REG-SITUACAO     PIC  X(001).
                   88  REG-CADASTRADA       VALUE 'A' 'E'.
                   88  REG-ATIVA            VALUE 'A'.
               10  WS-REG-MOVIMENTO    PIC  X(001).
                   88  REG-COM-MOVIMENTO    VALUE 'S'.
               10  WS-REG-MES          OCCURS 2 TIMES.
                   15  WS-VLR-FAT      PIC  9(011)V9(002).
                   15  WS-VLR-CAN      PIC  9(011)V9(002).
                   15  WS-VLR-DEV      PIC  9(011)V9(002).
                   15  WS-VLR-COM      PIC S9(011)V9(002).
                   15  WS-VLR-REC      PIC  9(011)V9(002).
                   15  WS-VLR-VEN      PIC  9(011)V9(002).
                   15  WS-QTD-CLI      PIC  9(007).
                   15  WS-QTD-VEN      PIC  9(005).
                   15  WS-QTD-COB      PIC  9(007).
                   15  WS-PERC-COB     PIC  9(003)V9(002).

       01  WS-TAB-TOTAL.
           05  WS-TOT-MES              OCCURS 2 TIMES.
               10  WS-TOT-FAT          PIC  9(013)V9(002).
               10  WS-TOT-CAN          PIC  9(013)V9(002).
               10  WS-TOT-DEV          PIC  9(013)V9(002).
               10  WS-TOT-COM          PIC S9(013)V9(002).
               10  WS-TOT-REC          PIC  9(013)V9(002).
               10  WS-TOT-VEN          PIC  9(013)V9(002).
               10  WS-TOT-CLI          PIC  9(007).
               10  WS-TOT-VND          PIC  9(005).
               10  WS-TOT-COB          PIC  9(007).
               10  WS-TOT-PERC-COB     PIC  9(003)V9(002).

      *----------------------------------------------------------------*
      * LINHA EM EDICAO (REGIAO OU TOTAL) - 1 MES, 2 MES ANTERIOR      *
      *----------------------------------------------------------------*
       01  WS-LINHA-CALC.
           05  WS-CALC-MES             OCCURS 2 TIMES.
               10  WS-CALC-FAT         PIC S9(013)V9(002).
               10  WS-CALC-CAN         PIC S9(013)V9(002).
               10  WS-CALC-LIQ         PIC S9(013)V9(002).
               10  WS-CALC-COM         PIC S9(013)V9(002).
               10  WS-CALC-REC         PIC S9(013)V9(002).
               10  WS-CALC-VEN         PIC S9(013)V9(002).
               10  WS-CALC-CLI         PIC S9(007).
               10  WS-CALC-VND         PIC S9(005).
               10  WS-CALC-PERC-COB    PIC S9(003)V9(002).
       77  WS-CALC-CODIGO              PIC  9(003)         VALUE ZEROS.
       77  WS-CALC-NOME                PIC  X(040)         VALUE SPACES.

      *----------------------------------------------------------------*
      * MONTAGEM DO CSV                                                *
      *----------------------------------------------------------------*
       77  WS-CSV-PTR                  PIC  9(004)         VALUE ZEROS.
       77  WS-CSV-ATUAL                PIC S9(013)V9(002)  VALUE ZEROS.
       77  WS-CSV-ANTERIOR             PIC S9(013)V9(002)  VALUE ZEROS.
       77  WS-CSV-NUMERO               PIC S9(013)V9(002)  VALUE ZEROS.
       77  WS-CSV-NOME-COL             PIC  X(012)         VALUE SPACES.
       77  WS-CSV-ED-VALOR             PIC  -(13)9,99.
       77  WS-CSV-ED-QTD               PIC  -(09)9.
       77  WS-CSV-ED-REGIAO            PIC  9(003).
       77  WS-SW-CSV-PERC              PIC  X(001)         VALUE "N".
           88  CSV-COM-PERC                 VALUE "S".
       77  WS-SW-CSV-QTD               PIC  X(001)         VALUE "N".
           88  CSV-QUANTIDADE               VALUE "S".


      *----------------------------------------------------------------*
      * LINHAS DE IMPRESSAO                                            *
      *----------------------------------------------------------------*
       01  WS-LIN-SEPARADOR            PIC  X(132)         VALUE ALL
           "-".

       01  WS-LIN-CAB-1.
           05  FILLER                  PIC  X(046)         VALUE
               "DEMONSTRATIVO DE RENTABILIDADE POR REGIAO - ".
           05  WS-CAB-MES              PIC  9(002).
           05  FILLER                  PIC  X(001)         VALUE "/".
           05  WS-CAB-ANO              PIC  9(004).
           05  FILLER                  PIC  X(024)         VALUE
               " - VARIACAO SOBRE O MES ".
           05  WS-CAB-MES-ANT          PIC  9(002).
           05  FILLER                  PIC  X(001)         VALUE "/".
           05  WS-CAB-ANO-ANT          PIC  9(004).
           05  FILLER                  PIC  X(013)         VALUE
               " - EMITIDO EM".
           05  WS-CAB-DATA-EMISSAO     PIC  99/99/9999.

       01  WS-LIN-CAB-COLUNAS.
           05  FILLER                  PIC  X(019)         VALUE
               "REG NOME".
           05  FILLER                  PIC  X(014)         VALUE
               "      FATURADO".
           05  FILLER                  PIC  X(014)         VALUE
               "     CANCELADO".
           05  FILLER                  PIC  X(014)         VALUE
               "       LIQUIDO".
           05  FILLER                  PIC  X(014)         VALUE
               "      COMISSAO".
           05  FILLER                  PIC  X(014)         VALUE
               "      RECEBIDO".
           05  FILLER                  PIC  X(014)         VALUE
               "       VENCIDO".
           05  FILLER                  PIC  X(008)         VALUE
               "CLIENTES".
           05  FILLER                  PIC  X(006)         VALUE
               "  VEND".
           05  FILLER                  PIC  X(008)         VALUE
               "  COBERT".

       01  WS-LIN-DETALHE.
           05  WS-DET-REGIAO           PIC  ZZ9 BLANK WHEN ZERO.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-NOME             PIC  X(014).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-FAT              PIC  -ZZZZZZZZZ9,99.
           05  WS-DET-CAN              PIC  -ZZZZZZZZZ9,99.
           05  WS-DET-LIQ              PIC  -ZZZZZZZZZ9,99.
           05  WS-DET-COM              PIC  -ZZZZZZZZZ9,99.
           05  WS-DET-REC              PIC  -ZZZZZZZZZ9,99.
           05  WS-DET-VEN              PIC  -ZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-CLI              PIC  -ZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-VND              PIC  -ZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-COB              PIC  -ZZ9,99.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG078L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG078L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-APURA-REGIOES
           PERFORM 2500-GRAVA-HISTORICO
           PERFORM 2600-EMITE-RELATORIO

           IF GERA-CSV-LNKG078
              PERFORM 2800-EMITE-CSV
              MOVE "DEMONSTRATIVO GRAVADO EM ARQRELRENTABREGIAO E CSV"
                                       TO MSG-RETORNO-LNKG078
           ELSE
              MOVE "DEMONSTRATIVO GRAVADO EM ARQRELRENTABREGIAO"
                                       TO MSG-RETORNO-LNKG078
           END-IF

           MOVE WS-QTD-REGIOES         TO QTD-REGIOES-LNKG078
           MOVE ZEROS                  TO COD-RETORNO-LNKG078

           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - AAAAMM ZERADO ASSUME O MES ANTERIOR; *
      * MES FUTURO NAO E ACEITO                                        *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-LNKG078
                                          QTD-REGIOES-LNKG078
                                          WS-QTD-REGIOES
           MOVE SPACES                 TO MSG-RETORNO-LNKG078

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-HOJE
           COMPUTE WS-INT-HOJE = FUNCTION
                   INTEGER-OF-DATE(WS-DATA-HOJE-N)

           IF ANO-MES-LNKG078          EQUAL ZEROS
              MOVE WS-ANO-MES-HOJE     TO WS-ANO-MES-EDICAO
              PERFORM 1100-MES-ANTERIOR
              MOVE WS-ANO-MES-EDICAO   TO ANO-MES-LNKG078
           END-IF

           MOVE ANO-MES-LNKG078        TO WS-ANO-MES-EDICAO

           IF WS-AME-ANO               EQUAL ZEROS OR
              WS-AME-MES               LESS 1 OR
              WS-AME-MES               GREATER 12
              MOVE 1                   TO COD-RETORNO-LNKG078
              MOVE "PERIODO INVALIDO - INFORME AAAAMM"
                                       TO MSG-RETORNO-LNKG078
              PERFORM 3000-FINALIZA
           END-IF

           IF ANO-MES-LNKG078          GREATER WS-ANO-MES-HOJE
              MOVE 1                   TO COD-RETORNO-LNKG078
              MOVE "PERIODO FUTURO NAO PODE SER DEMONSTRADO"
                                       TO MSG-RETORNO-LNKG078
              PERFORM 3000-FINALIZA
           END-IF

           MOVE ANO-MES-LNKG078        TO WS-PER-ANO-MES(1)
           PERFORM 1100-MES-ANTERIOR
           MOVE WS-ANO-MES-EDICAO      TO WS-PER-ANO-MES(2)

           PERFORM 1200-CALCULA-CORTE
                   VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES GREATER 2

           INITIALIZE WS-TAB-REGIAO
                      WS-TAB-TOTAL

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RECUA UM MES O AAAAMM EM WS-ANO-MES-EDICAO                     *
      *----------------------------------------------------------------*
       1100-MES-ANTERIOR               SECTION.

           IF WS-AME-MES               GREATER 1
              SUBTRACT 1               FROM WS-AME-MES
           ELSE
              SUBTRACT 1               FROM WS-AME-ANO
              MOVE 12                  TO WS-AME-MES
           END-IF

           .
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CORTE DO SALDO VENCIDO DO PERIODO: PRIMEIRO DIA DO MES         *
      * SEGUINTE, OU HOJE QUANDO O PERIODO E O MES CORRENTE            *
      *----------------------------------------------------------------*
       1200-CALCULA-CORTE              SECTION.

           MOVE WS-PER-ANO-MES(WS-IDX-MES)
                                       TO WS-ANO-MES-EDICAO
           MOVE WS-AME-ANO             TO WS-AUX-ANO
           MOVE WS-AME-MES             TO WS-AUX-MES
           MOVE 1                      TO WS-AUX-DIA

           IF WS-AUX-MES               LESS 12
              ADD 1                    TO WS-AUX-MES
           ELSE
              ADD 1                    TO WS-AUX-ANO
              MOVE 1                   TO WS-AUX-MES
           END-IF

           COMPUTE WS-PER-CORTE(WS-IDX-MES) = FUNCTION
                   INTEGER-OF-DATE(WS-DATA-AUX-N)

           IF WS-PER-CORTE(WS-IDX-MES) GREATER WS-INT-HOJE
              MOVE WS-INT-HOJE         TO WS-PER-CORTE(WS-IDX-MES)
           END-IF

           .
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APURA OS VALORES DO MES E DO MES ANTERIOR POR REGIAO           *
      *----------------------------------------------------------------*
       2000-APURA-REGIOES              SECTION.

           PERFORM 2100-CARREGA-REGIOES

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG078
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CLIENTES"
                                       TO MSG-RETORNO-LNKG078
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2200-APURA-PEDIDOS
           PERFORM 2300-APURA-COMISSAO
           PERFORM 2400-APURA-TITULOS
           PERFORM 2450-APURA-CADASTRO

           CLOSE ARQ-CLIENTE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA O NOME E A SITUACAO DAS REGIOES CADASTRADAS            *
      *----------------------------------------------------------------*
       2100-CARREGA-REGIOES            SECTION.

           OPEN INPUT ARQ-REGIAO

           IF WS-FL-STATUS-REG         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG078
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE REGIOES"
                                       TO MSG-RETORNO-LNKG078
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2110-GUARDA-REGIAO
                   UNTIL WS-FL-STATUS-REG NOT EQUAL "00"

           CLOSE ARQ-REGIAO

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A PROXIMA REGIAO E GUARDA NA TABELA                         *
      *----------------------------------------------------------------*
       2110-GUARDA-REGIAO              SECTION.

           READ ARQ-REGIAO NEXT RECORD

           IF WS-FL-STATUS-REG         EQUAL ZEROS
              COMPUTE WS-IDX-REG = COD-REGIAO + 1
              MOVE NOME-REGIAO         TO WS-REG-NOME(WS-IDX-REG)

              IF REGIAO-EXCLUIDA
                 MOVE "E"              TO WS-REG-SITUACAO(WS-IDX-REG)
              ELSE
                 MOVE "A"              TO WS-REG-SITUACAO(WS-IDX-REG)
              END-IF
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PEDIDOS COM DATA NO MES OU NO MES ANTERIOR: FATURADOS (COM AS  *
      * DEVOLUCOES DO PEDIDO) E CANCELADOS                             *
      *----------------------------------------------------------------*
       2200-APURA-PEDIDOS              SECTION.

           OPEN INPUT ARQ-PEDIDO

           IF WS-FL-STATUS-PED         NOT EQUAL ZEROS
              CLOSE ARQ-CLIENTE
              MOVE 9                   TO COD-RETORNO-LNKG078
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDO"
                                       TO MSG-RETORNO-LNKG078
              PERFORM 3000-FINALIZA
           END-IF

           MOVE "N"                    TO WS-SW-TEM-DEVOLUCAO

           OPEN INPUT ARQ-DEVOLUCAO

           IF WS-FL-STATUS-DEV         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-TEM-DEVOLUCAO
           END-IF

           PERFORM 2210-ACUMULA-PEDIDO
                   UNTIL WS-FL-STATUS-PED NOT EQUAL "00"

           CLOSE ARQ-PEDIDO

           IF TEM-ARQ-DEVOLUCAO
              CLOSE ARQ-DEVOLUCAO
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA UM PEDIDO NA REGIAO DO CLIENTE E NO PERIODO            *
      *----------------------------------------------------------------*
       2210-ACUMULA-PEDIDO             SECTION.

           READ ARQ-PEDIDO NEXT RECORD

           IF WS-FL-STATUS-PED         EQUAL ZEROS
              MOVE DATA-PEDIDO(1:6)    TO WS-ANO-MES-DOC
              PERFORM 2910-PERIODO-DOCUMENTO

              IF WS-IDX-MES            GREATER ZEROS
                 AND (PED-FATURADO OR PED-CANCELADO)
                 MOVE COD-CLIENTE-PED  TO WS-CLIENTE-DOC
                 PERFORM 2900-POSICIONA-REGIAO

                 IF PED-FATURADO
                    PERFORM 2220-SOMA-DEVOLVIDO
                    ADD VALOR-PEDIDO   TO
                        WS-VLR-FAT(WS-IDX-REG WS-IDX-MES)
                    ADD WS-VALOR-DEVOLVIDO TO
                        WS-VLR-DEV(WS-IDX-REG WS-IDX-MES)
                 ELSE
                    ADD VALOR-PEDIDO   TO
                        WS-VLR-CAN(WS-IDX-REG WS-IDX-MES)
                 END-IF
              END-IF
           END-IF

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA O VALOR DAS DEVOLUCOES REGISTRADAS PARA O PEDIDO LIDO     *
      *----------------------------------------------------------------*
       2220-SOMA-DEVOLVIDO             SECTION.

           MOVE ZEROS                  TO WS-VALOR-DEVOLVIDO

           IF TEM-ARQ-DEVOLUCAO
              MOVE NUM-PEDIDO          TO NUM-PEDIDO-DEV
              MOVE ZEROS               TO SEQ-DEV
              MOVE "N"                 TO WS-SW-FIM-DEV

              START ARQ-DEVOLUCAO KEY IS NOT LESS THAN CHAVE-DEV

              IF WS-FL-STATUS-DEV      NOT EQUAL ZEROS
                 MOVE "S"              TO WS-SW-FIM-DEV
              END-IF

              PERFORM 2225-LER-DEVOLUCAO UNTIL FIM-DEVOLUCAO
           END-IF

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A PROXIMA DEVOLUCAO DO PEDIDO E SOMA O VALOR                *
      *----------------------------------------------------------------*
       2225-LER-DEVOLUCAO              SECTION.

           READ ARQ-DEVOLUCAO NEXT RECORD

           IF WS-FL-STATUS-DEV         EQUAL ZEROS AND
              NUM-PEDIDO-DEV           EQUAL NUM-PEDIDO
              ADD VALOR-DEVOLUCAO      TO WS-VALOR-DEVOLVIDO
           ELSE
              MOVE "S"                 TO WS-SW-FIM-DEV
           END-IF

           .
       2225-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CUSTO DE COMISSAO: LANCAMENTOS DO RAZAO DE COMISSAO COM        *
      * COMPETENCIA NO PERIODO (GANHO SOMA, ESTORNO SUBTRAI) - MES     *
      * AINDA NAO FECHADO NO PGFJF059P FICA SEM CUSTO                  *
      *----------------------------------------------------------------*
       2300-APURA-COMISSAO             SECTION.

           OPEN INPUT ARQ-RAZAO-COM

           IF WS-FL-STATUS-LCM         EQUAL ZEROS
              PERFORM 2310-ACUMULA-COMISSAO
                      UNTIL WS-FL-STATUS-LCM NOT EQUAL "00"

              CLOSE ARQ-RAZAO-COM
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA UM LANCAMENTO DE COMISSAO NA REGIAO DO CLIENTE         *
      *----------------------------------------------------------------*
       2310-ACUMULA-COMISSAO           SECTION.

           READ ARQ-RAZAO-COM NEXT RECORD

           IF WS-FL-STATUS-LCM         EQUAL ZEROS
              MOVE ANO-MES-LCM         TO WS-ANO-MES-DOC
              PERFORM 2910-PERIODO-DOCUMENTO

              IF WS-IDX-MES            GREATER ZEROS
                 MOVE COD-CLIENTE-LCM  TO WS-CLIENTE-DOC
                 PERFORM 2900-POSICIONA-REGIAO

                 IF LANC-ESTORNO-LCM
                    SUBTRACT VALOR-COMISSAO-LCM FROM
                        WS-VLR-COM(WS-IDX-REG WS-IDX-MES)
                 ELSE
                    ADD VALOR-COMISSAO-LCM TO
                        WS-VLR-COM(WS-IDX-REG WS-IDX-MES)
                 END-IF
              END-IF
           END-IF

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TITULOS: VALOR PAGO DOS TITULOS COM ULTIMO PAGAMENTO NO        *
      * PERIODO (COMO NO PGFJF066P) E SALDO EM ABERTO VENCIDO ANTES DO *
      * CORTE DE CADA PERIODO                                          *
      *----------------------------------------------------------------*
       2400-APURA-TITULOS              SECTION.

           OPEN INPUT ARQ-TITULO

           IF WS-FL-STATUS-TIT         EQUAL ZEROS
              PERFORM 2410-ACUMULA-TITULO
                      UNTIL WS-FL-STATUS-TIT NOT EQUAL "00"

              CLOSE ARQ-TITULO
           END-IF

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA UM TITULO NA REGIAO DO CLIENTE                         *
      *----------------------------------------------------------------*
       2410-ACUMULA-TITULO             SECTION.

           READ ARQ-TITULO NEXT RECORD

           IF WS-FL-STATUS-TIT         EQUAL ZEROS
              MOVE DATA-ULT-PAGTO-TIT(1:6)
                                       TO WS-ANO-MES-DOC
              PERFORM 2910-PERIODO-DOCUMENTO

              IF WS-IDX-MES            GREATER ZEROS AND
                 VALOR-PAGO-TIT        GREATER ZEROS
                 MOVE COD-CLIENTE-TIT  TO WS-CLIENTE-DOC
                 PERFORM 2900-POSICIONA-REGIAO
                 ADD VALOR-PAGO-TIT    TO
                     WS-VLR-REC(WS-IDX-REG WS-IDX-MES)
              END-IF

              COMPUTE WS-SALDO-TITULO = VALOR-TIT - VALOR-PAGO-TIT

              IF TIT-ABERTO AND
                 WS-SALDO-TITULO       GREATER ZEROS AND
                 DATA-VENCIMENTO-TIT   GREATER ZEROS
                 COMPUTE WS-INT-VENCIMENTO = FUNCTION
                         INTEGER-OF-DATE(DATA-VENCIMENTO-TIT)
                 MOVE COD-CLIENTE-TIT  TO WS-CLIENTE-DOC
                 PERFORM 2420-VENCIDO-PERIODO
                         VARYING WS-IDX-MES FROM 1 BY 1
                         UNTIL WS-IDX-MES GREATER 2
              END-IF
           END-IF

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA O SALDO DO TITULO NO VENCIDO DO PERIODO QUANDO VENCEU     *
      * ANTES DO CORTE                                                 *
      *----------------------------------------------------------------*
       2420-VENCIDO-PERIODO            SECTION.

           IF WS-INT-VENCIMENTO        LESS WS-PER-CORTE(WS-IDX-MES)
              PERFORM 2900-POSICIONA-REGIAO
              ADD WS-SALDO-TITULO      TO
                  WS-VLR-VEN(WS-IDX-REG WS-IDX-MES)
           END-IF

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FOTOGRAFIA DO CADASTRO NO MES: CLIENTES ATIVOS, CLIENTES COM   *
      * VENDEDOR NA ULTIMA DISTRIBUICAO E VENDEDORES ATIVOS DA REGIAO; *
      * O MES ANTERIOR VEM DO DEMONSTRATIVO JA GUARDADO                *
      *----------------------------------------------------------------*
       2450-APURA-CADASTRO             SECTION.

           MOVE "N"                    TO WS-SW-TEM-ULT

           OPEN INPUT ARQ-ULT-DISTRIB

           IF WS-FL-STATUS-ULT         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-TEM-ULT
           END-IF

           MOVE ZEROS                  TO COD-CLIENTE

           START ARQ-CLIENTE KEY IS NOT LESS THAN COD-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              PERFORM 2455-CONTA-CLIENTE
                      UNTIL WS-FL-STATUS-CLI NOT EQUAL "00"
           END-IF

           IF TEM-ARQ-ULT
              CLOSE ARQ-ULT-DISTRIB
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              PERFORM 2460-CONTA-VENDEDOR
                      UNTIL WS-FL-STATUS-VEN NOT EQUAL "00"

              CLOSE ARQ-VENDEDOR
           END-IF

           PERFORM 2470-BUSCA-ANTERIOR

           .
       2450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTA O CLIENTE ATIVO NA REGIAO E, SE A ULTIMA DISTRIBUICAO    *
      * LHE DEU VENDEDOR, NA COBERTURA                                 *
      *----------------------------------------------------------------*
       2455-CONTA-CLIENTE              SECTION.

           READ ARQ-CLIENTE NEXT RECORD

           IF WS-FL-STATUS-CLI         EQUAL ZEROS AND
              NOT CLI-EXCLUIDO
              COMPUTE WS-IDX-REG = COD-REGIAO-CLI + 1
              MOVE "S"                 TO WS-REG-MOVIMENTO(WS-IDX-REG)
              ADD 1                    TO WS-QTD-CLI(WS-IDX-REG 1)

              IF TEM-ARQ-ULT
                 MOVE COD-CLIENTE      TO COD-CLIENTE-ULT

                 READ ARQ-ULT-DISTRIB

                 IF WS-FL-STATUS-ULT   EQUAL ZEROS AND
                    COD-VENDEDOR-ULT   GREATER ZEROS
                    ADD 1              TO WS-QTD-COB(WS-IDX-REG 1)
                 END-IF
              END-IF
           END-IF

           .
       2455-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTA O VENDEDOR ATIVO NA REGIAO DO VENDEDOR                   *
      *----------------------------------------------------------------*
       2460-CONTA-VENDEDOR             SECTION.

           READ ARQ-VENDEDOR NEXT RECORD

           IF WS-FL-STATUS-VEN         EQUAL ZEROS AND
              VEND-ATIVO
              COMPUTE WS-IDX-REG = COD-REGIAO-VEND + 1
              MOVE "S"                 TO WS-REG-MOVIMENTO(WS-IDX-REG)
              ADD 1                    TO WS-QTD-VEN(WS-IDX-REG 1)
           END-IF

           .
       2460-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * QUANTIDADES DO MES ANTERIOR: AS DO DEMONSTRATIVO JA GUARDADO   *
      * DAQUELE MES OU, SEM ELE, AS DE AGORA (VARIACAO ZERO)           *
      *----------------------------------------------------------------*
       2470-BUSCA-ANTERIOR             SECTION.

           OPEN I-O ARQ-RENTAB-REG

           IF WS-FL-STATUS-RTR         EQUAL "35"
              OPEN OUTPUT ARQ-RENTAB-REG
              CLOSE ARQ-RENTAB-REG
              OPEN I-O ARQ-RENTAB-REG
           END-IF

           IF WS-FL-STATUS-RTR         NOT EQUAL ZEROS AND "05"
              CLOSE ARQ-CLIENTE
              MOVE 9                   TO COD-RETORNO-LNKG078
              MOVE "ERRO NA ABERTURA DO ARQRENTABREGIAO"
                                       TO MSG-RETORNO-LNKG078
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2475-ANTERIOR-REGIAO
                   VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG GREATER 1000

           .
       2470-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * QUANTIDADES DO MES ANTERIOR E COBERTURA DOS DOIS PERIODOS DE   *
      * UMA REGIAO                                                     *
      *----------------------------------------------------------------*
       2475-ANTERIOR-REGIAO            SECTION.

           IF WS-QTD-CLI(WS-IDX-REG 1) GREATER ZEROS
              COMPUTE WS-PERC-COB(WS-IDX-REG 1) ROUNDED =
                      WS-QTD-COB(WS-IDX-REG 1) * 100 /
                      WS-QTD-CLI(WS-IDX-REG 1)
           END-IF

           MOVE WS-PER-ANO-MES(2)      TO ANO-MES-RTR
           COMPUTE COD-REGIAO-RTR = WS-IDX-REG - 1

           READ ARQ-RENTAB-REG

           IF WS-FL-STATUS-RTR         EQUAL ZEROS
              MOVE QTD-CLIENTES-RTR    TO WS-QTD-CLI(WS-IDX-REG 2)
              MOVE QTD-VENDEDORES-RTR  TO WS-QTD-VEN(WS-IDX-REG 2)
              MOVE QTD-CLI-COBERTOS-RTR
                                       TO WS-QTD-COB(WS-IDX-REG 2)
              MOVE PERC-COBERTURA-RTR  TO WS-PERC-COB(WS-IDX-REG 2)
           ELSE
              MOVE WS-QTD-CLI(WS-IDX-REG 1)
                                       TO WS-QTD-CLI(WS-IDX-REG 2)
              MOVE WS-QTD-VEN(WS-IDX-REG 1)
                                       TO WS-QTD-VEN(WS-IDX-REG 2)
              MOVE WS-QTD-COB(WS-IDX-REG 1)
                                       TO WS-QTD-COB(WS-IDX-REG 2)
              MOVE WS-PERC-COB(WS-IDX-REG 1)
                                       TO WS-PERC-COB(WS-IDX-REG 2)
           END-IF

           .
       2475-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA NO ArqRentabRegiao AS LINHAS DO MES DEMONSTRADO         *
      *----------------------------------------------------------------*
       2500-GRAVA-HISTORICO            SECTION.

           PERFORM 2510-GRAVA-LINHA-MES
                   VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG GREATER 1000

           CLOSE ARQ-RENTAB-REG

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA (OU REGRAVA) A LINHA DE UMA REGIAO DEMONSTRADA           *
      *----------------------------------------------------------------*
       2510-GRAVA-LINHA-MES            SECTION.

           IF REG-ATIVA(WS-IDX-REG) OR
              REG-COM-MOVIMENTO(WS-IDX-REG)
              MOVE WS-PER-ANO-MES(1)   TO ANO-MES-RTR
              COMPUTE COD-REGIAO-RTR = WS-IDX-REG - 1

              READ ARQ-RENTAB-REG

              MOVE WS-VLR-FAT(WS-IDX-REG 1) TO VLR-FATURADO-RTR
              MOVE WS-VLR-CAN(WS-IDX-REG 1) TO VLR-CANCELADO-RTR
              MOVE WS-VLR-DEV(WS-IDX-REG 1) TO VLR-DEVOLVIDO-RTR
              COMPUTE VLR-LIQUIDO-RTR = WS-VLR-FAT(WS-IDX-REG 1)
                                      - WS-VLR-DEV(WS-IDX-REG 1)
              MOVE WS-VLR-COM(WS-IDX-REG 1) TO VLR-COMISSAO-RTR
              MOVE WS-VLR-REC(WS-IDX-REG 1) TO VLR-RECEBIDO-RTR
              MOVE WS-VLR-VEN(WS-IDX-REG 1) TO VLR-VENCIDO-RTR
              MOVE WS-QTD-CLI(WS-IDX-REG 1) TO QTD-CLIENTES-RTR
              MOVE WS-QTD-VEN(WS-IDX-REG 1) TO QTD-VENDEDORES-RTR
              MOVE WS-QTD-COB(WS-IDX-REG 1) TO QTD-CLI-COBERTOS-RTR
              MOVE WS-PERC-COB(WS-IDX-REG 1)
                                       TO PERC-COBERTURA-RTR
              MOVE WS-DATA-HOJE        TO DATA-GERACAO-RTR

              IF WS-FL-STATUS-RTR      EQUAL ZEROS
                 REWRITE REG-RENTAB-REGIAO
              ELSE
                 WRITE REG-RENTAB-REGIAO
              END-IF

              IF WS-FL-STATUS-RTR      NOT EQUAL ZEROS
                 CLOSE ARQ-RENTAB-REG
                 MOVE 9                TO COD-RETORNO-LNKG078
                 MOVE "ERRO NA GRAVACAO DO ARQRENTABREGIAO"
                                       TO MSG-RETORNO-LNKG078
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE O DEMONSTRATIVO: POR REGIAO A LINHA DO MES E A LINHA DA  *
      * VARIACAO SOBRE O MES ANTERIOR, E NO FIM O TOTAL                *
      *----------------------------------------------------------------*
       2600-EMITE-RELATORIO            SECTION.

           OPEN OUTPUT ARQ-REL-RENTAB

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG078
              MOVE "ERRO NA ABERTURA DO RELATORIO DE RENTABILIDADE"
                                       TO MSG-RETORNO-LNKG078
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2610-CABECALHO

           PERFORM 2620-IMPRIME-REGIAO
                   VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG GREATER 1000

           PERFORM 2650-IMPRIME-TOTAL

           CLOSE ARQ-REL-RENTAB

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CABECALHO DO DEMONSTRATIVO                                     *
      *----------------------------------------------------------------*
       2610-CABECALHO                  SECTION.

           MOVE WS-PER-ANO-MES(1)      TO WS-ANO-MES-EDICAO
           MOVE WS-AME-MES             TO WS-CAB-MES
           MOVE WS-AME-ANO             TO WS-CAB-ANO
           MOVE WS-PER-ANO-MES(2)      TO WS-ANO-MES-EDICAO
           MOVE WS-AME-MES             TO WS-CAB-MES-ANT
           MOVE WS-AME-ANO             TO WS-CAB-ANO-ANT
           MOVE WS-DATA-HOJE           TO WS-DATA-AUX
           COMPUTE WS-CAB-DATA-EMISSAO = WS-AUX-DIA * 1000000
                                       + WS-AUX-MES * 10000
                                       + WS-AUX-ANO

           MOVE WS-LIN-SEPARADOR       TO REG-REL-RENTAB
           WRITE REG-REL-RENTAB

           MOVE SPACES                 TO REG-REL-RENTAB
           MOVE WS-LIN-CAB-1           TO REG-REL-RENTAB
           WRITE REG-REL-RENTAB

           MOVE SPACES                 TO REG-REL-RENTAB
           MOVE "LIQUIDO = FATURADO MENOS AS DEVOLUCOES DOS PEDIDOS"
                                       TO REG-REL-RENTAB
           WRITE REG-REL-RENTAB

           MOVE SPACES                 TO REG-REL-RENTAB
           MOVE "COMISSAO = GANHO MENOS ESTORNO DO RAZAO NO MES"
                                       TO REG-REL-RENTAB
           WRITE REG-REL-RENTAB

           MOVE SPACES                 TO REG-REL-RENTAB
           MOVE "COBERTURA = % DOS CLIENTES ATIVOS DISTRIBUIDOS"
                                       TO REG-REL-RENTAB
           WRITE REG-REL-RENTAB

           MOVE WS-LIN-SEPARADOR       TO REG-REL-RENTAB
           WRITE REG-REL-RENTAB

           MOVE SPACES                 TO REG-REL-RENTAB
           MOVE WS-LIN-CAB-COLUNAS     TO REG-REL-RENTAB
           WRITE REG-REL-RENTAB

           MOVE WS-LIN-SEPARADOR       TO REG-REL-RENTAB
           WRITE REG-REL-RENTAB

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME A REGIAO ATIVA OU COM MOVIMENTO E SOMA NO TOTAL        *
      *----------------------------------------------------------------*
       2620-IMPRIME-REGIAO             SECTION.

           IF REG-ATIVA(WS-IDX-REG) OR
              REG-COM-MOVIMENTO(WS-IDX-REG)
              PERFORM 2630-MONTA-LINHA-REGIAO

              PERFORM 2640-IMPRIME-LINHAS

              ADD 1                    TO WS-QTD-REGIOES

              PERFORM 2625-SOMA-TOTAL
                      VARYING WS-IDX-MES FROM 1 BY 1
                      UNTIL WS-IDX-MES GREATER 2
           END-IF

           .
       2620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA A REGIAO NO TOTAL DO PERIODO                              *
      *----------------------------------------------------------------*
       2625-SOMA-TOTAL                 SECTION.

           ADD WS-VLR-FAT(WS-IDX-REG WS-IDX-MES)
                                       TO WS-TOT-FAT(WS-IDX-MES)
           ADD WS-VLR-CAN(WS-IDX-REG WS-IDX-MES)
                                       TO WS-TOT-CAN(WS-IDX-MES)
           ADD WS-VLR-DEV(WS-IDX-REG WS-IDX-MES)
                                       TO WS-TOT-DEV(WS-IDX-MES)
           ADD WS-VLR-COM(WS-IDX-REG WS-IDX-MES)
                                       TO WS-TOT-COM(WS-IDX-MES)
           ADD WS-VLR-REC(WS-IDX-REG WS-IDX-MES)
                                       TO WS-TOT-REC(WS-IDX-MES)
           ADD WS-VLR-VEN(WS-IDX-REG WS-IDX-MES)
                                       TO WS-TOT-VEN(WS-IDX-MES)
           ADD WS-QTD-CLI(WS-IDX-REG WS-IDX-MES)
                                       TO WS-TOT-CLI(WS-IDX-MES)
           ADD WS-QTD-VEN(WS-IDX-REG WS-IDX-MES)
                                       TO WS-TOT-VND(WS-IDX-MES)
           ADD WS-QTD-COB(WS-IDX-REG WS-IDX-MES)
                                       TO WS-TOT-COB(WS-IDX-MES)

           .
       2625-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA A LINHA EM EDICAO COM OS DOIS PERIODOS DA REGIAO         *
      *----------------------------------------------------------------*
       2630-MONTA-LINHA-REGIAO         SECTION.

           COMPUTE WS-CALC-CODIGO = WS-IDX-REG - 1

           EVALUATE TRUE
               WHEN REG-CADASTRADA(WS-IDX-REG)
                    MOVE WS-REG-NOME(WS-IDX-REG)
                                       TO WS-CALC-NOME
               WHEN WS-IDX-REG EQUAL 1
                    MOVE "SEM REGIAO"  TO WS-CALC-NOME
               WHEN OTHER
                    MOVE "NAO CADASTRADA"
                                       TO WS-CALC-NOME
           END-EVALUATE

           PERFORM 2635-MONTA-PERIODO-REGIAO
                   VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES GREATER 2

           .
       2630-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COPIA UM PERIODO DA REGIAO PARA A LINHA EM EDICAO              *
      *----------------------------------------------------------------*
       2635-MONTA-PERIODO-REGIAO       SECTION.

           MOVE WS-VLR-FAT(WS-IDX-REG WS-IDX-MES)
                                       TO WS-CALC-FAT(WS-IDX-MES)
           MOVE WS-VLR-CAN(WS-IDX-REG WS-IDX-MES)
                                       TO WS-CALC-CAN(WS-IDX-MES)
           COMPUTE WS-CALC-LIQ(WS-IDX-MES) =
                   WS-VLR-FAT(WS-IDX-REG WS-IDX-MES)
                 - WS-VLR-DEV(WS-IDX-REG WS-IDX-MES)
           MOVE WS-VLR-COM(WS-IDX-REG WS-IDX-MES)
                                       TO WS-CALC-COM(WS-IDX-MES)
           MOVE WS-VLR-REC(WS-IDX-REG WS-IDX-MES)
                                       TO WS-CALC-REC(WS-IDX-MES)
           MOVE WS-VLR-VEN(WS-IDX-REG WS-IDX-MES)
                                       TO WS-CALC-VEN(WS-IDX-MES)
           MOVE WS-QTD-CLI(WS-IDX-REG WS-IDX-MES)
                                       TO WS-CALC-CLI(WS-IDX-MES)
           MOVE WS-QTD-VEN(WS-IDX-REG WS-IDX-MES)
                                       TO WS-CALC-VND(WS-IDX-MES)
           MOVE WS-PERC-COB(WS-IDX-REG WS-IDX-MES)
                                       TO WS-CALC-PERC-COB(WS-IDX-MES)

           .
       2635-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME A LINHA DO MES E A LINHA DA VARIACAO DA LINHA EM       *
      * EDICAO                                                         *
      *----------------------------------------------------------------*
       2640-IMPRIME-LINHAS             SECTION.

           MOVE WS-CALC-CODIGO         TO WS-DET-REGIAO
           MOVE WS-CALC-NOME           TO WS-DET-NOME
           MOVE WS-CALC-FAT(1)         TO WS-DET-FAT
           MOVE WS-CALC-CAN(1)         TO WS-DET-CAN
           MOVE WS-CALC-LIQ(1)         TO WS-DET-LIQ
           MOVE WS-CALC-COM(1)         TO WS-DET-COM
           MOVE WS-CALC-REC(1)         TO WS-DET-REC
           MOVE WS-CALC-VEN(1)         TO WS-DET-VEN
           MOVE WS-CALC-CLI(1)         TO WS-DET-CLI
           MOVE WS-CALC-VND(1)         TO WS-DET-VND
           MOVE WS-CALC-PERC-COB(1)    TO WS-DET-COB

           MOVE SPACES                 TO REG-REL-RENTAB
           MOVE WS-LIN-DETALHE         TO REG-REL-RENTAB
           WRITE REG-REL-RENTAB

           MOVE SPACES                 TO WS-LIN-DETALHE
           MOVE "  VAR.MES ANT."       TO WS-DET-NOME
           COMPUTE WS-DET-FAT = WS-CALC-FAT(1) - WS-CALC-FAT(2)
           COMPUTE WS-DET-CAN = WS-CALC-CAN(1) - WS-CALC-CAN(2)
           COMPUTE WS-DET-LIQ = WS-CALC-LIQ(1) - WS-CALC-LIQ(2)
           COMPUTE WS-DET-COM = WS-CALC-COM(1) - WS-CALC-COM(2)
           COMPUTE WS-DET-REC = WS-CALC-REC(1) - WS-CALC-REC(2)
           COMPUTE WS-DET-VEN = WS-CALC-VEN(1) - WS-CALC-VEN(2)
           COMPUTE WS-DET-CLI = WS-CALC-CLI(1) - WS-CALC-CLI(2)
           COMPUTE WS-DET-VND = WS-CALC-VND(1) - WS-CALC-VND(2)
           COMPUTE WS-DET-COB = WS-CALC-PERC-COB(1)
                              - WS-CALC-PERC-COB(2)

           MOVE SPACES                 TO REG-REL-RENTAB
           MOVE WS-LIN-DETALHE         TO REG-REL-RENTAB
           WRITE REG-REL-RENTAB

           .
       2640-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME O TOTAL GERAL - A COBERTURA E REFEITA SOBRE OS TOTAIS  *
      *----------------------------------------------------------------*
       2650-IMPRIME-TOTAL              SECTION.

           PERFORM 2655-MONTA-PERIODO-TOTAL
                   VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES GREATER 2

           MOVE ZEROS                  TO WS-CALC-CODIGO
           MOVE "TOTAL GERAL"          TO WS-CALC-NOME

           MOVE WS-LIN-SEPARADOR       TO REG-REL-RENTAB
           WRITE REG-REL-RENTAB

           PERFORM 2640-IMPRIME-LINHAS

           .
       2650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COPIA UM PERIODO DO TOTAL PARA A LINHA EM EDICAO               *
      *----------------------------------------------------------------*
       2655-MONTA-PERIODO-TOTAL        SECTION.

           IF WS-TOT-CLI(WS-IDX-MES)   GREATER ZEROS
              COMPUTE WS-TOT-PERC-COB(WS-IDX-MES) ROUNDED =
                      WS-TOT-COB(WS-IDX-MES) * 100 /
                      WS-TOT-CLI(WS-IDX-MES)
           END-IF

           MOVE WS-TOT-FAT(WS-IDX-MES) TO WS-CALC-FAT(WS-IDX-MES)
           MOVE WS-TOT-CAN(WS-IDX-MES) TO WS-CALC-CAN(WS-IDX-MES)
           COMPUTE WS-CALC-LIQ(WS-IDX-MES) =
                   WS-TOT-FAT(WS-IDX-MES) - WS-TOT-DEV(WS-IDX-MES)
           MOVE WS-TOT-COM(WS-IDX-MES) TO WS-CALC-COM(WS-IDX-MES)
           MOVE WS-TOT-REC(WS-IDX-MES) TO WS-CALC-REC(WS-IDX-MES)
           MOVE WS-TOT-VEN(WS-IDX-MES) TO WS-CALC-VEN(WS-IDX-MES)
           MOVE WS-TOT-CLI(WS-IDX-MES) TO WS-CALC-CLI(WS-IDX-MES)
           MOVE WS-TOT-VND(WS-IDX-MES) TO WS-CALC-VND(WS-IDX-MES)
           MOVE WS-TOT-PERC-COB(WS-IDX-MES)
                                       TO WS-CALC-PERC-COB(WS-IDX-MES)

           .
       2655-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O CSV: LINHA DE TITULOS, UMA LINHA POR REGIAO E O TOTAL  *
      * - PARA CADA VALOR O MES, O MES ANTERIOR, A VARIACAO E A        *
      * VARIACAO PERCENTUAL (VAZIA QUANDO O MES ANTERIOR NAO E         *
      * POSITIVO)                                                      *
      *----------------------------------------------------------------*
       2800-EMITE-CSV                  SECTION.

           OPEN OUTPUT ARQ-CSV-RENTAB

           IF WS-FL-STATUS-CSV         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG078
              MOVE "ERRO NA ABERTURA DO ARQRENTABREGIAOCSV"
                                       TO MSG-RETORNO-LNKG078
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2805-CSV-TITULOS

           PERFORM 2810-CSV-REGIAO
                   VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG GREATER 1000

           PERFORM 2655-MONTA-PERIODO-TOTAL
                   VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES GREATER 2

           MOVE SPACES                 TO REG-CSV-RENTAB
           MOVE 1                      TO WS-CSV-PTR
           STRING "TOTAL;TOTAL GERAL"  DELIMITED BY SIZE
                  INTO REG-CSV-RENTAB
                  WITH POINTER WS-CSV-PTR
           END-STRING

           PERFORM 2830-CSV-VALORES

           CLOSE ARQ-CSV-RENTAB

           .
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A LINHA DE TITULOS DO CSV                                *
      *----------------------------------------------------------------*
       2805-CSV-TITULOS                SECTION.

           MOVE SPACES                 TO REG-CSV-RENTAB
           MOVE 1                      TO WS-CSV-PTR
           STRING "REGIAO;NOME"        DELIMITED BY SIZE
                  INTO REG-CSV-RENTAB
                  WITH POINTER WS-CSV-PTR
           END-STRING

           MOVE "S"                    TO WS-SW-CSV-PERC

           MOVE "FATURADO"             TO WS-CSV-NOME-COL
           PERFORM 2807-CSV-TITULO-COLUNA
           MOVE "CANCELADO"            TO WS-CSV-NOME-COL
           PERFORM 2807-CSV-TITULO-COLUNA
           MOVE "LIQUIDO"              TO WS-CSV-NOME-COL
           PERFORM 2807-CSV-TITULO-COLUNA
           MOVE "COMISSAO"             TO WS-CSV-NOME-COL
           PERFORM 2807-CSV-TITULO-COLUNA
           MOVE "RECEBIDO"             TO WS-CSV-NOME-COL
           PERFORM 2807-CSV-TITULO-COLUNA
           MOVE "VENCIDO"              TO WS-CSV-NOME-COL
           PERFORM 2807-CSV-TITULO-COLUNA

           MOVE "N"                    TO WS-SW-CSV-PERC

           MOVE "CLIENTES"             TO WS-CSV-NOME-COL
           PERFORM 2807-CSV-TITULO-COLUNA
           MOVE "VENDEDORES"           TO WS-CSV-NOME-COL
           PERFORM 2807-CSV-TITULO-COLUNA
           MOVE "COBERTURA%"           TO WS-CSV-NOME-COL
           PERFORM 2807-CSV-TITULO-COLUNA

           WRITE REG-CSV-RENTAB

           .
       2805-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA OS TITULOS DE UMA COLUNA: MES, MES ANTERIOR,        *
      * VARIACAO E, QUANDO HOUVER, VARIACAO PERCENTUAL                 *
      *----------------------------------------------------------------*
       2807-CSV-TITULO-COLUNA          SECTION.

           STRING ";"                  DELIMITED BY SIZE
                  WS-CSV-NOME-COL      DELIMITED BY SPACE
                  ";"                  DELIMITED BY SIZE
                  WS-CSV-NOME-COL      DELIMITED BY SPACE
                  " ANT;VAR "          DELIMITED BY SIZE
                  WS-CSV-NOME-COL      DELIMITED BY SPACE
                  INTO REG-CSV-RENTAB
                  WITH POINTER WS-CSV-PTR
           END-STRING

           IF CSV-COM-PERC
              STRING ";VAR% "          DELIMITED BY SIZE
                     WS-CSV-NOME-COL   DELIMITED BY SPACE
                     INTO REG-CSV-RENTAB
                     WITH POINTER WS-CSV-PTR
              END-STRING
           END-IF

           .
       2807-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A LINHA CSV DA REGIAO ATIVA OU COM MOVIMENTO             *
      *----------------------------------------------------------------*
       2810-CSV-REGIAO                 SECTION.

           IF REG-ATIVA(WS-IDX-REG) OR
              REG-COM-MOVIMENTO(WS-IDX-REG)
              PERFORM 2630-MONTA-LINHA-REGIAO

              MOVE WS-CALC-CODIGO      TO WS-CSV-ED-REGIAO
              MOVE SPACES              TO REG-CSV-RENTAB
              MOVE 1                   TO WS-CSV-PTR
              STRING WS-CSV-ED-REGIAO  DELIMITED BY SIZE
                     ";"               DELIMITED BY SIZE
                     WS-CALC-NOME      DELIMITED BY "  "
                     INTO REG-CSV-RENTAB
                     WITH POINTER WS-CSV-PTR
              END-STRING

              PERFORM 2830-CSV-VALORES
           END-IF

           .
       2810-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA OS VALORES DA LINHA EM EDICAO E GRAVA A LINHA CSV   *
      *----------------------------------------------------------------*
       2830-CSV-VALORES                SECTION.

           MOVE "S"                    TO WS-SW-CSV-PERC
           MOVE "N"                    TO WS-SW-CSV-QTD

           MOVE WS-CALC-FAT(1)         TO WS-CSV-ATUAL
           MOVE WS-CALC-FAT(2)         TO WS-CSV-ANTERIOR
           PERFORM 2850-CSV-CAMPO

           MOVE WS-CALC-CAN(1)         TO WS-CSV-ATUAL
           MOVE WS-CALC-CAN(2)         TO WS-CSV-ANTERIOR
           PERFORM 2850-CSV-CAMPO

           MOVE WS-CALC-LIQ(1)         TO WS-CSV-ATUAL
           MOVE WS-CALC-LIQ(2)         TO WS-CSV-ANTERIOR
           PERFORM 2850-CSV-CAMPO

           MOVE WS-CALC-COM(1)         TO WS-CSV-ATUAL
           MOVE WS-CALC-COM(2)         TO WS-CSV-ANTERIOR
           PERFORM 2850-CSV-CAMPO

           MOVE WS-CALC-REC(1)         TO WS-CSV-ATUAL
           MOVE WS-CALC-REC(2)         TO WS-CSV-ANTERIOR
           PERFORM 2850-CSV-CAMPO

           MOVE WS-CALC-VEN(1)         TO WS-CSV-ATUAL
           MOVE WS-CALC-VEN(2)         TO WS-CSV-ANTERIOR
           PERFORM 2850-CSV-CAMPO

           MOVE "N"                    TO WS-SW-CSV-PERC
           MOVE "S"                    TO WS-SW-CSV-QTD

           MOVE WS-CALC-CLI(1)         TO WS-CSV-ATUAL
           MOVE WS-CALC-CLI(2)         TO WS-CSV-ANTERIOR
           PERFORM 2850-CSV-CAMPO

           MOVE WS-CALC-VND(1)         TO WS-CSV-ATUAL
           MOVE WS-CALC-VND(2)         TO WS-CSV-ANTERIOR
           PERFORM 2850-CSV-CAMPO

           MOVE "N"                    TO WS-SW-CSV-QTD

           MOVE WS-CALC-PERC-COB(1)    TO WS-CSV-ATUAL
           MOVE WS-CALC-PERC-COB(2)    TO WS-CSV-ANTERIOR
           PERFORM 2850-CSV-CAMPO

           WRITE REG-CSV-RENTAB

           .
       2830-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA O VALOR DO MES, O DO MES ANTERIOR, A VARIACAO E,    *
      * QUANDO PEDIDA, A VARIACAO PERCENTUAL                           *
      *----------------------------------------------------------------*
       2850-CSV-CAMPO                  SECTION.

           MOVE WS-CSV-ATUAL           TO WS-CSV-NUMERO
           PERFORM 2860-CSV-NUMERO

           MOVE WS-CSV-ANTERIOR        TO WS-CSV-NUMERO
           PERFORM 2860-CSV-NUMERO

           COMPUTE WS-CSV-NUMERO = WS-CSV-ATUAL - WS-CSV-ANTERIOR
           PERFORM 2860-CSV-NUMERO

           IF CSV-COM-PERC
              IF WS-CSV-ANTERIOR       GREATER ZEROS
                 COMPUTE WS-CSV-NUMERO ROUNDED =
                         (WS-CSV-ATUAL - WS-CSV-ANTERIOR) * 100 /
                         WS-CSV-ANTERIOR
                 PERFORM 2860-CSV-NUMERO
              ELSE
                 STRING ";"            DELIMITED BY SIZE
                        INTO REG-CSV-RENTAB
                        WITH POINTER WS-CSV-PTR
                 END-STRING
              END-IF
           END-IF

           .
       2850-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA UM NUMERO A LINHA CSV, PRECEDIDO DO SEPARADOR E SEM *
      * BRANCOS A ESQUERDA                                             *
      *----------------------------------------------------------------*
       2860-CSV-NUMERO                 SECTION.

           IF CSV-QUANTIDADE
              MOVE WS-CSV-NUMERO       TO WS-CSV-ED-QTD
              STRING ";"               DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CSV-ED-QTD)
                                       DELIMITED BY SIZE
                     INTO REG-CSV-RENTAB
                     WITH POINTER WS-CSV-PTR
              END-STRING
           ELSE
              MOVE WS-CSV-NUMERO       TO WS-CSV-ED-VALOR
              STRING ";"               DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CSV-ED-VALOR)
                                       DELIMITED BY SIZE
                     INTO REG-CSV-RENTAB
                     WITH POINTER WS-CSV-PTR
              END-STRING
           END-IF

           .
       2860-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * POSICIONA A REGIAO DO CLIENTE DO DOCUMENTO - CLIENTE NAO       *
      * ENCONTRADO FICA NA REGIAO ZERO                                 *
      *----------------------------------------------------------------*
       2900-POSICIONA-REGIAO           SECTION.

           MOVE 1                      TO WS-IDX-REG
           MOVE WS-CLIENTE-DOC         TO COD-CLIENTE

           READ ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              COMPUTE WS-IDX-REG = COD-REGIAO-CLI + 1
           END-IF

           MOVE "S"                    TO WS-REG-MOVIMENTO(WS-IDX-REG)

           .
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PERIODO DO DOCUMENTO: 1 O MES, 2 O MES ANTERIOR, ZERO FORA     *
      *----------------------------------------------------------------*
       2910-PERIODO-DOCUMENTO          SECTION.

           EVALUATE WS-ANO-MES-DOC
               WHEN WS-PER-ANO-MES(1)
                    MOVE 1             TO WS-IDX-MES
               WHEN WS-PER-ANO-MES(2)
                    MOVE 2             TO WS-IDX-MES
               WHEN OTHER
                    MOVE ZEROS         TO WS-IDX-MES
           END-EVALUATE

           .
       2910-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           DISPLAY "PGFJF078P: " MSG-RETORNO-LNKG078

           MOVE COD-RETORNO-LNKG078    TO RETURN-CODE

           GOBACK

           .
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF078P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF078P.
      *----------------------------------------------------------------*
