       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF076P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF076P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: RECUPERACAO DE CLIENTES. FUNCAO 1: APURA DO     *
      *                ArqPedido, POR CLIENTE, A DATA DA ULTIMA COMPRA *
      *                FATURADA E O FATURADO LIQUIDO DAS DEVOLUCOES    *
      *                NO TRIMESTRE ATUAL E NO ANTERIOR (JANELAS DE 90 *
      *                DIAS ATE A DATA DE REFERENCIA) E SINALIZA O     *
      *                CLIENTE ATIVO DA CARTEIRA VIGENTE               *
      *                (ArqUltimaDistribuicao) SEM COMPRA HA MAIS DOS  *
      *                DIAS DO PARAMETRO OU COM QUEDA DO FATURADO      *
      *                ENTRE OS TRIMESTRES IGUAL OU ACIMA DO           *
      *                PERCENTUAL DO PARAMETRO. A LISTA SAI POR        *
      *                VENDEDOR COM O RESULTADO DA ULTIMA VISITA DO    *
      *                ArqVisita E A SINALIZACAO FICA NO               *
      *                ArqRecuperacao. FUNCAO 2: ACOMPANHAMENTO DAS    *
      *                SINALIZACOES, MOSTRANDO QUAIS CLIENTES VOLTARAM *
      *                A COMPRAR. AS DUAS FUNCOES MARCAM ANTES COMO    *
      *                RECUPERADA A SINALIZACAO PENDENTE DO CLIENTE    *
      *                QUE TEM PEDIDO FATURADO COM DATA POSTERIOR A    *
      *                ELA                                             *
      * ARQUIVOS.....: ArqPedido, ArqDevolucao, ArqVisita,             *
      *                ArqUltimaDistribuicao, ArqCliente, ArqVendedor, *
      *                ArqTrabRecuperacao, ArqRecuperacao,             *
      *                ArqRelRecuperacao, ArqRelAcompRecuperacao       *
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

           SELECT ARQ-DEVOLUCAO      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-DEV
                                FILE STATUS IS WS-FL-STATUS-DEV.

           SELECT ARQ-VISITA         ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-VIS.

           SELECT ARQ-ULT-DISTRIB    ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-ULT
                                FILE STATUS IS WS-FL-STATUS-ULT.

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

           SELECT ARQ-RCP-TRAB       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-TRC
                                FILE STATUS IS WS-FL-STATUS-TRC.

           SELECT ARQ-RECUPERACAO    ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-RCP
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-RCP.

           SELECT ARQ-REL-RECUPERACAO ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

           SELECT ARQ-REL-ACOMP-RCP  ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RCA.

           SELECT ARQ-SORT-RCP       ASSIGN TO DISK.

           SELECT ARQ-SORT-ACO       ASSIGN TO DISK.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-DEVOLUCAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDevolucao'.
       COPY "DEVOLUC.CPY".

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVisita'.
       COPY "VISITA.CPY".

       FD  ARQ-ULT-DISTRIB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqUltimaDistribuicao'.
       COPY "ULTDIST.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "CLIENTES.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "VENDEDOR.CPY".

       FD  ARQ-RCP-TRAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTrabRecuperacao'.
       COPY "RCPTRAB.CPY".

       FD  ARQ-RECUPERACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRecuperacao'.
       COPY "RECUPER.CPY".

       FD  ARQ-REL-RECUPERACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRelRecuperacao'.
       COPY "RELRCP.CPY".

       FD  ARQ-REL-ACOMP-RCP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRelAcompRecuperacao'.
       COPY "RELRCA.CPY".

       SD  ARQ-SORT-RCP.
       01  REG-SORT-RCP.
           05  SRT-COD-VENDEDOR        PIC  9(003).
           05  SRT-DIAS-SEM-COMPRA     PIC  9(005).
           05  SRT-COD-CLIENTE         PIC  9(007).
           05  SRT-MOTIVO              PIC  X(001).
           05  SRT-DATA-ULT-COMPRA     PIC  9(008).
           05  SRT-FAT-TRIM-ATUAL      PIC  9(011)V9(002).
           05  SRT-FAT-TRIM-ANTERIOR   PIC  9(011)V9(002).
           05  SRT-PERC-QUEDA          PIC  9(003).
           05  SRT-DATA-ULT-VISITA     PIC  9(008).
           05  SRT-RESULTADO-VISITA    PIC  X(001).

       SD  ARQ-SORT-ACO.
       01  REG-SORT-ACO.
           05  SRA-COD-VENDEDOR        PIC  9(003).
           05  SRA-COD-CLIENTE         PIC  9(007).
           05  SRA-DATA-SINAL          PIC  9(008).
           05  SRA-MOTIVO              PIC  X(001).
           05  SRA-SITUACAO            PIC  X(001).
               88  SRA-RECUPERADO          VALUE 'R'.
           05  SRA-DATA-RECOMPRA       PIC  9(008).
           05  SRA-NUM-PEDIDO          PIC  9(009).
           05  SRA-VALOR-RECOMPRA      PIC  9(009)V9(002).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-PED            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DEV            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-ULT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TRC            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RCP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RCA            PIC  X(002)         VALUE "00".

       77  WS-SW-FIM-SORT              PIC  X(001)         VALUE "N".
           88  FIM-SORT                     VALUE "S".
       77  WS-SW-TEM-DEVOLUCAO         PIC  X(001)         VALUE "N".
           88  TEM-ARQ-DEVOLUCAO            VALUE "S".
       77  WS-SW-FIM-DEV               PIC  X(001)         VALUE "N".
           88  FIM-DEVOLUCAO                VALUE "S".
       77  WS-SW-TEM-RECUPERACAO       PIC  X(001)         VALUE "N".
           88  TEM-ARQ-RECUPERACAO          VALUE "S".
       77  WS-SW-FIM-RCP               PIC  X(001)         VALUE "N".
           88  FIM-RECUPERACAO              VALUE "S".
       77  WS-SW-PENDENTE              PIC  X(001)         VALUE "N".
           88  TEM-PENDENTE                 VALUE "S".
       77  WS-SW-VEND-ABERTO           PIC  X(001)         VALUE "N".
           88  VEND-ABERTO                  VALUE "S".

       77  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       77  WS-DATA-REF                 PIC  9(008)         VALUE ZEROS.
       77  WS-DATA-INI                 PIC  9(008)         VALUE ZEROS.
       77  WS-DATA-FIM                 PIC  9(008)         VALUE ZEROS.
       77  WS-INT-REF                  PIC  9(007)         VALUE ZEROS.
       77  WS-INT-HOJE                 PIC  9(007)         VALUE ZEROS.
       77  WS-INT-INI-ATUAL            PIC  9(007)         VALUE ZEROS.
       77  WS-INT-INI-ANTERIOR         PIC  9(007)         VALUE ZEROS.
       77  WS-INT-PEDIDO               PIC  9(007)         VALUE ZEROS.
       77  WS-DIAS-SEM-COMPRA          PIC S9(007)         VALUE ZEROS.
       77  WS-DIAS-ACOMP               PIC S9(007)         VALUE ZEROS.
       77  WS-PERC-QUEDA               PIC  9(003)         VALUE ZEROS.
       77  WS-MOTIVO                   PIC  X(001)         VALUE SPACES.
       77  WS-MOTIVO-DESCR             PIC  X(001)         VALUE SPACES.
       77  WS-DATA-SINAL               PIC  9(008)         VALUE ZEROS.
       77  WS-VEND-CORRENTE            PIC  9(003)         VALUE ZEROS.
       77  WS-CHAVE-PENDENTE           PIC  X(015)         VALUE SPACES.
       77  WS-COD-CLIENTE-PROC         PIC  9(007)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * CRITERIOS DA SINALIZACAO, DO ArqParametros                     *
      *----------------------------------------------------------------*
       77  WS-DIAS-LIMITE              PIC  9(003)         VALUE 90.
       77  WS-PERC-QUEDA-LIMITE        PIC  9(003)         VALUE 50.

      *----------------------------------------------------------------*
      * DEVOLUCOES DO PEDIDO - ABATIDAS DO VALOR DO PEDIDO             *
      *----------------------------------------------------------------*
       77  WS-VALOR-DEVOLVIDO          PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-VALOR-LIQUIDO            PIC  9(009)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * CONTADORES E TOTAIS                                            *
      *----------------------------------------------------------------*
       77  WS-QTD-SINALIZADOS          PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-NOVOS                PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-RECUPERADOS          PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-LISTADOS             PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-LISTADOS-REC         PIC  9(007)         VALUE ZEROS.
       77  WS-VALOR-RECUPERADO         PIC  9(013)V9(002)  VALUE ZEROS.
       77  WS-QTD-VEND-SINAL           PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-VEND-REC             PIC  9(007)         VALUE ZEROS.
       77  WS-VALOR-VEND-REC           PIC  9(013)V9(002)  VALUE ZEROS.
       77  WS-TAXA-RECUPERACAO         PIC  9(003)V9(002)  VALUE ZEROS.
       77  WS-ED-QTD                   PIC  ZZZZZZ9.

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

       01  WS-DATA-EDITADA             PIC  X(010)         VALUE SPACES.

      *----------------------------------------------------------------*
      * LINHAS DA LISTA DE RECUPERACAO                                 *
      *----------------------------------------------------------------*
       01  WS-LIN-SEPARADOR            PIC  X(132)         VALUE ALL
           "-".

       01  WS-LIN-CAB-LISTA.
           05  FILLER                  PIC  X(045)         VALUE
               "LISTA DE RECUPERACAO DE CLIENTES - REFERENCIA".
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-CAB-DATA-REF         PIC  X(010).
           05  FILLER                  PIC  X(024)         VALUE
               " - SEM COMPRA HA MAIS DE".
           05  WS-CAB-DIAS-LIMITE      PIC  ZZ9.
           05  FILLER                  PIC  X(017)         VALUE
               " DIAS OU QUEDA DE".
           05  WS-CAB-PERC-LIMITE      PIC  ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               "% NO TRIMESTRE".

       01  WS-LIN-CAB-COLUNAS.
           05  FILLER                  PIC  X(008)         VALUE
               "CLIENTE ".
           05  FILLER                  PIC  X(026)         VALUE
               "RAZAO SOCIAL".
           05  FILLER                  PIC  X(017)         VALUE
               "MOTIVO".
           05  FILLER                  PIC  X(011)         VALUE
               "ULT.COMPRA".
           05  FILLER                  PIC  X(006)         VALUE
               " DIAS ".
           05  FILLER                  PIC  X(012)         VALUE
               "FAT.TRIM.AT ".
           05  FILLER                  PIC  X(012)         VALUE
               "FAT.TRIM.AN ".
           05  FILLER                  PIC  X(004)         VALUE
               "QD% ".
           05  FILLER                  PIC  X(011)         VALUE
               "ULT.VISITA".
           05  FILLER                  PIC  X(015)         VALUE
               "RESULTADO".
           05  FILLER                  PIC  X(010)         VALUE
               "SINALIZADO".

       01  WS-LIN-VENDEDOR.
           05  FILLER                  PIC  X(009)         VALUE
               "VENDEDOR ".
           05  WS-LIN-VEND-COD         PIC  ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-LIN-VEND-NOME        PIC  X(040).

       01  WS-LIN-DETALHE.
           05  WS-DET-CLIENTE          PIC  9(007).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-RAZAO            PIC  X(025).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-MOTIVO           PIC  X(016).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-ULT-COMPRA       PIC  X(010).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-DIAS             PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-FAT-ATUAL        PIC  ZZZZZZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-FAT-ANTERIOR     PIC  ZZZZZZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-QUEDA            PIC  ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-ULT-VISITA       PIC  X(010).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-RESULTADO        PIC  X(014).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-SINALIZADO       PIC  X(010).

       01  WS-LIN-TOTAL-LISTA.
           05  FILLER                  PIC  X(022)         VALUE
               "CLIENTES SINALIZADOS: ".
           05  WS-TOT-SINALIZADOS      PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(010)         VALUE
               "  NOVOS: ".
           05  WS-TOT-NOVOS            PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(040)         VALUE
               "  RECUPERADOS DESDE A ULTIMA APURACAO: ".
           05  WS-TOT-RECUPERADOS      PIC  ZZZZZZ9.

      *----------------------------------------------------------------*
      * LINHAS DO ACOMPANHAMENTO DA RECUPERACAO                        *
      *----------------------------------------------------------------*
       01  WS-LIN-CAB-ACOMP.
           05  FILLER                  PIC  X(060)         VALUE
               "ACOMPANHAMENTO DA RECUPERACAO DE CLIENTES - SINALIZADOS
      -        " DE ".
           05  WS-CAB-DATA-INI         PIC  X(010).
           05  FILLER                  PIC  X(005)         VALUE
               " ATE ".
           05  WS-CAB-DATA-FIM         PIC  X(010).
           05  FILLER                  PIC  X(014)         VALUE
               " - EMITIDO EM ".
           05  WS-CAB-DATA-HOJE        PIC  X(010).

       01  WS-LIN-CAB-COL-ACOMP.
           05  FILLER                  PIC  X(008)         VALUE
               "CLIENTE ".
           05  FILLER                  PIC  X(026)         VALUE
               "RAZAO SOCIAL".
           05  FILLER                  PIC  X(011)         VALUE
               "SINALIZADO".
           05  FILLER                  PIC  X(017)         VALUE
               "MOTIVO".
           05  FILLER                  PIC  X(011)         VALUE
               "SITUACAO".
           05  FILLER                  PIC  X(011)         VALUE
               "RECOMPRA".
           05  FILLER                  PIC  X(006)         VALUE
               " DIAS ".
           05  FILLER                  PIC  X(010)         VALUE
               "   PEDIDO ".
           05  FILLER                  PIC  X(012)         VALUE
               "       VALOR".

       01  WS-LIN-DET-ACOMP.
           05  WS-DTA-CLIENTE          PIC  9(007).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DTA-RAZAO            PIC  X(025).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DTA-SINALIZADO       PIC  X(010).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DTA-MOTIVO           PIC  X(016).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DTA-SITUACAO         PIC  X(010).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DTA-RECOMPRA         PIC  X(010).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DTA-DIAS             PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DTA-PEDIDO           PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DTA-VALOR            PIC  ZZZZZZZZ9,99.

       01  WS-LIN-TOTAL-ACOMP.
           05  WS-TTA-TITULO           PIC  X(020).
           05  FILLER                  PIC  X(013)         VALUE
               "SINALIZADOS: ".
           05  WS-TTA-SINALIZADOS      PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(015)         VALUE
               "  RECUPERADOS: ".
           05  WS-TTA-RECUPERADOS      PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(009)         VALUE
               "  TAXA: ".
           05  WS-TTA-TAXA             PIC  ZZ9,99.
           05  FILLER                  PIC  X(021)         VALUE
               "%  VALOR RECUPERADO: ".
           05  WS-TTA-VALOR            PIC  ZZZZZZZZZZZZ9,99.

      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-PGFJF012                 PIC  X(009)         VALUE
           'PGFJF012P'.

       COPY LNKG012L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG076L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG076L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA

           EVALUATE COD-FUNCAO-LNKG076
               WHEN 1
                    PERFORM 2000-GERA-LISTA
               WHEN 2
                    PERFORM 4000-ACOMPANHAMENTO
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-LNKG076
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-LNKG076
           END-EVALUATE

           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - DATAS DE REFERENCIA E CRITERIOS DA   *
      * SINALIZACAO                                                    *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-LNKG076
                                          QTD-SINALIZADOS-LNKG076
                                          QTD-RECUPERADOS-LNKG076
                                          WS-QTD-SINALIZADOS
                                          WS-QTD-NOVOS
                                          WS-QTD-RECUPERADOS
                                          WS-QTD-LISTADOS
                                          WS-QTD-LISTADOS-REC
                                          WS-VALOR-RECUPERADO
           MOVE SPACES                 TO MSG-RETORNO-LNKG076
           MOVE "N"                    TO WS-SW-FIM-SORT
                                          WS-SW-VEND-ABERTO

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-HOJE
           COMPUTE WS-INT-HOJE = FUNCTION
                   INTEGER-OF-DATE(WS-DATA-HOJE)

           IF DATA-REF-LNKG076         GREATER ZEROS
              MOVE DATA-REF-LNKG076    TO WS-DATA-REF
           ELSE
              MOVE WS-DATA-HOJE        TO WS-DATA-REF
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-REF)
                                       NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG076
              MOVE "DATA DE REFERENCIA INVALIDA"
                                       TO MSG-RETORNO-LNKG076
              PERFORM 3000-FINALIZA
           END-IF

           MOVE DATA-INI-LNKG076       TO WS-DATA-INI

           IF DATA-FIM-LNKG076         GREATER ZEROS
              MOVE DATA-FIM-LNKG076    TO WS-DATA-FIM
           ELSE
              MOVE WS-DATA-HOJE        TO WS-DATA-FIM
           END-IF

           IF (WS-DATA-INI             GREATER ZEROS AND
               FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-INI)
                                       NOT EQUAL ZEROS) OR
              FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-FIM)
                                       NOT EQUAL ZEROS OR
              WS-DATA-INI              GREATER WS-DATA-FIM
              MOVE 1                   TO COD-RETORNO-LNKG076
              MOVE "PERIODO DAS SINALIZACOES INVALIDO"
                                       TO MSG-RETORNO-LNKG076
              PERFORM 3000-FINALIZA
           END-IF

           COMPUTE WS-INT-REF = FUNCTION
                   INTEGER-OF-DATE(WS-DATA-REF)
           COMPUTE WS-INT-INI-ATUAL    = WS-INT-REF - 89
           COMPUTE WS-INT-INI-ANTERIOR = WS-INT-REF - 179

           MOVE 0                      TO COD-FUNCAO-LNKG012

           CALL WS-PGFJF012            USING LNKG012L

           MOVE DIAS-SEM-COMPRA-LNKG012
                                       TO WS-DIAS-LIMITE
           MOVE PERC-QUEDA-LNKG012     TO WS-PERC-QUEDA-LIMITE

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 1 - APURA AS COMPRAS E VISITAS POR CLIENTE, SINALIZA OS *
      * CLIENTES E EMITE A LISTA POR VENDEDOR                          *
      *----------------------------------------------------------------*
       2000-GERA-LISTA                 SECTION.

           PERFORM 4100-MARCA-RECUPERADOS
           PERFORM 2100-APURA-COMPRAS
           PERFORM 2200-APURA-VISITAS

           SORT ARQ-SORT-RCP
                ON ASCENDING  KEY SRT-COD-VENDEDOR
                ON DESCENDING KEY SRT-DIAS-SEM-COMPRA
                ON ASCENDING  KEY SRT-COD-CLIENTE
                INPUT  PROCEDURE IS 2300-SELECIONA-CLIENTES
                OUTPUT PROCEDURE IS 2500-EMITE-LISTA

           MOVE WS-QTD-SINALIZADOS     TO QTD-SINALIZADOS-LNKG076
           MOVE WS-QTD-RECUPERADOS     TO QTD-RECUPERADOS-LNKG076

           MOVE WS-QTD-SINALIZADOS     TO WS-ED-QTD
           DISPLAY "PGFJF076P: CLIENTES SINALIZADOS.: " WS-ED-QTD
           MOVE WS-QTD-NOVOS           TO WS-ED-QTD
           DISPLAY "PGFJF076P: NOVAS SINALIZACOES...: " WS-ED-QTD
           MOVE WS-QTD-RECUPERADOS     TO WS-ED-QTD
           DISPLAY "PGFJF076P: CLIENTES RECUPERADOS.: " WS-ED-QTD

           MOVE ZEROS                  TO COD-RETORNO-LNKG076
           MOVE "LISTA DE RECUPERACAO GRAVADA EM ARQRELRECUPERACAO"
                                       TO MSG-RETORNO-LNKG076

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APURA POR CLIENTE A ULTIMA COMPRA FATURADA E O FATURADO DOS    *
      * DOIS TRIMESTRES NO ARQUIVO DE TRABALHO                         *
      *----------------------------------------------------------------*
       2100-APURA-COMPRAS              SECTION.

           OPEN OUTPUT ARQ-RCP-TRAB

           IF WS-FL-STATUS-TRC         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG076
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TRABALHO"
                                       TO MSG-RETORNO-LNKG076
              PERFORM 3000-FINALIZA
           END-IF

           CLOSE ARQ-RCP-TRAB
           OPEN I-O ARQ-RCP-TRAB

           MOVE "N"                    TO WS-SW-TEM-DEVOLUCAO

           OPEN INPUT ARQ-DEVOLUCAO

           IF WS-FL-STATUS-DEV         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-TEM-DEVOLUCAO
           END-IF

           OPEN INPUT ARQ-PEDIDO

           IF WS-FL-STATUS-PED         EQUAL ZEROS
              PERFORM 2110-LER-ARQ-PEDIDO

              PERFORM 2120-ACUMULA-PEDIDO UNTIL
                      WS-FL-STATUS-PED NOT EQUAL "00"

              CLOSE ARQ-PEDIDO
           END-IF

           IF TEM-ARQ-DEVOLUCAO
              CLOSE ARQ-DEVOLUCAO
           END-IF

           CLOSE ARQ-RCP-TRAB

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE PEDIDOS                                  *
      *----------------------------------------------------------------*
       2110-LER-ARQ-PEDIDO             SECTION.

           READ ARQ-PEDIDO NEXT RECORD

           IF WS-FL-STATUS-PED         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG076
              MOVE "ERRO NA LEITURA DO ARQUIVO DE PEDIDO"
                                       TO MSG-RETORNO-LNKG076
              PERFORM 3000-FINALIZA
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA O PEDIDO FATURADO ATE A DATA DE REFERENCIA, LIQUIDO    *
      * DAS DEVOLUCOES, NO TRIMESTRE A QUE PERTENCE                    *
      *----------------------------------------------------------------*
       2120-ACUMULA-PEDIDO             SECTION.

           IF COD-CLIENTE-PED          GREATER ZEROS
              AND PED-FATURADO
              AND DATA-PEDIDO          NOT GREATER WS-DATA-REF
              PERFORM 2130-SOMA-DEVOLVIDO

              COMPUTE WS-VALOR-LIQUIDO = VALOR-PEDIDO
                                       - WS-VALOR-DEVOLVIDO

              COMPUTE WS-INT-PEDIDO = FUNCTION
                      INTEGER-OF-DATE(DATA-PEDIDO)

              MOVE COD-CLIENTE-PED     TO COD-CLIENTE-TRC

              READ ARQ-RCP-TRAB

              IF WS-FL-STATUS-TRC      NOT EQUAL ZEROS
                 INITIALIZE REG-RCP-TRAB
                 MOVE COD-CLIENTE-PED  TO COD-CLIENTE-TRC
              END-IF

              IF DATA-PEDIDO           GREATER DATA-ULT-COMPRA-TRC
                 MOVE DATA-PEDIDO      TO DATA-ULT-COMPRA-TRC
              END-IF

              EVALUATE TRUE
                  WHEN WS-INT-PEDIDO   NOT LESS WS-INT-INI-ATUAL
                       ADD WS-VALOR-LIQUIDO
                                       TO FAT-TRIM-ATUAL-TRC
                  WHEN WS-INT-PEDIDO   NOT LESS WS-INT-INI-ANTERIOR
                       ADD WS-VALOR-LIQUIDO
                                       TO FAT-TRIM-ANTERIOR-TRC
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE

              IF WS-FL-STATUS-TRC      EQUAL ZEROS
                 REWRITE REG-RCP-TRAB
              ELSE
                 WRITE REG-RCP-TRAB
              END-IF
           END-IF

           PERFORM 2110-LER-ARQ-PEDIDO

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA O VALOR DAS DEVOLUCOES REGISTRADAS PARA O PEDIDO LIDO     *
      *----------------------------------------------------------------*
       2130-SOMA-DEVOLVIDO             SECTION.

           MOVE ZEROS                  TO WS-VALOR-DEVOLVIDO

           IF TEM-ARQ-DEVOLUCAO
              MOVE NUM-PEDIDO          TO NUM-PEDIDO-DEV
              MOVE ZEROS               TO SEQ-DEV
              MOVE "N"                 TO WS-SW-FIM-DEV

              START ARQ-DEVOLUCAO KEY IS NOT LESS THAN CHAVE-DEV

              IF WS-FL-STATUS-DEV      NOT EQUAL ZEROS
                 MOVE "S"              TO WS-SW-FIM-DEV
              END-IF

              PERFORM 2135-LER-DEVOLUCAO UNTIL FIM-DEVOLUCAO
           END-IF

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A PROXIMA DEVOLUCAO DO PEDIDO E SOMA O VALOR                *
      *----------------------------------------------------------------*
       2135-LER-DEVOLUCAO              SECTION.

           READ ARQ-DEVOLUCAO NEXT RECORD

           IF WS-FL-STATUS-DEV         EQUAL ZEROS AND
              NUM-PEDIDO-DEV           EQUAL NUM-PEDIDO
              ADD VALOR-DEVOLUCAO      TO WS-VALOR-DEVOLVIDO
           ELSE
              MOVE "S"                 TO WS-SW-FIM-DEV
           END-IF

           .
       2135-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA NO ARQUIVO DE TRABALHO A ULTIMA VISITA DE CADA CLIENTE  *
      * ATE A DATA DE REFERENCIA - O ArqVisita E OPCIONAL              *
      *----------------------------------------------------------------*
       2200-APURA-VISITAS              SECTION.

           OPEN I-O ARQ-RCP-TRAB

           OPEN INPUT ARQ-VISITA

           IF WS-FL-STATUS-VIS         EQUAL ZEROS
              PERFORM 2210-LER-ARQ-VISITA

              PERFORM 2220-GUARDA-VISITA UNTIL
                      WS-FL-STATUS-VIS NOT EQUAL "00"

              CLOSE ARQ-VISITA
           END-IF

           CLOSE ARQ-RCP-TRAB

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE VISITAS                                  *
      *----------------------------------------------------------------*
       2210-LER-ARQ-VISITA             SECTION.

           READ ARQ-VISITA NEXT RECORD

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA A VISITA MAIS RECENTE DO CLIENTE COM O RESULTADO        *
      *----------------------------------------------------------------*
       2220-GUARDA-VISITA              SECTION.

           IF DATA-VISITA              NOT GREATER WS-DATA-REF
              MOVE COD-CLIENTE-VIS     TO COD-CLIENTE-TRC

              READ ARQ-RCP-TRAB

              IF WS-FL-STATUS-TRC      EQUAL ZEROS
                 IF DATA-VISITA        NOT LESS DATA-ULT-VISITA-TRC
                    MOVE DATA-VISITA   TO DATA-ULT-VISITA-TRC
                    MOVE RESULTADO-VIS TO RESULTADO-VISITA-TRC
                    REWRITE REG-RCP-TRAB
                 END-IF
              ELSE
                 INITIALIZE REG-RCP-TRAB
                 MOVE COD-CLIENTE-VIS  TO COD-CLIENTE-TRC
                 MOVE DATA-VISITA      TO DATA-ULT-VISITA-TRC
                 MOVE RESULTADO-VIS    TO RESULTADO-VISITA-TRC
                 WRITE REG-RCP-TRAB
              END-IF
           END-IF

           PERFORM 2210-LER-ARQ-VISITA

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCEDIMENTO DE ENTRADA DO SORT - PERCORRE AS ATRIBUICOES      *
      * VIGENTES E LIBERA OS CLIENTES QUE ATENDEM AOS CRITERIOS        *
      *----------------------------------------------------------------*
       2300-SELECIONA-CLIENTES         SECTION.

           OPEN INPUT ARQ-ULT-DISTRIB
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-RCP-TRAB

           IF WS-FL-STATUS-ULT         EQUAL ZEROS
              PERFORM 2310-LER-ARQ-ULT

              PERFORM 2320-AVALIA-CLIENTE UNTIL
                      WS-FL-STATUS-ULT NOT EQUAL "00"
           END-IF

           CLOSE ARQ-ULT-DISTRIB
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-RCP-TRAB

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE ULTIMA DISTRIBUICAO                      *
      *----------------------------------------------------------------*
       2310-LER-ARQ-ULT                SECTION.

           READ ARQ-ULT-DISTRIB NEXT RECORD

           IF WS-FL-STATUS-ULT         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG076
              MOVE "ERRO NA LEITURA DO ARQUIVO DE ULTIMA DISTRIBUICAO"
                                       TO MSG-RETORNO-LNKG076
              PERFORM 3000-FINALIZA
           END-IF

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AVALIA O CLIENTE ATIVO DA CARTEIRA QUE JA COMPROU - CLIENTE    *
      * SEM NENHUMA COMPRA FATURADA NAO E CASO DE RECUPERACAO          *
      *----------------------------------------------------------------*
       2320-AVALIA-CLIENTE             SECTION.

           IF COD-VENDEDOR-ULT         GREATER ZEROS
              AND (COD-VENDEDOR-LNKG076 EQUAL ZEROS OR
               COD-VENDEDOR-ULT        EQUAL COD-VENDEDOR-LNKG076)
              MOVE COD-CLIENTE-ULT     TO COD-CLIENTE

              READ ARQ-CLIENTE

              IF WS-FL-STATUS-CLI      EQUAL ZEROS AND
                 NOT CLI-EXCLUIDO
                 MOVE COD-CLIENTE-ULT  TO COD-CLIENTE-TRC

                 READ ARQ-RCP-TRAB

                 IF WS-FL-STATUS-TRC   EQUAL ZEROS AND
                    DATA-ULT-COMPRA-TRC GREATER ZEROS
                    PERFORM 2330-APLICA-CRITERIOS

                    IF WS-MOTIVO       NOT EQUAL SPACES
                       PERFORM 2340-LIBERA-SINALIZADO
                    END-IF
                 END-IF
              END-IF
           END-IF

           PERFORM 2310-LER-ARQ-ULT

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APLICA OS CRITERIOS: DIAS SEM COMPRA ACIMA DO LIMITE (S),      *
      * QUEDA DO FATURADO ENTRE TRIMESTRES NO LIMITE OU ACIMA (Q), OU  *
      * OS DOIS (A)                                                    *
      *----------------------------------------------------------------*
       2330-APLICA-CRITERIOS           SECTION.

           MOVE SPACES                 TO WS-MOTIVO
           MOVE ZEROS                  TO WS-PERC-QUEDA

           COMPUTE WS-DIAS-SEM-COMPRA = WS-INT-REF
                   - FUNCTION INTEGER-OF-DATE(DATA-ULT-COMPRA-TRC)

           IF WS-DIAS-SEM-COMPRA       GREATER WS-DIAS-LIMITE
              MOVE "S"                 TO WS-MOTIVO
           END-IF

           IF FAT-TRIM-ANTERIOR-TRC    GREATER ZEROS AND
              FAT-TRIM-ATUAL-TRC       LESS FAT-TRIM-ANTERIOR-TRC
              COMPUTE WS-PERC-QUEDA =
                      (FAT-TRIM-ANTERIOR-TRC - FAT-TRIM-ATUAL-TRC)
                      * 100 / FAT-TRIM-ANTERIOR-TRC

              IF WS-PERC-QUEDA         NOT LESS WS-PERC-QUEDA-LIMITE
                 IF WS-MOTIVO          EQUAL "S"
                    MOVE "A"           TO WS-MOTIVO
                 ELSE
                    MOVE "Q"           TO WS-MOTIVO
                 END-IF
              END-IF
           END-IF

           .
       2330-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LIBERA O CLIENTE SINALIZADO PARA O SORT                        *
      *----------------------------------------------------------------*
       2340-LIBERA-SINALIZADO          SECTION.

           MOVE COD-VENDEDOR-ULT       TO SRT-COD-VENDEDOR
           MOVE COD-CLIENTE-ULT        TO SRT-COD-CLIENTE
           MOVE WS-MOTIVO              TO SRT-MOTIVO
           MOVE DATA-ULT-COMPRA-TRC    TO SRT-DATA-ULT-COMPRA
           MOVE FAT-TRIM-ATUAL-TRC     TO SRT-FAT-TRIM-ATUAL
           MOVE FAT-TRIM-ANTERIOR-TRC  TO SRT-FAT-TRIM-ANTERIOR
           MOVE WS-PERC-QUEDA          TO SRT-PERC-QUEDA
           MOVE DATA-ULT-VISITA-TRC    TO SRT-DATA-ULT-VISITA
           MOVE RESULTADO-VISITA-TRC   TO SRT-RESULTADO-VISITA

           IF WS-DIAS-SEM-COMPRA       GREATER 99999
              MOVE 99999               TO SRT-DIAS-SEM-COMPRA
           ELSE
              MOVE WS-DIAS-SEM-COMPRA  TO SRT-DIAS-SEM-COMPRA
           END-IF

           RELEASE REG-SORT-RCP

           .
       2340-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCEDIMENTO DE SAIDA DO SORT - REGISTRA AS SINALIZACOES E     *
      * IMPRIME A LISTA POR VENDEDOR                                   *
      *----------------------------------------------------------------*
       2500-EMITE-LISTA                SECTION.

           PERFORM 2510-OPEN-LISTA

           PERFORM 2520-CABECALHO-LISTA

           PERFORM 2530-RETORNA-SINALIZADO

           PERFORM 2540-TRATA-SINALIZADO UNTIL FIM-SORT

           PERFORM 2590-TOTAL-LISTA

           CLOSE ARQ-RECUPERACAO
                 ARQ-CLIENTE
                 ARQ-VENDEDOR
                 ARQ-REL-RECUPERACAO

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DOS ARQUIVOS DA LISTA - O ArqRecuperacao E CRIADO NA  *
      * PRIMEIRA APURACAO                                              *
      *----------------------------------------------------------------*
       2510-OPEN-LISTA                 SECTION.

           OPEN I-O ARQ-RECUPERACAO

           IF WS-FL-STATUS-RCP         EQUAL "35"
              OPEN OUTPUT ARQ-RECUPERACAO
              CLOSE ARQ-RECUPERACAO
              OPEN I-O ARQ-RECUPERACAO
           END-IF

           IF WS-FL-STATUS-RCP         NOT EQUAL ZEROS AND "05"
              MOVE 9                   TO COD-RETORNO-LNKG076
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE RECUPERACAO"
                                       TO MSG-RETORNO-LNKG076
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-CLIENTE
                      ARQ-VENDEDOR

           OPEN OUTPUT ARQ-REL-RECUPERACAO

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              CLOSE ARQ-RECUPERACAO
                    ARQ-CLIENTE
                    ARQ-VENDEDOR
              MOVE 9                   TO COD-RETORNO-LNKG076
              MOVE "ERRO NA ABERTURA DA LISTA DE RECUPERACAO"
                                       TO MSG-RETORNO-LNKG076
              PERFORM 3000-FINALIZA
           END-IF

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CABECALHO DA LISTA DE RECUPERACAO                              *
      *----------------------------------------------------------------*
       2520-CABECALHO-LISTA            SECTION.

           MOVE WS-DATA-REF            TO WS-DATA-AUX
           PERFORM 2900-EDITA-DATA
           MOVE WS-DATA-EDITADA        TO WS-CAB-DATA-REF
           MOVE WS-DIAS-LIMITE         TO WS-CAB-DIAS-LIMITE
           MOVE WS-PERC-QUEDA-LIMITE   TO WS-CAB-PERC-LIMITE

           MOVE WS-LIN-SEPARADOR       TO REG-REL-RECUPERACAO
           WRITE REG-REL-RECUPERACAO

           MOVE SPACES                 TO REG-REL-RECUPERACAO
           MOVE WS-LIN-CAB-LISTA       TO REG-REL-RECUPERACAO
           WRITE REG-REL-RECUPERACAO

           MOVE WS-LIN-SEPARADOR       TO REG-REL-RECUPERACAO
           WRITE REG-REL-RECUPERACAO

           MOVE SPACES                 TO REG-REL-RECUPERACAO
           MOVE WS-LIN-CAB-COLUNAS     TO REG-REL-RECUPERACAO
           WRITE REG-REL-RECUPERACAO

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RETORNO DE UM CLIENTE SINALIZADO CLASSIFICADO                  *
      *----------------------------------------------------------------*
       2530-RETORNA-SINALIZADO         SECTION.

           RETURN ARQ-SORT-RCP
               AT END MOVE "S"         TO WS-SW-FIM-SORT
           END-RETURN

           .
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRATA UM CLIENTE SINALIZADO, COM QUEBRA POR VENDEDOR           *
      *----------------------------------------------------------------*
       2540-TRATA-SINALIZADO           SECTION.

           IF NOT VEND-ABERTO OR
              SRT-COD-VENDEDOR         NOT EQUAL WS-VEND-CORRENTE
              MOVE "S"                 TO WS-SW-VEND-ABERTO
              MOVE SRT-COD-VENDEDOR    TO WS-VEND-CORRENTE
              PERFORM 2545-QUEBRA-VENDEDOR
           END-IF

           PERFORM 2550-REGISTRA-SINALIZACAO

           PERFORM 2560-IMPRIME-SINALIZADO

           ADD 1                       TO WS-QTD-SINALIZADOS

           PERFORM 2530-RETORNA-SINALIZADO

           .
       2540-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LINHA DE IDENTIFICACAO DO VENDEDOR NA QUEBRA                   *
      *----------------------------------------------------------------*
       2545-QUEBRA-VENDEDOR            SECTION.

           MOVE WS-VEND-CORRENTE       TO WS-LIN-VEND-COD
                                          COD-VENDEDOR

           READ ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE NOME-VENDEDOR       TO WS-LIN-VEND-NOME
           ELSE
              MOVE "VENDEDOR NAO CADASTRADO"
                                       TO WS-LIN-VEND-NOME
           END-IF

           MOVE SPACES                 TO REG-REL-RECUPERACAO
           WRITE REG-REL-RECUPERACAO

           MOVE WS-LIN-VENDEDOR        TO REG-REL-RECUPERACAO
           WRITE REG-REL-RECUPERACAO

           .
       2545-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGISTRA A SINALIZACAO - ATUALIZA A PENDENTE DO CLIENTE OU     *
      * ABRE UMA NOVA NA DATA DE REFERENCIA                            *
      *----------------------------------------------------------------*
       2550-REGISTRA-SINALIZACAO       SECTION.

           MOVE SRT-COD-CLIENTE        TO WS-COD-CLIENTE-PROC
           PERFORM 2555-PROCURA-PENDENTE

           IF TEM-PENDENTE
              MOVE WS-CHAVE-PENDENTE   TO CHAVE-RCP

              READ ARQ-RECUPERACAO

              PERFORM 2557-MONTA-SINALIZACAO

              MOVE DATA-SINAL-RCP      TO WS-DATA-SINAL

              REWRITE REG-RECUPERACAO
           ELSE
              INITIALIZE REG-RECUPERACAO
              MOVE SRT-COD-CLIENTE     TO COD-CLIENTE-RCP
              MOVE WS-DATA-REF         TO DATA-SINAL-RCP
              MOVE "P"                 TO SITUACAO-RCP

              PERFORM 2557-MONTA-SINALIZACAO

              MOVE DATA-SINAL-RCP      TO WS-DATA-SINAL

              WRITE REG-RECUPERACAO

              ADD 1                    TO WS-QTD-NOVOS
           END-IF

           IF WS-FL-STATUS-RCP         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG076
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DE RECUPERACAO"
                                       TO MSG-RETORNO-LNKG076
              PERFORM 3000-FINALIZA
           END-IF

           .
       2550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA A SINALIZACAO PENDENTE DO CLIENTE EM PROCESSAMENTO     *
      *----------------------------------------------------------------*
       2555-PROCURA-PENDENTE           SECTION.

           MOVE "N"                    TO WS-SW-PENDENTE
           MOVE "N"                    TO WS-SW-FIM-RCP

           MOVE WS-COD-CLIENTE-PROC    TO COD-CLIENTE-RCP
           MOVE ZEROS                  TO DATA-SINAL-RCP

           START ARQ-RECUPERACAO KEY IS NOT LESS THAN CHAVE-RCP

           IF WS-FL-STATUS-RCP         NOT EQUAL ZEROS
              MOVE "S"                 TO WS-SW-FIM-RCP
           END-IF

           PERFORM 2556-LER-SINALIZACAO-CLIENTE UNTIL FIM-RECUPERACAO

           .
       2555-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A PROXIMA SINALIZACAO DO CLIENTE E GUARDA A PENDENTE        *
      *----------------------------------------------------------------*
       2556-LER-SINALIZACAO-CLIENTE    SECTION.

           READ ARQ-RECUPERACAO NEXT RECORD

           IF WS-FL-STATUS-RCP         EQUAL ZEROS AND
              COD-CLIENTE-RCP          EQUAL WS-COD-CLIENTE-PROC
              IF RCP-PENDENTE
                 MOVE CHAVE-RCP        TO WS-CHAVE-PENDENTE
                 MOVE "S"              TO WS-SW-PENDENTE
              END-IF
           ELSE
              MOVE "S"                 TO WS-SW-FIM-RCP
           END-IF

           .
       2556-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA OS DADOS DA APURACAO NA SINALIZACAO                      *
      *----------------------------------------------------------------*
       2557-MONTA-SINALIZACAO          SECTION.

           MOVE SRT-COD-VENDEDOR       TO COD-VENDEDOR-RCP
           MOVE SRT-MOTIVO             TO MOTIVO-RCP
           MOVE SRT-DATA-ULT-COMPRA    TO DATA-ULT-COMPRA-RCP
           MOVE SRT-DIAS-SEM-COMPRA    TO DIAS-SEM-COMPRA-RCP
           MOVE SRT-FAT-TRIM-ATUAL     TO FAT-TRIM-ATUAL-RCP
           MOVE SRT-FAT-TRIM-ANTERIOR  TO FAT-TRIM-ANTERIOR-RCP
           MOVE SRT-PERC-QUEDA         TO PERC-QUEDA-RCP
           MOVE SRT-DATA-ULT-VISITA    TO DATA-ULT-VISITA-RCP
           MOVE SRT-RESULTADO-VISITA   TO RESULTADO-VISITA-RCP
           MOVE WS-DATA-REF            TO DATA-ULT-APURACAO-RCP

           .
       2557-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME O CLIENTE SINALIZADO                                   *
      *----------------------------------------------------------------*
       2560-IMPRIME-SINALIZADO         SECTION.

           MOVE SRT-COD-CLIENTE        TO WS-DET-CLIENTE
                                          COD-CLIENTE

           READ ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE RAZAO-SOCIAL        TO WS-DET-RAZAO
           ELSE
              MOVE "CLIENTE NAO CADASTRADO"
                                       TO WS-DET-RAZAO
           END-IF

           MOVE SRT-MOTIVO             TO WS-MOTIVO-DESCR
           PERFORM 2565-DESCREVE-MOTIVO
           MOVE WS-DTA-MOTIVO          TO WS-DET-MOTIVO

           MOVE SRT-DATA-ULT-COMPRA    TO WS-DATA-AUX
           PERFORM 2900-EDITA-DATA
           MOVE WS-DATA-EDITADA        TO WS-DET-ULT-COMPRA

           MOVE SRT-DIAS-SEM-COMPRA    TO WS-DET-DIAS
           MOVE SRT-FAT-TRIM-ATUAL     TO WS-DET-FAT-ATUAL
           MOVE SRT-FAT-TRIM-ANTERIOR  TO WS-DET-FAT-ANTERIOR
           MOVE SRT-PERC-QUEDA         TO WS-DET-QUEDA

           MOVE SRT-DATA-ULT-VISITA    TO WS-DATA-AUX
           PERFORM 2900-EDITA-DATA
           MOVE WS-DATA-EDITADA        TO WS-DET-ULT-VISITA

           EVALUATE SRT-RESULTADO-VISITA
               WHEN "V"
                    MOVE "VENDEU"      TO WS-DET-RESULTADO
               WHEN "S"
                    MOVE "SEM INTERESSE"
                                       TO WS-DET-RESULTADO
               WHEN "F"
                    MOVE "FECHADO"     TO WS-DET-RESULTADO
               WHEN "N"
                    MOVE "NAO LOCALIZADO"
                                       TO WS-DET-RESULTADO
               WHEN OTHER
                    MOVE "SEM VISITA"  TO WS-DET-RESULTADO
           END-EVALUATE

           MOVE WS-DATA-SINAL          TO WS-DATA-AUX
           PERFORM 2900-EDITA-DATA
           MOVE WS-DATA-EDITADA        TO WS-DET-SINALIZADO

           MOVE SPACES                 TO REG-REL-RECUPERACAO
           MOVE WS-LIN-DETALHE         TO REG-REL-RECUPERACAO
           WRITE REG-REL-RECUPERACAO

           .
       2560-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DESCRICAO DO MOTIVO DA SINALIZACAO                             *
      *----------------------------------------------------------------*
       2565-DESCREVE-MOTIVO            SECTION.

           EVALUATE WS-MOTIVO-DESCR
               WHEN "S"
                    MOVE "SEM COMPRA"  TO WS-DTA-MOTIVO
               WHEN "Q"
                    MOVE "QUEDA FATURADO"
                                       TO WS-DTA-MOTIVO
               WHEN OTHER
                    MOVE "SEM COMPRA+QUEDA"
                                       TO WS-DTA-MOTIVO
           END-EVALUATE

           .
       2565-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOTAL DA LISTA DE RECUPERACAO                                  *
      *----------------------------------------------------------------*
       2590-TOTAL-LISTA                SECTION.

           MOVE WS-QTD-SINALIZADOS     TO WS-TOT-SINALIZADOS
           MOVE WS-QTD-NOVOS           TO WS-TOT-NOVOS
           MOVE WS-QTD-RECUPERADOS     TO WS-TOT-RECUPERADOS

           MOVE WS-LIN-SEPARADOR       TO REG-REL-RECUPERACAO
           WRITE REG-REL-RECUPERACAO

           MOVE SPACES                 TO REG-REL-RECUPERACAO
           MOVE WS-LIN-TOTAL-LISTA     TO REG-REL-RECUPERACAO
           WRITE REG-REL-RECUPERACAO

           .
       2590-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EDITA A DATA DE WS-DATA-AUX EM DD/MM/AAAA - ZERADA FICA EM     *
      * BRANCO                                                         *
      *----------------------------------------------------------------*
       2900-EDITA-DATA                 SECTION.

           IF WS-DATA-AUX              EQUAL ZEROS
              MOVE SPACES              TO WS-DATA-EDITADA
           ELSE
              MOVE WS-DATA-AUX-DIA     TO WS-DATA-ED-DIA
              MOVE WS-DATA-AUX-MES     TO WS-DATA-ED-MES
              MOVE WS-DATA-AUX-ANO     TO WS-DATA-ED-ANO
              MOVE WS-DATA-ED          TO WS-DATA-EDITADA
           END-IF

           .
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 2 - ACOMPANHAMENTO DAS SINALIZACOES DO PERIODO POR      *
      * VENDEDOR, COM OS CLIENTES QUE VOLTARAM A COMPRAR               *
      *----------------------------------------------------------------*
       4000-ACOMPANHAMENTO             SECTION.

           PERFORM 4100-MARCA-RECUPERADOS

           IF NOT TEM-ARQ-RECUPERACAO
              MOVE ZEROS               TO COD-RETORNO-LNKG076
              MOVE "NENHUM CLIENTE SINALIZADO PARA RECUPERACAO"
                                       TO MSG-RETORNO-LNKG076
              PERFORM 3000-FINALIZA
           END-IF

           SORT ARQ-SORT-ACO
                ON ASCENDING  KEY SRA-COD-VENDEDOR
                ON ASCENDING  KEY SRA-COD-CLIENTE
                ON ASCENDING  KEY SRA-DATA-SINAL
                INPUT  PROCEDURE IS 4200-SELECIONA-SINALIZACOES
                OUTPUT PROCEDURE IS 4400-EMITE-ACOMPANHAMENTO

           MOVE WS-QTD-LISTADOS        TO QTD-SINALIZADOS-LNKG076
           MOVE WS-QTD-LISTADOS-REC    TO QTD-RECUPERADOS-LNKG076

           MOVE WS-QTD-LISTADOS        TO WS-ED-QTD
           DISPLAY "PGFJF076P: SINALIZACOES NO PERIODO: " WS-ED-QTD
           MOVE WS-QTD-LISTADOS-REC    TO WS-ED-QTD
           DISPLAY "PGFJF076P: CLIENTES RECUPERADOS...: " WS-ED-QTD

           MOVE ZEROS                  TO COD-RETORNO-LNKG076
           MOVE "ACOMPANHAMENTO GRAVADO EM ARQRELACOMPRECUPERACAO"
                                       TO MSG-RETORNO-LNKG076

           .
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA COMO RECUPERADA A SINALIZACAO DO CLIENTE QUE TEM PEDIDO  *
      * FATURADO COM DATA POSTERIOR A ELA - A RECOMPRA E O PRIMEIRO    *
      * PEDIDO DEPOIS DA SINALIZACAO                                   *
      *----------------------------------------------------------------*
       4100-MARCA-RECUPERADOS          SECTION.

           MOVE "N"                    TO WS-SW-TEM-RECUPERACAO

           OPEN I-O ARQ-RECUPERACAO

           IF WS-FL-STATUS-RCP         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-TEM-RECUPERACAO

              OPEN INPUT ARQ-PEDIDO

              IF WS-FL-STATUS-PED      EQUAL ZEROS
                 PERFORM 2110-LER-ARQ-PEDIDO

                 PERFORM 4120-VERIFICA-RECOMPRA UNTIL
                         WS-FL-STATUS-PED NOT EQUAL "00"

                 CLOSE ARQ-PEDIDO
              END-IF

              CLOSE ARQ-RECUPERACAO
           END-IF

           .
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE O PEDIDO FATURADO CONTRA AS SINALIZACOES DO CLIENTE    *
      *----------------------------------------------------------------*
       4120-VERIFICA-RECOMPRA          SECTION.

           IF COD-CLIENTE-PED          GREATER ZEROS
              AND PED-FATURADO
              MOVE "N"                 TO WS-SW-FIM-RCP

              MOVE COD-CLIENTE-PED     TO COD-CLIENTE-RCP
              MOVE ZEROS               TO DATA-SINAL-RCP

              START ARQ-RECUPERACAO KEY IS NOT LESS THAN CHAVE-RCP

              IF WS-FL-STATUS-RCP      NOT EQUAL ZEROS
                 MOVE "S"              TO WS-SW-FIM-RCP
              END-IF

              PERFORM 4130-CONFERE-SINALIZACAO UNTIL FIM-RECUPERACAO
           END-IF

           PERFORM 2110-LER-ARQ-PEDIDO

           .
       4120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA A SINALIZACAO PENDENTE COMO RECUPERADA, OU TROCA A       *
      * RECOMPRA DA JA RECUPERADA POR UM PEDIDO ANTERIOR A ELA         *
      *----------------------------------------------------------------*
       4130-CONFERE-SINALIZACAO        SECTION.

           READ ARQ-RECUPERACAO NEXT RECORD

           IF WS-FL-STATUS-RCP         EQUAL ZEROS AND
              COD-CLIENTE-RCP          EQUAL COD-CLIENTE-PED
              IF DATA-PEDIDO           GREATER DATA-SINAL-RCP AND
                 (RCP-PENDENTE OR
                  DATA-PEDIDO          LESS DATA-RECOMPRA-RCP)
                 IF RCP-PENDENTE
                    ADD 1              TO WS-QTD-RECUPERADOS
                 END-IF
                 MOVE "R"              TO SITUACAO-RCP
                 MOVE DATA-PEDIDO      TO DATA-RECOMPRA-RCP
                 MOVE NUM-PEDIDO       TO NUM-PEDIDO-RECOMPRA-RCP
                 MOVE VALOR-PEDIDO     TO VALOR-RECOMPRA-RCP
                 REWRITE REG-RECUPERACAO
              END-IF
           ELSE
              MOVE "S"                 TO WS-SW-FIM-RCP
           END-IF

           .
       4130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCEDIMENTO DE ENTRADA DO SORT - LIBERA AS SINALIZACOES DO    *
      * PERIODO E DO VENDEDOR INFORMADOS                               *
      *----------------------------------------------------------------*
       4200-SELECIONA-SINALIZACOES     SECTION.

           OPEN INPUT ARQ-RECUPERACAO

           IF WS-FL-STATUS-RCP         EQUAL ZEROS
              PERFORM 4210-LER-SINALIZACAO

              PERFORM 4220-LIBERA-SINALIZACAO UNTIL
                      WS-FL-STATUS-RCP NOT EQUAL "00"

              CLOSE ARQ-RECUPERACAO
           END-IF

           .
       4200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE RECUPERACAO                              *
      *----------------------------------------------------------------*
       4210-LER-SINALIZACAO            SECTION.

           READ ARQ-RECUPERACAO NEXT RECORD

           IF WS-FL-STATUS-RCP         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG076
              MOVE "ERRO NA LEITURA DO ARQUIVO DE RECUPERACAO"
                                       TO MSG-RETORNO-LNKG076
              PERFORM 3000-FINALIZA
           END-IF

           .
       4210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LIBERA A SINALIZACAO QUE ATENDE AO FILTRO                      *
      *----------------------------------------------------------------*
       4220-LIBERA-SINALIZACAO         SECTION.

           IF (COD-VENDEDOR-LNKG076    EQUAL ZEROS OR
               COD-VENDEDOR-RCP        EQUAL COD-VENDEDOR-LNKG076)
              AND DATA-SINAL-RCP       NOT LESS WS-DATA-INI
              AND DATA-SINAL-RCP       NOT GREATER WS-DATA-FIM
              MOVE COD-VENDEDOR-RCP    TO SRA-COD-VENDEDOR
              MOVE COD-CLIENTE-RCP     TO SRA-COD-CLIENTE
              MOVE DATA-SINAL-RCP      TO SRA-DATA-SINAL
              MOVE MOTIVO-RCP          TO SRA-MOTIVO
              MOVE SITUACAO-RCP        TO SRA-SITUACAO
              MOVE DATA-RECOMPRA-RCP   TO SRA-DATA-RECOMPRA
              MOVE NUM-PEDIDO-RECOMPRA-RCP
                                       TO SRA-NUM-PEDIDO
              MOVE VALOR-RECOMPRA-RCP  TO SRA-VALOR-RECOMPRA

              RELEASE REG-SORT-ACO
           END-IF

           PERFORM 4210-LER-SINALIZACAO

           .
       4220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCEDIMENTO DE SAIDA DO SORT - IMPRIME O ACOMPANHAMENTO POR   *
      * VENDEDOR COM SUBTOTAL E TOTAL GERAL                            *
      *----------------------------------------------------------------*
       4400-EMITE-ACOMPANHAMENTO       SECTION.

           OPEN INPUT ARQ-CLIENTE
                      ARQ-VENDEDOR

           OPEN OUTPUT ARQ-REL-ACOMP-RCP

           IF WS-FL-STATUS-RCA         NOT EQUAL ZEROS
              CLOSE ARQ-CLIENTE
                    ARQ-VENDEDOR
              MOVE 9                   TO COD-RETORNO-LNKG076
              MOVE "ERRO NA ABERTURA DO ACOMPANHAMENTO"
                                       TO MSG-RETORNO-LNKG076
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 4410-CABECALHO-ACOMP

           PERFORM 4420-RETORNA-SINALIZACAO

           PERFORM 4430-TRATA-SINALIZACAO UNTIL FIM-SORT

           IF VEND-ABERTO
              PERFORM 4460-SUBTOTAL-VENDEDOR
           END-IF

           PERFORM 4470-TOTAL-ACOMP

           CLOSE ARQ-CLIENTE
                 ARQ-VENDEDOR
                 ARQ-REL-ACOMP-RCP

           .
       4400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CABECALHO DO ACOMPANHAMENTO                                    *
      *----------------------------------------------------------------*
       4410-CABECALHO-ACOMP            SECTION.

           IF WS-DATA-INI              EQUAL ZEROS
              MOVE "INICIO"            TO WS-CAB-DATA-INI
           ELSE
              MOVE WS-DATA-INI         TO WS-DATA-AUX
              PERFORM 2900-EDITA-DATA
              MOVE WS-DATA-EDITADA     TO WS-CAB-DATA-INI
           END-IF

           MOVE WS-DATA-FIM            TO WS-DATA-AUX
           PERFORM 2900-EDITA-DATA
           MOVE WS-DATA-EDITADA        TO WS-CAB-DATA-FIM

           MOVE WS-DATA-HOJE           TO WS-DATA-AUX
           PERFORM 2900-EDITA-DATA
           MOVE WS-DATA-EDITADA        TO WS-CAB-DATA-HOJE

           MOVE WS-LIN-SEPARADOR       TO REG-REL-ACOMP-RCP
           WRITE REG-REL-ACOMP-RCP

           MOVE SPACES                 TO REG-REL-ACOMP-RCP
           MOVE WS-LIN-CAB-ACOMP       TO REG-REL-ACOMP-RCP
           WRITE REG-REL-ACOMP-RCP

           MOVE WS-LIN-SEPARADOR       TO REG-REL-ACOMP-RCP
           WRITE REG-REL-ACOMP-RCP

           MOVE SPACES                 TO REG-REL-ACOMP-RCP
           MOVE WS-LIN-CAB-COL-ACOMP   TO REG-REL-ACOMP-RCP
           WRITE REG-REL-ACOMP-RCP

           .
       4410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RETORNO DE UMA SINALIZACAO CLASSIFICADA                        *
      *----------------------------------------------------------------*
       4420-RETORNA-SINALIZACAO        SECTION.

           RETURN ARQ-SORT-ACO
               AT END MOVE "S"         TO WS-SW-FIM-SORT
           END-RETURN

           .
       4420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRATA UMA SINALIZACAO, COM QUEBRA E SUBTOTAL POR VENDEDOR      *
      *----------------------------------------------------------------*
       4430-TRATA-SINALIZACAO          SECTION.

           IF NOT VEND-ABERTO OR
              SRA-COD-VENDEDOR         NOT EQUAL WS-VEND-CORRENTE
              IF VEND-ABERTO
                 PERFORM 4460-SUBTOTAL-VENDEDOR
              END-IF
              MOVE "S"                 TO WS-SW-VEND-ABERTO
              MOVE SRA-COD-VENDEDOR    TO WS-VEND-CORRENTE
              PERFORM 4440-QUEBRA-VENDEDOR-ACOMP
           END-IF

           PERFORM 4450-IMPRIME-SINALIZACAO

           PERFORM 4420-RETORNA-SINALIZACAO

           .
       4430-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LINHA DE IDENTIFICACAO DO VENDEDOR NO ACOMPANHAMENTO           *
      *----------------------------------------------------------------*
       4440-QUEBRA-VENDEDOR-ACOMP      SECTION.

           MOVE ZEROS                  TO WS-QTD-VEND-SINAL
                                          WS-QTD-VEND-REC
                                          WS-VALOR-VEND-REC

           MOVE WS-VEND-CORRENTE       TO WS-LIN-VEND-COD
                                          COD-VENDEDOR

           READ ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE NOME-VENDEDOR       TO WS-LIN-VEND-NOME
           ELSE
              MOVE "VENDEDOR NAO CADASTRADO"
                                       TO WS-LIN-VEND-NOME
           END-IF

           MOVE SPACES                 TO REG-REL-ACOMP-RCP
           WRITE REG-REL-ACOMP-RCP

           MOVE WS-LIN-VENDEDOR        TO REG-REL-ACOMP-RCP
           WRITE REG-REL-ACOMP-RCP

           .
       4440-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME A SINALIZACAO - DIAS ATE A RECOMPRA, OU DIAS EM ABERTO *
      * QUANDO AINDA PENDENTE                                          *
      *----------------------------------------------------------------*
       4450-IMPRIME-SINALIZACAO        SECTION.

           MOVE SRA-COD-CLIENTE        TO WS-DTA-CLIENTE
                                          COD-CLIENTE

           READ ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE RAZAO-SOCIAL        TO WS-DTA-RAZAO
           ELSE
              MOVE "CLIENTE NAO CADASTRADO"
                                       TO WS-DTA-RAZAO
           END-IF

           MOVE SRA-DATA-SINAL         TO WS-DATA-AUX
           PERFORM 2900-EDITA-DATA
           MOVE WS-DATA-EDITADA        TO WS-DTA-SINALIZADO

           MOVE SRA-MOTIVO             TO WS-MOTIVO-DESCR
           PERFORM 2565-DESCREVE-MOTIVO

           ADD 1                       TO WS-QTD-VEND-SINAL
                                          WS-QTD-LISTADOS

           IF SRA-RECUPERADO
              MOVE "RECUPERADO"        TO WS-DTA-SITUACAO
              MOVE SRA-DATA-RECOMPRA   TO WS-DATA-AUX
              PERFORM 2900-EDITA-DATA
              MOVE WS-DATA-EDITADA     TO WS-DTA-RECOMPRA
              COMPUTE WS-DIAS-ACOMP = FUNCTION
                      INTEGER-OF-DATE(SRA-DATA-RECOMPRA)
                    - FUNCTION INTEGER-OF-DATE(SRA-DATA-SINAL)
              MOVE SRA-NUM-PEDIDO      TO WS-DTA-PEDIDO
              MOVE SRA-VALOR-RECOMPRA  TO WS-DTA-VALOR
              ADD 1                    TO WS-QTD-VEND-REC
                                          WS-QTD-LISTADOS-REC
              ADD SRA-VALOR-RECOMPRA   TO WS-VALOR-VEND-REC
                                          WS-VALOR-RECUPERADO
           ELSE
              MOVE "PENDENTE"          TO WS-DTA-SITUACAO
              MOVE SPACES              TO WS-DTA-RECOMPRA
              COMPUTE WS-DIAS-ACOMP = WS-INT-HOJE
                    - FUNCTION INTEGER-OF-DATE(SRA-DATA-SINAL)
              MOVE ZEROS               TO WS-DTA-PEDIDO
                                          WS-DTA-VALOR
           END-IF

           IF WS-DIAS-ACOMP            LESS ZEROS
              MOVE ZEROS               TO WS-DIAS-ACOMP
           END-IF
           MOVE WS-DIAS-ACOMP          TO WS-DTA-DIAS

           MOVE SPACES                 TO REG-REL-ACOMP-RCP
           MOVE WS-LIN-DET-ACOMP       TO REG-REL-ACOMP-RCP
           WRITE REG-REL-ACOMP-RCP

           .
       4450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SUBTOTAL DO VENDEDOR                                           *
      *----------------------------------------------------------------*
       4460-SUBTOTAL-VENDEDOR          SECTION.

           MOVE "  TOTAL VENDEDOR -"   TO WS-TTA-TITULO
           MOVE WS-QTD-VEND-SINAL      TO WS-TTA-SINALIZADOS
           MOVE WS-QTD-VEND-REC        TO WS-TTA-RECUPERADOS
           MOVE WS-VALOR-VEND-REC      TO WS-TTA-VALOR

           MOVE ZEROS                  TO WS-TAXA-RECUPERACAO
           IF WS-QTD-VEND-SINAL        GREATER ZEROS
              COMPUTE WS-TAXA-RECUPERACAO ROUNDED =
                      WS-QTD-VEND-REC * 100 / WS-QTD-VEND-SINAL
           END-IF
           MOVE WS-TAXA-RECUPERACAO    TO WS-TTA-TAXA

           MOVE SPACES                 TO REG-REL-ACOMP-RCP
           MOVE WS-LIN-TOTAL-ACOMP     TO REG-REL-ACOMP-RCP
           WRITE REG-REL-ACOMP-RCP

           .
       4460-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOTAL GERAL DO ACOMPANHAMENTO                                  *
      *----------------------------------------------------------------*
       4470-TOTAL-ACOMP                SECTION.

           MOVE "TOTAL GERAL -"        TO WS-TTA-TITULO
           MOVE WS-QTD-LISTADOS        TO WS-TTA-SINALIZADOS
           MOVE WS-QTD-LISTADOS-REC    TO WS-TTA-RECUPERADOS
           MOVE WS-VALOR-RECUPERADO    TO WS-TTA-VALOR

           MOVE ZEROS                  TO WS-TAXA-RECUPERACAO
           IF WS-QTD-LISTADOS          GREATER ZEROS
              COMPUTE WS-TAXA-RECUPERACAO ROUNDED =
                      WS-QTD-LISTADOS-REC * 100 / WS-QTD-LISTADOS
           END-IF
           MOVE WS-TAXA-RECUPERACAO    TO WS-TTA-TAXA

           MOVE WS-LIN-SEPARADOR       TO REG-REL-ACOMP-RCP
           WRITE REG-REL-ACOMP-RCP

           MOVE SPACES                 TO REG-REL-ACOMP-RCP
           MOVE WS-LIN-TOTAL-ACOMP     TO REG-REL-ACOMP-RCP
           WRITE REG-REL-ACOMP-RCP

           .
       4470-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           DISPLAY "PGFJF076P: " MSG-RETORNO-LNKG076

           MOVE COD-RETORNO-LNKG076    TO RETURN-CODE

           GOBACK

           .
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF076P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF076P.
      *----------------------------------------------------------------*
