       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF059P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF059P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: RAZAO DE COMISSAO A PAGAR - FECHAMENTO MENSAL,  *
      *                APROVACAO E EXTRATO POR VENDEDOR:               *
      *                FUNCAO 1 FECHA O AAAAMM: GRAVA NO               *
      *                ArqRazaoComissao UM LANCAMENTO DE COMISSAO      *
      *                GANHA POR PEDIDO NAO CANCELADO DO MES (MESMO    *
      *                PLANO, FAIXA E TAXA DE DIVERGENTE DO PGFJF018P) *
      *                E UM LANCAMENTO DE ESTORNO PARA CADA PEDIDO DE  *
      *                MES JA APROVADO QUE FOI CANCELADO OU CUJO       *
      *                TITULO CONTINUA EM ABERTO ALEM DOS DIAS DE      *
      *                ESTORNO DO ArqParametros NO ULTIMO DIA DO MES - *
      *                O MES PODE SER FECHADO DE NOVO ENQUANTO NAO FOR *
      *                APROVADO (OS LANCAMENTOS DO MES SAO REFEITOS);  *
      *                FUNCAO 2 APROVA O MES (SUPERVISOR, VALIDADO NO  *
      *                MENU) E CONGELA O RAZAO;                        *
      *                FUNCAO 3 EMITE O EXTRATO DE COMISSAO A PAGAR    *
      *                POR VENDEDOR: GANHO, ESTORNADO E LIQUIDO (COM   *
      *                OS LANCAMENTOS QUANDO UM VENDEDOR E INFORMADO)  *
      * ARQUIVOS.....: ArqPedido, ArqVendedor, ArqUltimaDistribuicao,  *
      *                ArqPlanoComissao, ArqTitulo, ArqRazaoComissao,  *
      *                ArqFechamentoComissao, ArqItemPedido,           *
      *                ArqDevolucao, ArqItemDevolucao                  *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                          *
      * 15/10/2026 FJF              O GANHO DO PEDIDO PASSA A INCLUIR  *
      *                             O BONUS DE CAMPANHA DE VENDA DOS   *
      *                             ITENS (VLR-BONUS-ITEM, PGFJF079P), *
      *                             GUARDADO TAMBEM EM VALOR-BONUS-LCM *
      *                             - PEDIDO SO COM BONUS GERA GANHO   *
      *                             MESMO SEM PLANO; O ESTORNO DEVOLVE *
      *                             O GANHO INTEIRO                    *
      * 15/10/2026 FJF              GANHO LIQUIDO DAS DEVOLUCOES DO    *
      *                             PEDIDO (ArqDevolucao) E BONUS      *
      *                             LIQUIDO DAS UNIDADES DEVOLVIDAS    *
      *                             (ArqItemDevolucao), COMO NO        *
      *                             PGFJF018P; DEVOLUCAO APOS A        *
      *                             APROVACAO GERA ESTORNO PARCIAL     *
      *                             (MOTIVO D, SEQ-LANC-LCM 01 A 99) E *
      *                             O ESTORNO INTEGRAL DESCONTA OS     *
      *                             PARCIAIS JA LANCADOS               *
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

           SELECT ARQ-PLANO-COM      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-PLC
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PLC.

           SELECT ARQ-TITULO         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-TITULO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TIT.

           SELECT ARQ-RAZAO-COM      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-LCM
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-LCM.

           SELECT ARQ-FECHA-COM      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS ANO-MES-FCM
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-FCM.

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
                                FILE STATUS IS WS-FL-STATUS-DEV.

           SELECT ARQ-ITEM-DEV       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-ITEM-DEV
                                FILE STATUS IS WS-FL-STATUS-IDV.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "VENDEDOR.CPY".

       FD  ARQ-ULT-DISTRIB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqUltimaDistribuicao'.
       COPY "ULTDIST.CPY".

       FD  ARQ-PLANO-COM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPlanoComissao'.
       COPY "PLANCOM.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTitulo'.
       COPY "TITULO.CPY".

       FD  ARQ-RAZAO-COM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRazaoComissao'.
       COPY "LEDCOM.CPY".

       FD  ARQ-FECHA-COM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqFechamentoComissao'.
       COPY "FECHCOM.CPY".

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

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-PED            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-ULT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PLC            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TIT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-LCM            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-FCM            PIC  X(002)         VALUE "00".

       77  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       77  WS-DATA-INI-MES             PIC  9(008)         VALUE ZEROS.
       77  WS-DATA-FIM-MES             PIC  9(008)         VALUE ZEROS.
       77  WS-DATA-PROX-MES            PIC  9(008)         VALUE ZEROS.
       77  WS-INT-APOIO                PIC  9(007)         VALUE ZEROS.
       77  WS-DIAS-ATRASO              PIC S9(007)         VALUE ZEROS.
       77  WS-ANO-MES-PEDIDO           PIC  9(006)         VALUE ZEROS.
       77  WS-ANO-PROX                 PIC  9(004)         VALUE ZEROS.
       77  WS-MES-PROX                 PIC  9(002)         VALUE ZEROS.
       77  WS-IDX-VEND                 PIC  9(005)         VALUE ZEROS.
       77  WS-ED-QTD                   PIC  ZZZZZZ9.

      *----------------------------------------------------------------*
      * DIAS DE ATRASO DO TITULO EM ABERTO QUE GERAM O ESTORNO -       *
      * CARREGADO DO ArqParametros NO INICIO DA EXECUCAO (O VALUE      *
      * ABAIXO E SO O ESTADO INICIAL)                                  *
      *----------------------------------------------------------------*
       77  WS-DIAS-ESTORNO             PIC  9(003)         VALUE 90.

      *----------------------------------------------------------------*
      * SITUACAO DO MES NO CONTROLE DE FECHAMENTO                      *
      *----------------------------------------------------------------*
       77  WS-SW-CONTROLE              PIC  X(001)         VALUE "N".
           88  CONTROLE-EXISTE              VALUE "S".
       77  WS-SITUACAO-MES             PIC  X(001)         VALUE SPACES.
           88  MES-FECHADO                  VALUE "F".
           88  MES-APROVADO                 VALUE "A".
       77  WS-SW-TEM-TITULO            PIC  X(001)         VALUE "N".
           88  TEM-ARQ-TITULO               VALUE "S".
       77  WS-SW-ESTORNA               PIC  X(001)         VALUE "N".
           88  ESTORNA-PEDIDO               VALUE "S".
       77  WS-MOTIVO-ESTORNO           PIC  X(001)         VALUE SPACES.

      *----------------------------------------------------------------*
      * BONUS DE CAMPANHA DOS ITENS DO PEDIDO                          *
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-ITE            PIC  X(002)         VALUE "00".
       77  WS-SW-TEM-ITEM-PED          PIC  X(001)         VALUE "N".
           88  TEM-ARQ-ITEM-PED             VALUE "S".
       77  WS-SW-FIM-ITE               PIC  X(001)         VALUE "N".
           88  FIM-ITEM-PEDIDO              VALUE "S".
       77  WS-BONUS-PEDIDO             PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-BONUS-ITEM-LIQ           PIC  9(007)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * DEVOLUCOES DO PEDIDO - ABATIDAS DA BASE E, PELAS UNIDADES      *
      * DEVOLVIDAS, DO BONUS (MESMA REGRA DO PGFJF018P)                *
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-DEV            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-IDV            PIC  X(002)         VALUE "00".
       77  WS-SW-TEM-DEVOLUCAO         PIC  X(001)         VALUE "N".
           88  TEM-ARQ-DEVOLUCAO            VALUE "S".
       77  WS-SW-TEM-ITEM-DEV          PIC  X(001)         VALUE "N".
           88  TEM-ARQ-ITEM-DEV             VALUE "S".
       77  WS-SW-FIM-DEV               PIC  X(001)         VALUE "N".
           88  FIM-DEVOLUCAO                VALUE "S".
       77  WS-SW-FIM-IDV               PIC  X(001)         VALUE "N".
           88  FIM-ITEM-DEVOLUCAO           VALUE "S".
       77  WS-VALOR-DEVOLVIDO          PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-VALOR-LIQUIDO            PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-QTD-DEVOLVIDA-ITEM       PIC  9(007)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * ESTORNO PARCIAL POR DEVOLUCAO APOS A APROVACAO - SOMA DOS      *
      * ESTORNOS PARCIAIS JA LANCADOS PARA O PEDIDO E DIFERENCA A      *
      * LANCAR NO MES EM FECHAMENTO                                    *
      *----------------------------------------------------------------*
       77  WS-SW-AJUSTA                PIC  X(001)         VALUE "N".
           88  AJUSTA-PEDIDO                VALUE "S".
       77  WS-SW-FIM-AJU               PIC  X(001)         VALUE "N".
           88  FIM-AJUSTES                  VALUE "S".
       77  WS-QTD-AJUSTES              PIC  9(002)         VALUE ZEROS.
       77  WS-AJU-BASE                 PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-AJU-BONUS                PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-AJU-VALOR                PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-COMISSAO-LIQUIDA         PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-DIF-BASE                 PIC S9(009)V9(002)  VALUE ZEROS.
       77  WS-DIF-BONUS                PIC S9(009)V9(002)  VALUE ZEROS.
       77  WS-DIF-VALOR                PIC S9(009)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * TOTAIS DO FECHAMENTO                                           *
      *----------------------------------------------------------------*
       77  WS-QTD-LANC                 PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-GANHO                PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-ESTORNO              PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-EXCLUIDOS            PIC  9(007)         VALUE ZEROS.
       77  WS-VLR-GANHO                PIC  9(011)V9(002)  VALUE ZEROS.
       77  WS-VLR-ESTORNO              PIC  9(011)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * LANCAMENTO DE GANHO LIDO PARA O ESTORNO                        *
      *----------------------------------------------------------------*
       01  WS-GANHO-ORIGEM.
           05  WS-GO-ANO-MES           PIC  9(006).
           05  WS-GO-COD-VEND          PIC  9(003).
           05  WS-GO-COD-CLI           PIC  9(007).
           05  WS-GO-BASE              PIC  9(009)V9(002).
           05  WS-GO-TAXA              PIC  9(002)V9(002).
           05  WS-GO-VALOR             PIC  9(009)V9(002).
           05  WS-GO-BONUS             PIC  9(009)V9(002).

      *----------------------------------------------------------------*
      * PLANO DE COMISSAO EM VIGOR NO PRIMEIRO DIA DO AAAAMM - O PLANO *
      * GERAL (REGIAO 0) E OS PLANOS POR REGIAO DO VENDEDOR            *
      *----------------------------------------------------------------*
       77  WS-SW-TEM-PLANO             PIC  X(001)         VALUE "N".
           88  TEM-PLANO                    VALUE "S".

       01  WS-PLANO-GERAL.
           05  WS-PG-VIGENCIA          PIC  9(008)         VALUE ZEROS.
           05  WS-PG-FAIXA             OCCURS 5 TIMES.
               10  WS-PG-LIMITE        PIC  9(011)V9(002).
               10  WS-PG-TAXA          PIC  9(002)V9(002).
           05  WS-PG-TAXA-DIV          PIC  9(002)V9(002)  VALUE ZEROS.

       01  WS-TAB-PLANO-REGIAO.
           05  WS-PLANO-REG            OCCURS 999 TIMES.
               10  WS-PR-VIGENCIA      PIC  9(008).
               10  WS-PR-FAIXA         OCCURS 5 TIMES.
                   15  WS-PR-LIMITE    PIC  9(011)V9(002).
                   15  WS-PR-TAXA      PIC  9(002)V9(002).
               10  WS-PR-TAXA-DIV      PIC  9(002)V9(002).

       77  WS-IDX-FAIXA                PIC  9(001)         VALUE ZEROS.
       77  WS-SW-FAIXA-ACHADA          PIC  X(001)         VALUE "N".
           88  FAIXA-ACHADA                 VALUE "S".
       77  WS-REGIAO-VEND              PIC  9(003)         VALUE ZEROS.
       77  WS-TAXA-PEDIDO              PIC  9(002)V9(002)  VALUE ZEROS.
       77  WS-COMISSAO-PEDIDO          PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-LIMITE-FAIXA             PIC  9(011)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * ACUMULADO DO MES E TAXAS APURADAS POR VENDEDOR                 *
      *----------------------------------------------------------------*
       01  WS-TAB-VENDEDOR-COM.
           05  WS-TAB-VLR-MES-VEND     PIC  9(011)V9(002)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.
           05  WS-TAB-TAXA-VEND        PIC  9(002)V9(002)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.
           05  WS-TAB-TAXA-DIV-VEND    PIC  9(002)V9(002)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      * TOTAIS DO EXTRATO POR VENDEDOR                                 *
      *----------------------------------------------------------------*
       01  WS-TAB-EXTRATO.
           05  WS-EXT-QTD-GANHO        PIC  9(005)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.
           05  WS-EXT-VLR-GANHO        PIC  9(011)V9(002)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.
           05  WS-EXT-QTD-ESTORNO      PIC  9(005)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.
           05  WS-EXT-VLR-ESTORNO      PIC  9(011)V9(002)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.

       77  WS-LIQUIDO                  PIC S9(011)V9(002)  VALUE ZEROS.
       77  WS-TOT-LIQUIDO              PIC S9(011)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * LINHAS DO EXTRATO                                              *
      *----------------------------------------------------------------*
       01  WS-CAB-1                    PIC  X(078)         VALUE
           "EXTRATO DE COMISSAO A PAGAR POR VENDEDOR".

       01  WS-CAB-PERIODO.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  FILLER                  PIC  X(018)         VALUE
               "PERIODO (AAAAMM): ".
           05  WS-CAB-ANO-MES          PIC  9(006).
           05  FILLER                  PIC  X(012)         VALUE
               "  SITUACAO: ".
           05  WS-CAB-SITUACAO         PIC  X(030).

       01  WS-DET-LANC.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  WS-DL-TIPO              PIC  X(007).
           05  FILLER                  PIC  X(008)         VALUE
               " PEDIDO ".
           05  WS-DL-PEDIDO            PIC  9(009).
           05  FILLER                  PIC  X(005)         VALUE
               " CLI ".
           05  WS-DL-CLIENTE           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(005)         VALUE
               " MES ".
           05  WS-DL-ORIGEM            PIC  9(006).
           05  FILLER                  PIC  X(006)         VALUE
               " BASE ".
           05  WS-DL-BASE              PIC  ZZZZZZZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DL-TAXA              PIC  Z9,99.
           05  FILLER                  PIC  X(002)         VALUE "% ".
           05  WS-DL-VALOR             PIC  ZZZZZZZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DL-MOTIVO            PIC  X(009).

       01  WS-DET-VEND.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DV-COD-VEND          PIC  ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DV-NOME-VEND         PIC  X(030).
           05  FILLER                  PIC  X(008)         VALUE
               " GANHO: ".
           05  WS-DV-GANHO             PIC  ZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(011)         VALUE
               " ESTORNOS: ".
           05  WS-DV-ESTORNO           PIC  ZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(010)         VALUE
               " LIQUIDO: ".
           05  WS-DV-LIQUIDO           PIC  -ZZZZZZZZZ9,99.

       01  WS-DET-TOTAL.
           05  FILLER                  PIC  X(037)         VALUE
               "  TOTAL GERAL".
           05  FILLER                  PIC  X(008)         VALUE
               " GANHO: ".
           05  WS-DT-GANHO             PIC  ZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(011)         VALUE
               " ESTORNOS: ".
           05  WS-DT-ESTORNO           PIC  ZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(010)         VALUE
               " LIQUIDO: ".
           05  WS-DT-LIQUIDO           PIC  -ZZZZZZZZZ9,99.

      *----------------------------------------------------------------*
      * AREAS DE COMUNICAÇÃO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-PGFJF012                 PIC  X(009)         VALUE
           'PGFJF012P'.

       COPY LNKG012L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG059L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG059L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA

           EVALUATE COD-FUNCAO-LNKG059
               WHEN 1
                    PERFORM 2000-FECHA-MES
               WHEN 2
                    PERFORM 4000-APROVA-MES
               WHEN 3
                    PERFORM 5000-EMITE-EXTRATO
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-LNKG059
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-LNKG059
           END-EVALUATE

           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - VALIDA O AAAAMM, MONTA O PRIMEIRO E  *
      * O ULTIMO DIA DO MES E CARREGA OS DIAS DE ESTORNO               *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-LNKG059
                                           QTD-LANC-LNKG059
                                           VALOR-GANHO-LNKG059
                                           VALOR-ESTORNO-LNKG059
           MOVE SPACES                 TO MSG-RETORNO-LNKG059

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-HOJE

           IF ANO-MES-LNKG059          EQUAL ZEROS OR
              ANO-MES-LNKG059(5:2)     EQUAL "00" OR
              ANO-MES-LNKG059(5:2)     GREATER "12"
              MOVE 9                   TO COD-RETORNO-LNKG059
              MOVE "INFORME UM PERIODO AAAAMM VALIDO"
                                       TO MSG-RETORNO-LNKG059
              PERFORM 3000-FINALIZA
           END-IF

           COMPUTE WS-DATA-INI-MES = ANO-MES-LNKG059 * 100 + 1

           MOVE ANO-MES-LNKG059(1:4)   TO WS-ANO-PROX
           MOVE ANO-MES-LNKG059(5:2)   TO WS-MES-PROX

           IF WS-MES-PROX              EQUAL 12
              ADD 1                    TO WS-ANO-PROX
              MOVE 1                   TO WS-MES-PROX
           ELSE
              ADD 1                    TO WS-MES-PROX
           END-IF

           COMPUTE WS-DATA-PROX-MES = WS-ANO-PROX * 10000
                                    + WS-MES-PROX * 100 + 1

           COMPUTE WS-INT-APOIO = FUNCTION
                   INTEGER-OF-DATE(WS-DATA-PROX-MES) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-APOIO)
                                       TO WS-DATA-FIM-MES

           MOVE 0                      TO COD-FUNCAO-LNKG012

           CALL WS-PGFJF012            USING LNKG012L

           IF DIAS-ESTORNO-LNKG012     GREATER ZEROS
              MOVE DIAS-ESTORNO-LNKG012
                                       TO WS-DIAS-ESTORNO
           END-IF

           INITIALIZE WS-PLANO-GERAL
                      WS-TAB-PLANO-REGIAO

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 1 - FECHAMENTO DO MES                                   *
      *----------------------------------------------------------------*
       2000-FECHA-MES                  SECTION.

           PERFORM 2050-ABRE-CONTROLE

           IF MES-APROVADO
              MOVE 9                   TO COD-RETORNO-LNKG059
              MOVE "MES JA APROVADO - RAZAO DE COMISSAO CONGELADO"
                                       TO MSG-RETORNO-LNKG059
              CLOSE ARQ-FECHA-COM
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2100-OPEN-ARQUIVOS

           PERFORM 2150-CARREGA-PLANOS

           PERFORM 2200-LIMPA-MES

           PERFORM 2300-LER-ARQ-PEDIDO

           PERFORM 2310-ACUMULA-PEDIDO UNTIL
                   WS-FL-STATUS-PED     NOT EQUAL "00"

           PERFORM 2400-APURA-TAXA-VEND
                   VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND GREATER 999

           MOVE ZEROS                  TO NUM-PEDIDO

           START ARQ-PEDIDO KEY IS NOT LESS THAN NUM-PEDIDO

           IF WS-FL-STATUS-PED         EQUAL ZEROS
              PERFORM 2300-LER-ARQ-PEDIDO

              PERFORM 2500-LANCA-PEDIDO UNTIL
                      WS-FL-STATUS-PED  NOT EQUAL "00"
           END-IF

           PERFORM 2700-GRAVA-CONTROLE

           PERFORM 2800-CLOSE-ARQUIVOS

           MOVE WS-QTD-LANC            TO QTD-LANC-LNKG059
           MOVE WS-VLR-GANHO           TO VALOR-GANHO-LNKG059
           MOVE WS-VLR-ESTORNO         TO VALOR-ESTORNO-LNKG059

           MOVE WS-QTD-GANHO           TO WS-ED-QTD
           DISPLAY "PGFJF059P: LANCAMENTOS DE GANHO...: " WS-ED-QTD
           MOVE WS-QTD-ESTORNO         TO WS-ED-QTD
           DISPLAY "PGFJF059P: LANCAMENTOS DE ESTORNO.: " WS-ED-QTD

           MOVE "FECHAMENTO DE COMISSAO DO MES REALIZADO"
                                       TO MSG-RETORNO-LNKG059

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE O CONTROLE DE FECHAMENTO (CRIA QUANDO NAO EXISTE) E LE A  *
      * SITUACAO DO MES                                                *
      *----------------------------------------------------------------*
       2050-ABRE-CONTROLE              SECTION.

           OPEN I-O ARQ-FECHA-COM

           IF WS-FL-STATUS-FCM         EQUAL "35"
              OPEN OUTPUT ARQ-FECHA-COM
              CLOSE ARQ-FECHA-COM
              OPEN I-O ARQ-FECHA-COM
           END-IF

           IF WS-FL-STATUS-FCM         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG059
              MOVE "ERRO NA ABERTURA DO CONTROLE DE FECHAMENTO"
                                       TO MSG-RETORNO-LNKG059
              PERFORM 3000-FINALIZA
           END-IF

           MOVE "N"                    TO WS-SW-CONTROLE
           MOVE SPACES                 TO WS-SITUACAO-MES
           MOVE ANO-MES-LNKG059        TO ANO-MES-FCM

           READ ARQ-FECHA-COM

           IF WS-FL-STATUS-FCM         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-CONTROLE
              MOVE SITUACAO-FCM        TO WS-SITUACAO-MES
           END-IF

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DOS ARQUIVOS DO FECHAMENTO - SEM ArqTitulo O ESTORNO  *
      * FICA RESTRITO AOS PEDIDOS CANCELADOS                           *
      *----------------------------------------------------------------*
       2100-OPEN-ARQUIVOS              SECTION.

           OPEN INPUT ARQ-PEDIDO

           IF WS-FL-STATUS-PED         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG059
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDO"
                                       TO MSG-RETORNO-LNKG059
              CLOSE ARQ-FECHA-COM
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG059
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE VENDEDOR"
                                       TO MSG-RETORNO-LNKG059
              CLOSE ARQ-FECHA-COM
              CLOSE ARQ-PEDIDO
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-ULT-DISTRIB

           IF WS-FL-STATUS-ULT         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG059
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE ULTIMA DISTRIBUICAO"
                                       TO MSG-RETORNO-LNKG059
              CLOSE ARQ-FECHA-COM
              CLOSE ARQ-PEDIDO
              CLOSE ARQ-VENDEDOR
              PERFORM 3000-FINALIZA
           END-IF

           MOVE "N"                    TO WS-SW-TEM-TITULO

           OPEN INPUT ARQ-TITULO

           IF WS-FL-STATUS-TIT         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-TEM-TITULO
           END-IF

           MOVE "N"                    TO WS-SW-TEM-ITEM-PED

           OPEN INPUT ARQ-ITEM-PED

           IF WS-FL-STATUS-ITE         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-TEM-ITEM-PED
           END-IF

           MOVE "N"                    TO WS-SW-TEM-DEVOLUCAO
                                          WS-SW-TEM-ITEM-DEV

           OPEN INPUT ARQ-DEVOLUCAO

           IF WS-FL-STATUS-DEV         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-TEM-DEVOLUCAO
           END-IF

           OPEN INPUT ARQ-ITEM-DEV

           IF WS-FL-STATUS-IDV         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-TEM-ITEM-DEV
           END-IF

           OPEN I-O ARQ-RAZAO-COM

           IF WS-FL-STATUS-LCM         EQUAL "35"
              OPEN OUTPUT ARQ-RAZAO-COM
              CLOSE ARQ-RAZAO-COM
              OPEN I-O ARQ-RAZAO-COM
           END-IF

           IF WS-FL-STATUS-LCM         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG059
              MOVE "ERRO NA ABERTURA DO RAZAO DE COMISSAO"
                                       TO MSG-RETORNO-LNKG059
              CLOSE ARQ-FECHA-COM
              CLOSE ARQ-PEDIDO
              CLOSE ARQ-VENDEDOR
              CLOSE ARQ-ULT-DISTRIB
              IF TEM-ARQ-TITULO
                 CLOSE ARQ-TITULO
              END-IF
              IF TEM-ARQ-ITEM-PED
                 CLOSE ARQ-ITEM-PED
              END-IF
              IF TEM-ARQ-DEVOLUCAO
                 CLOSE ARQ-DEVOLUCAO
              END-IF
              IF TEM-ARQ-ITEM-DEV
                 CLOSE ARQ-ITEM-DEV
              END-IF
              PERFORM 3000-FINALIZA
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA O PLANO DE COMISSAO EM VIGOR NO PRIMEIRO DIA DO AAAAMM *
      * (MESMA REGRA DO PGFJF018P) - SEM PLANO O MES FECHA SEM GANHO   *
      *----------------------------------------------------------------*
       2150-CARREGA-PLANOS             SECTION.

           MOVE "N"                    TO WS-SW-TEM-PLANO

           OPEN INPUT ARQ-PLANO-COM

           IF WS-FL-STATUS-PLC         EQUAL ZEROS
              PERFORM 2160-LER-ARQ-PLANO

              PERFORM 2170-GUARDA-PLANO UNTIL
                      WS-FL-STATUS-PLC NOT EQUAL "00"

              CLOSE ARQ-PLANO-COM
           END-IF

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE PLANOS DE COMISSAO                       *
      *----------------------------------------------------------------*
       2160-LER-ARQ-PLANO              SECTION.

           READ ARQ-PLANO-COM NEXT RECORD

           .
       2160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA O PLANO LIDO QUANDO ELE E O MAIS RECENTE DENTRO DO      *
      * PRIMEIRO DIA DO MES                                            *
      *----------------------------------------------------------------*
       2170-GUARDA-PLANO               SECTION.

           IF WS-FL-STATUS-PLC         EQUAL ZEROS
              IF DATA-VIGENCIA-PLC     NOT GREATER WS-DATA-INI-MES
                 IF COD-REGIAO-PLC     EQUAL ZEROS
                    IF DATA-VIGENCIA-PLC GREATER WS-PG-VIGENCIA
                       MOVE DATA-VIGENCIA-PLC
                                       TO WS-PG-VIGENCIA
                       PERFORM 2175-GUARDA-FAIXA-GERAL
                               VARYING WS-IDX-FAIXA FROM 1 BY 1
                               UNTIL WS-IDX-FAIXA GREATER 5
                       MOVE TAXA-DIVERGENTE-PLC
                                       TO WS-PG-TAXA-DIV
                       MOVE "S"        TO WS-SW-TEM-PLANO
                    END-IF
                 ELSE
                    IF DATA-VIGENCIA-PLC GREATER
                       WS-PR-VIGENCIA(COD-REGIAO-PLC)
                       MOVE DATA-VIGENCIA-PLC
                                 TO WS-PR-VIGENCIA(COD-REGIAO-PLC)
                       PERFORM 2176-GUARDA-FAIXA-REGIAO
                               VARYING WS-IDX-FAIXA FROM 1 BY 1
                               UNTIL WS-IDX-FAIXA GREATER 5
                       MOVE TAXA-DIVERGENTE-PLC
                                 TO WS-PR-TAXA-DIV(COD-REGIAO-PLC)
                       MOVE "S"        TO WS-SW-TEM-PLANO
                    END-IF
                 END-IF
              END-IF

              PERFORM 2160-LER-ARQ-PLANO
           END-IF

           .
       2170-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA UMA FAIXA DO PLANO GERAL                                *
      *----------------------------------------------------------------*
       2175-GUARDA-FAIXA-GERAL         SECTION.

           MOVE LIMITE-FAIXA-PLC(WS-IDX-FAIXA)
                                       TO WS-PG-LIMITE(WS-IDX-FAIXA)
           MOVE TAXA-FAIXA-PLC(WS-IDX-FAIXA)
                                       TO WS-PG-TAXA(WS-IDX-FAIXA)

           .
       2175-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA UMA FAIXA DO PLANO DA REGIAO                            *
      *----------------------------------------------------------------*
       2176-GUARDA-FAIXA-REGIAO        SECTION.

           MOVE LIMITE-FAIXA-PLC(WS-IDX-FAIXA)
                      TO WS-PR-LIMITE(COD-REGIAO-PLC WS-IDX-FAIXA)
           MOVE TAXA-FAIXA-PLC(WS-IDX-FAIXA)
                      TO WS-PR-TAXA(COD-REGIAO-PLC WS-IDX-FAIXA)

           .
       2176-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUI OS LANCAMENTOS DE UM FECHAMENTO ANTERIOR DO MESMO MES   *
      * (O MES AINDA NAO FOI APROVADO, ENTAO E REFEITO POR INTEIRO)    *
      *----------------------------------------------------------------*
       2200-LIMPA-MES                  SECTION.

           MOVE ZEROS                  TO WS-QTD-EXCLUIDOS

           IF CONTROLE-EXISTE
              PERFORM 2210-LER-RAZAO

              PERFORM 2220-EXCLUI-LANCAMENTO UNTIL
                      WS-FL-STATUS-LCM NOT EQUAL "00"

              IF WS-QTD-EXCLUIDOS      GREATER ZEROS
                 MOVE WS-QTD-EXCLUIDOS TO WS-ED-QTD
                 DISPLAY "PGFJF059P: LANCAMENTOS REFEITOS.....: "
                         WS-ED-QTD
              END-IF
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DO RAZAO DE COMISSAO                        *
      *----------------------------------------------------------------*
       2210-LER-RAZAO                  SECTION.

           READ ARQ-RAZAO-COM NEXT RECORD

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUI O LANCAMENTO QUANDO ELE E DO MES EM FECHAMENTO          *
      *----------------------------------------------------------------*
       2220-EXCLUI-LANCAMENTO          SECTION.

           IF WS-FL-STATUS-LCM         EQUAL ZEROS
              IF ANO-MES-LCM           EQUAL ANO-MES-LNKG059
                 DELETE ARQ-RAZAO-COM RECORD
                 IF WS-FL-STATUS-LCM   EQUAL ZEROS
                    ADD 1              TO WS-QTD-EXCLUIDOS
                 END-IF
              END-IF

              PERFORM 2210-LER-RAZAO
           END-IF

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DO ARQUIVO DE PEDIDOS                       *
      *----------------------------------------------------------------*
       2300-LER-ARQ-PEDIDO             SECTION.

           READ ARQ-PEDIDO NEXT RECORD

           IF WS-FL-STATUS-PED         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG059
              MOVE "ERRO NA LEITURA DO ARQUIVO DE PEDIDO"
                                       TO MSG-RETORNO-LNKG059
              PERFORM 2800-CLOSE-ARQUIVOS
              PERFORM 3000-FINALIZA
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PRIMEIRA PASSADA - ACUMULADO DO MES POR VENDEDOR, LIQUIDO DAS  *
      * DEVOLUCOES, QUE DEFINE A FAIXA DO PLANO (PEDIDO CANCELADO NAO  *
      * ENTRA, COMO NO PGFJF018P)                                      *
      *----------------------------------------------------------------*
       2310-ACUMULA-PEDIDO             SECTION.

           MOVE DATA-PEDIDO(1:6)       TO WS-ANO-MES-PEDIDO

           IF WS-ANO-MES-PEDIDO        EQUAL ANO-MES-LNKG059 AND
              COD-VENDEDOR-PED         GREATER ZEROS AND
              NOT PED-CANCELADO
              PERFORM 2530-SOMA-DEVOLVIDO
              ADD WS-VALOR-LIQUIDO     TO
                  WS-TAB-VLR-MES-VEND(COD-VENDEDOR-PED)
           END-IF

           PERFORM 2300-LER-ARQ-PEDIDO

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APURA A TAXA DA FAIXA E A TAXA DE DIVERGENTE DO VENDEDOR NO    *
      * PLANO DA SUA REGIAO (OU NO GERAL)                              *
      *----------------------------------------------------------------*
       2400-APURA-TAXA-VEND            SECTION.

           IF TEM-PLANO AND
              WS-TAB-VLR-MES-VEND(WS-IDX-VEND) GREATER ZEROS
              MOVE WS-IDX-VEND         TO COD-VENDEDOR
              MOVE ZEROS               TO WS-REGIAO-VEND

              READ ARQ-VENDEDOR

              IF WS-FL-STATUS-VEN      EQUAL ZEROS
                 MOVE COD-REGIAO-VEND  TO WS-REGIAO-VEND
              END-IF

              IF WS-REGIAO-VEND        GREATER ZEROS AND
                 WS-PR-VIGENCIA(WS-REGIAO-VEND) GREATER ZEROS
                 MOVE WS-PR-TAXA-DIV(WS-REGIAO-VEND)
                                TO WS-TAB-TAXA-DIV-VEND(WS-IDX-VEND)
              ELSE
                 MOVE WS-PG-TAXA-DIV
                                TO WS-TAB-TAXA-DIV-VEND(WS-IDX-VEND)
              END-IF

              MOVE "N"                 TO WS-SW-FAIXA-ACHADA

              PERFORM 2410-ESCOLHE-FAIXA
                      VARYING WS-IDX-FAIXA FROM 1 BY 1
                      UNTIL WS-IDX-FAIXA GREATER 5 OR FAIXA-ACHADA
           END-IF

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ESCOLHE A FAIXA DO ACUMULADO DO MES: VALE A PRIMEIRA FAIXA     *
      * CUJO LIMITE COBRE O ACUMULADO; LIMITE ZERO COM TAXA            *
      * PREENCHIDA E A FAIXA SEM TETO                                  *
      *----------------------------------------------------------------*
       2410-ESCOLHE-FAIXA              SECTION.

           IF WS-REGIAO-VEND           GREATER ZEROS AND
              WS-PR-VIGENCIA(WS-REGIAO-VEND) GREATER ZEROS
              MOVE WS-PR-LIMITE(WS-REGIAO-VEND WS-IDX-FAIXA)
                                       TO WS-LIMITE-FAIXA
              IF WS-PR-TAXA(WS-REGIAO-VEND WS-IDX-FAIXA)
                                       GREATER ZEROS
                 IF WS-LIMITE-FAIXA    EQUAL ZEROS OR
                    WS-TAB-VLR-MES-VEND(WS-IDX-VEND) NOT GREATER
                                       WS-LIMITE-FAIXA
                    MOVE WS-PR-TAXA(WS-REGIAO-VEND WS-IDX-FAIXA)
                                TO WS-TAB-TAXA-VEND(WS-IDX-VEND)
                    MOVE "S"           TO WS-SW-FAIXA-ACHADA
                 END-IF
              END-IF
           ELSE
              MOVE WS-PG-LIMITE(WS-IDX-FAIXA)
                                       TO WS-LIMITE-FAIXA
              IF WS-PG-TAXA(WS-IDX-FAIXA) GREATER ZEROS
                 IF WS-LIMITE-FAIXA    EQUAL ZEROS OR
                    WS-TAB-VLR-MES-VEND(WS-IDX-VEND) NOT GREATER
                                       WS-LIMITE-FAIXA
                    MOVE WS-PG-TAXA(WS-IDX-FAIXA)
                                TO WS-TAB-TAXA-VEND(WS-IDX-VEND)
                    MOVE "S"           TO WS-SW-FAIXA-ACHADA
                 END-IF
              END-IF
           END-IF

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SEGUNDA PASSADA - PEDIDO DO MES GERA O GANHO (PELO PLANO E/OU  *
      * PELO BONUS DE CAMPANHA, LIQUIDOS DAS DEVOLUCOES); PEDIDO DE    *
      * MES ANTERIOR E AVALIADO PARA ESTORNO INTEGRAL OU, SE NAO FOR   *
      * O CASO, PARA ESTORNO PARCIAL POR DEVOLUCAO                     *
      *----------------------------------------------------------------*
       2500-LANCA-PEDIDO               SECTION.

           MOVE DATA-PEDIDO(1:6)       TO WS-ANO-MES-PEDIDO

           IF COD-VENDEDOR-PED         GREATER ZEROS
              IF WS-ANO-MES-PEDIDO     EQUAL ANO-MES-LNKG059
                 IF NOT PED-CANCELADO
                    PERFORM 2530-SOMA-DEVOLVIDO
                    PERFORM 2520-SOMA-BONUS
                    IF TEM-PLANO OR WS-BONUS-PEDIDO GREATER ZEROS
                       PERFORM 2510-GRAVA-GANHO
                    END-IF
                 END-IF
              ELSE
                 IF WS-ANO-MES-PEDIDO  LESS ANO-MES-LNKG059
                    PERFORM 2600-VERIFICA-ESTORNO
                    IF NOT ESTORNA-PEDIDO AND NOT PED-CANCELADO
                       PERFORM 2640-VERIFICA-DEVOLUCAO
                    END-IF
                 END-IF
              END-IF
           END-IF

           PERFORM 2300-LER-ARQ-PEDIDO

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O LANCAMENTO DE COMISSAO GANHA DO PEDIDO - O PEDIDO      *
      * DIVERGENTE (VENDEDOR QUE NAO DETINHA O CLIENTE NA ULTIMA       *
      * DISTRIBUICAO) RECEBE A TAXA REDUZIDA DO PLANO; A BASE E O      *
      * VALOR DO PEDIDO MENOS AS DEVOLUCOES E O BONUS DE CAMPANHA      *
      * LIQUIDO DOS ITENS E SOMADO A COMISSAO                          *
      *----------------------------------------------------------------*
       2510-GRAVA-GANHO                SECTION.

           MOVE WS-TAB-TAXA-VEND(COD-VENDEDOR-PED)
                                       TO WS-TAXA-PEDIDO

           MOVE COD-CLIENTE-PED        TO COD-CLIENTE-ULT

           READ ARQ-ULT-DISTRIB

           IF WS-FL-STATUS-ULT         NOT EQUAL ZEROS OR
              COD-VENDEDOR-ULT         NOT EQUAL COD-VENDEDOR-PED
              MOVE WS-TAB-TAXA-DIV-VEND(COD-VENDEDOR-PED)
                                       TO WS-TAXA-PEDIDO
           END-IF

           COMPUTE WS-COMISSAO-PEDIDO ROUNDED =
                   WS-VALOR-LIQUIDO * WS-TAXA-PEDIDO / 100
                   + WS-BONUS-PEDIDO

           MOVE NUM-PEDIDO             TO NUM-PEDIDO-LCM
           MOVE "G"                    TO TIPO-LANC-LCM
           MOVE ZEROS                  TO SEQ-LANC-LCM
           MOVE ANO-MES-LNKG059        TO ANO-MES-LCM
                                          ANO-MES-ORIGEM-LCM
           MOVE COD-VENDEDOR-PED       TO COD-VENDEDOR-LCM
           MOVE COD-CLIENTE-PED        TO COD-CLIENTE-LCM
           MOVE WS-VALOR-LIQUIDO       TO VALOR-BASE-LCM
           MOVE WS-TAXA-PEDIDO         TO TAXA-LCM
           MOVE WS-COMISSAO-PEDIDO     TO VALOR-COMISSAO-LCM
           MOVE WS-BONUS-PEDIDO        TO VALOR-BONUS-LCM
           MOVE SPACES                 TO MOTIVO-ESTORNO-LCM
           MOVE WS-DATA-HOJE           TO DATA-LANC-LCM

           WRITE REG-RAZAO-COM

           IF WS-FL-STATUS-LCM         EQUAL ZEROS
              ADD 1                    TO WS-QTD-LANC
                                          WS-QTD-GANHO
              ADD WS-COMISSAO-PEDIDO   TO WS-VLR-GANHO
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG059
              MOVE "ERRO AO GRAVAR O RAZAO DE COMISSAO"
                                       TO MSG-RETORNO-LNKG059
              PERFORM 2800-CLOSE-ARQUIVOS
              PERFORM 3000-FINALIZA
           END-IF

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA O BONUS DE CAMPANHA GRAVADO NOS ITENS DO PEDIDO LIDO,     *
      * LIQUIDO DAS UNIDADES DEVOLVIDAS                                *
      *----------------------------------------------------------------*
       2520-SOMA-BONUS                 SECTION.

           MOVE ZEROS                  TO WS-BONUS-PEDIDO

           IF TEM-ARQ-ITEM-PED
              MOVE NUM-PEDIDO          TO NUM-PEDIDO-ITEM
              MOVE ZEROS               TO SEQ-ITEM
              MOVE "N"                 TO WS-SW-FIM-ITE

              START ARQ-ITEM-PED KEY IS NOT LESS THAN CHAVE-ITEM

              IF WS-FL-STATUS-ITE      NOT EQUAL ZEROS
                 MOVE "S"              TO WS-SW-FIM-ITE
              END-IF

              PERFORM 2525-LER-ITEM-PEDIDO UNTIL FIM-ITEM-PEDIDO
           END-IF

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE O PROXIMO ITEM DO PEDIDO E SOMA O BONUS, DESCONTADA A PARTE *
      * DAS UNIDADES DEVOLVIDAS DO ITEM                                *
      *----------------------------------------------------------------*
       2525-LER-ITEM-PEDIDO            SECTION.

           READ ARQ-ITEM-PED NEXT RECORD

           IF WS-FL-STATUS-ITE         EQUAL ZEROS AND
              NUM-PEDIDO-ITEM          EQUAL NUM-PEDIDO
              IF VLR-BONUS-ITEM        GREATER ZEROS
                 PERFORM 2540-SOMA-ITEM-DEVOLVIDO

                 IF WS-QTD-DEVOLVIDA-ITEM NOT LESS QUANTIDADE-ITEM
                    MOVE ZEROS         TO WS-BONUS-ITEM-LIQ
                 ELSE
                    COMPUTE WS-BONUS-ITEM-LIQ ROUNDED =
                            VLR-BONUS-ITEM
                          * (QUANTIDADE-ITEM - WS-QTD-DEVOLVIDA-ITEM)
                          / QUANTIDADE-ITEM
                 END-IF

                 ADD WS-BONUS-ITEM-LIQ TO WS-BONUS-PEDIDO
              END-IF
           ELSE
              MOVE "S"                 TO WS-SW-FIM-ITE
           END-IF

           .
       2525-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA O VALOR DAS DEVOLUCOES REGISTRADAS PARA O PEDIDO LIDO E   *
      * APURA O VALOR LIQUIDO DO PEDIDO                                *
      *----------------------------------------------------------------*
       2530-SOMA-DEVOLVIDO             SECTION.

           MOVE ZEROS                  TO WS-VALOR-DEVOLVIDO

           IF TEM-ARQ-DEVOLUCAO
              MOVE NUM-PEDIDO          TO NUM-PEDIDO-DEV
              MOVE ZEROS               TO SEQ-DEV
              MOVE "N"                 TO WS-SW-FIM-DEV

              START ARQ-DEVOLUCAO KEY IS NOT LESS THAN CHAVE-DEV

              IF WS-FL-STATUS-DEV      NOT EQUAL ZEROS
                 MOVE "S"              TO WS-SW-FIM-DEV
              END-IF

              PERFORM 2535-LER-DEVOLUCAO UNTIL FIM-DEVOLUCAO
           END-IF

           COMPUTE WS-VALOR-LIQUIDO = VALOR-PEDIDO
                                    - WS-VALOR-DEVOLVIDO

           .
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A PROXIMA DEVOLUCAO DO PEDIDO E SOMA O VALOR                *
      *----------------------------------------------------------------*
       2535-LER-DEVOLUCAO              SECTION.

           READ ARQ-DEVOLUCAO NEXT RECORD

           IF WS-FL-STATUS-DEV         EQUAL ZEROS AND
              NUM-PEDIDO-DEV           EQUAL NUM-PEDIDO
              ADD VALOR-DEVOLUCAO      TO WS-VALOR-DEVOLVIDO
           ELSE
              MOVE "S"                 TO WS-SW-FIM-DEV
           END-IF

           .
       2535-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA AS UNIDADES DEVOLVIDAS DO ITEM EM TODAS AS DEVOLUCOES DO  *
      * PEDIDO                                                         *
      *----------------------------------------------------------------*
       2540-SOMA-ITEM-DEVOLVIDO        SECTION.

           MOVE ZEROS                  TO WS-QTD-DEVOLVIDA-ITEM

           IF TEM-ARQ-ITEM-DEV
              MOVE NUM-PEDIDO          TO NUM-PEDIDO-IDV
              MOVE ZEROS               TO SEQ-DEV-IDV
                                          SEQ-ITEM-IDV
              MOVE "N"                 TO WS-SW-FIM-IDV

              START ARQ-ITEM-DEV KEY IS NOT LESS THAN CHAVE-ITEM-DEV

              IF WS-FL-STATUS-IDV      NOT EQUAL ZEROS
                 MOVE "S"              TO WS-SW-FIM-IDV
              END-IF

              PERFORM 2545-LER-ITEM-DEVOLUCAO UNTIL FIM-ITEM-DEVOLUCAO
           END-IF

           .
       2540-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE O PROXIMO ITEM DEVOLVIDO DO PEDIDO E SOMA A QUANTIDADE DO   *
      * ITEM EM TRATAMENTO                                             *
      *----------------------------------------------------------------*
       2545-LER-ITEM-DEVOLUCAO         SECTION.

           READ ARQ-ITEM-DEV NEXT RECORD

           IF WS-FL-STATUS-IDV         EQUAL ZEROS AND
              NUM-PEDIDO-IDV           EQUAL NUM-PEDIDO
              IF SEQ-ITEM-IDV          EQUAL SEQ-ITEM
                 ADD QUANTIDADE-IDV    TO WS-QTD-DEVOLVIDA-ITEM
              END-IF
           ELSE
              MOVE "S"                 TO WS-SW-FIM-IDV
           END-IF

           .
       2545-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ESTORNO - SO PARA PEDIDO COM GANHO EM MES JA APROVADO E AINDA  *
      * SEM ESTORNO: PEDIDO CANCELADO OU TITULO EM ABERTO HA MAIS DOS  *
      * DIAS DE ESTORNO NO ULTIMO DIA DO MES EM FECHAMENTO             *
      *----------------------------------------------------------------*
       2600-VERIFICA-ESTORNO           SECTION.

           MOVE "N"                    TO WS-SW-ESTORNA
           MOVE SPACES                 TO WS-MOTIVO-ESTORNO

           IF PED-CANCELADO
              MOVE "S"                 TO WS-SW-ESTORNA
              MOVE "C"                 TO WS-MOTIVO-ESTORNO
           ELSE
              IF TEM-ARQ-TITULO
                 PERFORM 2610-VERIFICA-TITULO
              END-IF
           END-IF

           IF ESTORNA-PEDIDO
              PERFORM 2620-BUSCA-GANHO
           END-IF

           IF ESTORNA-PEDIDO
              PERFORM 2630-GRAVA-ESTORNO
           END-IF

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TITULO DO PEDIDO EM ABERTO ALEM DO PRAZO DE ESTORNO            *
      *----------------------------------------------------------------*
       2610-VERIFICA-TITULO            SECTION.

           MOVE NUM-PEDIDO             TO NUM-TITULO

           READ ARQ-TITULO

           IF WS-FL-STATUS-TIT         EQUAL ZEROS AND TIT-ABERTO AND
              DATA-VENCIMENTO-TIT      GREATER ZEROS
              COMPUTE WS-DIAS-ATRASO = FUNCTION
                      INTEGER-OF-DATE(WS-DATA-FIM-MES)
                    - FUNCTION INTEGER-OF-DATE(DATA-VENCIMENTO-TIT)
              IF WS-DIAS-ATRASO        GREATER WS-DIAS-ESTORNO
                 MOVE "S"              TO WS-SW-ESTORNA
                 MOVE "T"              TO WS-MOTIVO-ESTORNO
              END-IF
           END-IF

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA O GANHO DO PEDIDO, CONFERE SE O MES DELE ESTA APROVADO E *
      * SE O PEDIDO AINDA NAO FOI ESTORNADO                            *
      *----------------------------------------------------------------*
       2620-BUSCA-GANHO                SECTION.

           MOVE NUM-PEDIDO             TO NUM-PEDIDO-LCM
           MOVE "G"                    TO TIPO-LANC-LCM
           MOVE ZEROS                  TO SEQ-LANC-LCM

           READ ARQ-RAZAO-COM

           IF WS-FL-STATUS-LCM         EQUAL ZEROS
              MOVE ANO-MES-LCM         TO WS-GO-ANO-MES
              MOVE COD-VENDEDOR-LCM    TO WS-GO-COD-VEND
              MOVE COD-CLIENTE-LCM     TO WS-GO-COD-CLI
              MOVE VALOR-BASE-LCM      TO WS-GO-BASE
              MOVE TAXA-LCM            TO WS-GO-TAXA
              MOVE VALOR-COMISSAO-LCM  TO WS-GO-VALOR
              MOVE VALOR-BONUS-LCM     TO WS-GO-BONUS
           ELSE
              MOVE "N"                 TO WS-SW-ESTORNA
           END-IF

           IF ESTORNA-PEDIDO
              MOVE WS-GO-ANO-MES       TO ANO-MES-FCM

              READ ARQ-FECHA-COM

              IF WS-FL-STATUS-FCM      NOT EQUAL ZEROS OR
                 NOT FCM-APROVADO
                 MOVE "N"              TO WS-SW-ESTORNA
              END-IF
           END-IF

           IF ESTORNA-PEDIDO
              MOVE NUM-PEDIDO          TO NUM-PEDIDO-LCM
              MOVE "E"                 TO TIPO-LANC-LCM
              MOVE ZEROS               TO SEQ-LANC-LCM

              READ ARQ-RAZAO-COM

              IF WS-FL-STATUS-LCM      EQUAL ZEROS
                 MOVE "N"              TO WS-SW-ESTORNA
              END-IF
           END-IF

           IF ESTORNA-PEDIDO
              PERFORM 2645-SOMA-AJUSTES

              SUBTRACT WS-AJU-BASE     FROM WS-GO-BASE
              SUBTRACT WS-AJU-BONUS    FROM WS-GO-BONUS
              SUBTRACT WS-AJU-VALOR    FROM WS-GO-VALOR
           END-IF

           .
       2620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O LANCAMENTO DE ESTORNO NO MES EM FECHAMENTO, PELO VALOR *
      * INTEGRAL DA COMISSAO GANHA MENOS OS ESTORNOS PARCIAIS POR      *
      * DEVOLUCAO JA LANCADOS                                          *
      *----------------------------------------------------------------*
       2630-GRAVA-ESTORNO              SECTION.

           MOVE NUM-PEDIDO             TO NUM-PEDIDO-LCM
           MOVE "E"                    TO TIPO-LANC-LCM
           MOVE ZEROS                  TO SEQ-LANC-LCM
           MOVE ANO-MES-LNKG059        TO ANO-MES-LCM
           MOVE WS-GO-ANO-MES          TO ANO-MES-ORIGEM-LCM
           MOVE WS-GO-COD-VEND         TO COD-VENDEDOR-LCM
           MOVE WS-GO-COD-CLI          TO COD-CLIENTE-LCM
           MOVE WS-GO-BASE             TO VALOR-BASE-LCM
           MOVE WS-GO-TAXA             TO TAXA-LCM
           MOVE WS-GO-VALOR            TO VALOR-COMISSAO-LCM
           MOVE WS-GO-BONUS            TO VALOR-BONUS-LCM
           MOVE WS-MOTIVO-ESTORNO      TO MOTIVO-ESTORNO-LCM
           MOVE WS-DATA-HOJE           TO DATA-LANC-LCM

           WRITE REG-RAZAO-COM

           IF WS-FL-STATUS-LCM         EQUAL ZEROS
              ADD 1                    TO WS-QTD-LANC
                                          WS-QTD-ESTORNO
              ADD WS-GO-VALOR          TO WS-VLR-ESTORNO
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG059
              MOVE "ERRO AO GRAVAR O RAZAO DE COMISSAO"
                                       TO MSG-RETORNO-LNKG059
              PERFORM 2800-CLOSE-ARQUIVOS
              PERFORM 3000-FINALIZA
           END-IF

           .
       2630-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ESTORNO PARCIAL POR DEVOLUCAO - PEDIDO COM GANHO EM MES JA     *
      * APROVADO E SEM ESTORNO INTEGRAL: A COMISSAO E RECALCULADA PELA *
      * BASE E PELO BONUS LIQUIDOS DE TODAS AS DEVOLUCOES E A PARTE    *
      * AINDA NAO ESTORNADA E LANCADA NO MES EM FECHAMENTO             *
      *----------------------------------------------------------------*
       2640-VERIFICA-DEVOLUCAO         SECTION.

           MOVE "S"                    TO WS-SW-AJUSTA

           MOVE NUM-PEDIDO             TO NUM-PEDIDO-LCM
           MOVE "G"                    TO TIPO-LANC-LCM
           MOVE ZEROS                  TO SEQ-LANC-LCM

           READ ARQ-RAZAO-COM

           IF WS-FL-STATUS-LCM         EQUAL ZEROS
              MOVE ANO-MES-LCM         TO WS-GO-ANO-MES
              MOVE COD-VENDEDOR-LCM    TO WS-GO-COD-VEND
              MOVE COD-CLIENTE-LCM     TO WS-GO-COD-CLI
              MOVE VALOR-BASE-LCM      TO WS-GO-BASE
              MOVE TAXA-LCM            TO WS-GO-TAXA
              MOVE VALOR-COMISSAO-LCM  TO WS-GO-VALOR
              MOVE VALOR-BONUS-LCM     TO WS-GO-BONUS
           ELSE
              MOVE "N"                 TO WS-SW-AJUSTA
           END-IF

           IF AJUSTA-PEDIDO
              MOVE WS-GO-ANO-MES       TO ANO-MES-FCM

              READ ARQ-FECHA-COM

              IF WS-FL-STATUS-FCM      NOT EQUAL ZEROS OR
                 NOT FCM-APROVADO
                 MOVE "N"              TO WS-SW-AJUSTA
              END-IF
           END-IF

           IF AJUSTA-PEDIDO
              MOVE NUM-PEDIDO          TO NUM-PEDIDO-LCM
              MOVE "E"                 TO TIPO-LANC-LCM
              MOVE ZEROS               TO SEQ-LANC-LCM

              READ ARQ-RAZAO-COM

              IF WS-FL-STATUS-LCM      EQUAL ZEROS
                 MOVE "N"              TO WS-SW-AJUSTA
              END-IF
           END-IF

           IF AJUSTA-PEDIDO
              PERFORM 2530-SOMA-DEVOLVIDO

              IF WS-VALOR-DEVOLVIDO    EQUAL ZEROS
                 MOVE "N"              TO WS-SW-AJUSTA
              END-IF
           END-IF

           IF AJUSTA-PEDIDO
              PERFORM 2520-SOMA-BONUS

              COMPUTE WS-COMISSAO-LIQUIDA ROUNDED =
                      WS-VALOR-LIQUIDO * WS-GO-TAXA / 100
                      + WS-BONUS-PEDIDO

              PERFORM 2645-SOMA-AJUSTES

              COMPUTE WS-DIF-VALOR = WS-GO-VALOR
                                   - WS-COMISSAO-LIQUIDA
                                   - WS-AJU-VALOR

              IF WS-DIF-VALOR          GREATER ZEROS AND
                 WS-QTD-AJUSTES        LESS 99
                 PERFORM 2650-GRAVA-AJUSTE
              END-IF
           END-IF

           .
       2640-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA OS ESTORNOS PARCIAIS POR DEVOLUCAO JA LANCADOS PARA O     *
      * PEDIDO (SEQUENCIA 01 EM DIANTE) E GUARDA A ULTIMA SEQUENCIA    *
      *----------------------------------------------------------------*
       2645-SOMA-AJUSTES               SECTION.

           MOVE ZEROS                  TO WS-QTD-AJUSTES
                                          WS-AJU-BASE
                                          WS-AJU-BONUS
                                          WS-AJU-VALOR
           MOVE "N"                    TO WS-SW-FIM-AJU

           MOVE NUM-PEDIDO             TO NUM-PEDIDO-LCM
           MOVE "E"                    TO TIPO-LANC-LCM
           MOVE 1                      TO SEQ-LANC-LCM

           START ARQ-RAZAO-COM KEY IS NOT LESS THAN CHAVE-LCM

           IF WS-FL-STATUS-LCM         NOT EQUAL ZEROS
              MOVE "S"                 TO WS-SW-FIM-AJU
           END-IF

           PERFORM 2648-LER-AJUSTE UNTIL FIM-AJUSTES

           .
       2645-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE O PROXIMO ESTORNO PARCIAL DO PEDIDO E ACUMULA               *
      *----------------------------------------------------------------*
       2648-LER-AJUSTE                 SECTION.

           READ ARQ-RAZAO-COM NEXT RECORD

           IF WS-FL-STATUS-LCM         EQUAL ZEROS AND
              NUM-PEDIDO-LCM           EQUAL NUM-PEDIDO AND
              LANC-ESTORNO-LCM
              MOVE SEQ-LANC-LCM        TO WS-QTD-AJUSTES
              ADD VALOR-BASE-LCM       TO WS-AJU-BASE
              ADD VALOR-BONUS-LCM      TO WS-AJU-BONUS
              ADD VALOR-COMISSAO-LCM   TO WS-AJU-VALOR
           ELSE
              MOVE "S"                 TO WS-SW-FIM-AJU
           END-IF

           .
       2648-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O ESTORNO PARCIAL POR DEVOLUCAO NO MES EM FECHAMENTO NA  *
      * PROXIMA SEQUENCIA DO PEDIDO                                    *
      *----------------------------------------------------------------*
       2650-GRAVA-AJUSTE               SECTION.

           COMPUTE WS-DIF-BASE  = WS-GO-BASE
                                - WS-VALOR-LIQUIDO
                                - WS-AJU-BASE
           COMPUTE WS-DIF-BONUS = WS-GO-BONUS
                                - WS-BONUS-PEDIDO
                                - WS-AJU-BONUS

           IF WS-DIF-BASE              LESS ZEROS
              MOVE ZEROS               TO WS-DIF-BASE
           END-IF

           IF WS-DIF-BONUS             LESS ZEROS
              MOVE ZEROS               TO WS-DIF-BONUS
           END-IF

           ADD 1                       TO WS-QTD-AJUSTES

           MOVE NUM-PEDIDO             TO NUM-PEDIDO-LCM
           MOVE "E"                    TO TIPO-LANC-LCM
           MOVE WS-QTD-AJUSTES         TO SEQ-LANC-LCM
           MOVE ANO-MES-LNKG059        TO ANO-MES-LCM
           MOVE WS-GO-ANO-MES          TO ANO-MES-ORIGEM-LCM
           MOVE WS-GO-COD-VEND         TO COD-VENDEDOR-LCM
           MOVE WS-GO-COD-CLI          TO COD-CLIENTE-LCM
           MOVE WS-DIF-BASE            TO VALOR-BASE-LCM
           MOVE WS-GO-TAXA             TO TAXA-LCM
           MOVE WS-DIF-VALOR           TO VALOR-COMISSAO-LCM
           MOVE WS-DIF-BONUS           TO VALOR-BONUS-LCM
           MOVE "D"                    TO MOTIVO-ESTORNO-LCM
           MOVE WS-DATA-HOJE           TO DATA-LANC-LCM

           WRITE REG-RAZAO-COM

           IF WS-FL-STATUS-LCM         EQUAL ZEROS
              ADD 1                    TO WS-QTD-LANC
                                          WS-QTD-ESTORNO
              ADD WS-DIF-VALOR         TO WS-VLR-ESTORNO
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG059
              MOVE "ERRO AO GRAVAR O RAZAO DE COMISSAO"
                                       TO MSG-RETORNO-LNKG059
              PERFORM 2800-CLOSE-ARQUIVOS
              PERFORM 3000-FINALIZA
           END-IF

           .
       2650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O CONTROLE DO MES COMO FECHADO COM OS TOTAIS             *
      *----------------------------------------------------------------*
       2700-GRAVA-CONTROLE             SECTION.

           MOVE ANO-MES-LNKG059        TO ANO-MES-FCM
           MOVE "F"                    TO SITUACAO-FCM
           MOVE WS-DATA-HOJE           TO DATA-FECHAMENTO-FCM
           MOVE ZEROS                  TO DATA-APROVACAO-FCM
           MOVE SPACES                 TO USUARIO-APROVACAO-FCM
           MOVE WS-QTD-LANC            TO QTD-LANC-FCM
           MOVE WS-VLR-GANHO           TO VALOR-GANHO-FCM
           MOVE WS-VLR-ESTORNO         TO VALOR-ESTORNO-FCM

           IF CONTROLE-EXISTE
              REWRITE REG-FECHA-COM
           ELSE
              WRITE REG-FECHA-COM
           END-IF

           IF WS-FL-STATUS-FCM         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG059
              MOVE "ERRO AO GRAVAR O CONTROLE DE FECHAMENTO"
                                       TO MSG-RETORNO-LNKG059
              PERFORM 2800-CLOSE-ARQUIVOS
              PERFORM 3000-FINALIZA
           END-IF

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DOS ARQUIVOS DO FECHAMENTO                          *
      *----------------------------------------------------------------*
       2800-CLOSE-ARQUIVOS             SECTION.

           CLOSE ARQ-PEDIDO
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-ULT-DISTRIB
           CLOSE ARQ-RAZAO-COM
           CLOSE ARQ-FECHA-COM

           IF TEM-ARQ-TITULO
              CLOSE ARQ-TITULO
           END-IF

           IF TEM-ARQ-ITEM-PED
              CLOSE ARQ-ITEM-PED
           END-IF

           IF TEM-ARQ-DEVOLUCAO
              CLOSE ARQ-DEVOLUCAO
           END-IF

           IF TEM-ARQ-ITEM-DEV
              CLOSE ARQ-ITEM-DEV
           END-IF

           .
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 2 - APROVACAO DO MES: O RAZAO DO MES FICA CONGELADO     *
      *----------------------------------------------------------------*
       4000-APROVA-MES                 SECTION.

           PERFORM 2050-ABRE-CONTROLE

           IF NOT CONTROLE-EXISTE
              MOVE 9                   TO COD-RETORNO-LNKG059
              MOVE "MES AINDA NAO FECHADO - EXECUTE O FECHAMENTO"
                                       TO MSG-RETORNO-LNKG059
              CLOSE ARQ-FECHA-COM
              PERFORM 3000-FINALIZA
           END-IF

           IF MES-APROVADO
              MOVE 9                   TO COD-RETORNO-LNKG059
              MOVE "MES JA APROVADO ANTERIORMENTE"
                                       TO MSG-RETORNO-LNKG059
              CLOSE ARQ-FECHA-COM
              PERFORM 3000-FINALIZA
           END-IF

           MOVE "A"                    TO SITUACAO-FCM
           MOVE WS-DATA-HOJE           TO DATA-APROVACAO-FCM
           MOVE ID-USUARIO-LNKG059     TO USUARIO-APROVACAO-FCM

           REWRITE REG-FECHA-COM

           IF WS-FL-STATUS-FCM         EQUAL ZEROS
              MOVE QTD-LANC-FCM        TO QTD-LANC-LNKG059
              MOVE VALOR-GANHO-FCM     TO VALOR-GANHO-LNKG059
              MOVE VALOR-ESTORNO-FCM   TO VALOR-ESTORNO-LNKG059
              MOVE "MES APROVADO - RAZAO DE COMISSAO CONGELADO"
                                       TO MSG-RETORNO-LNKG059
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG059
              MOVE "ERRO AO GRAVAR O CONTROLE DE FECHAMENTO"
                                       TO MSG-RETORNO-LNKG059
           END-IF

           CLOSE ARQ-FECHA-COM

           .
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 3 - EXTRATO DE COMISSAO A PAGAR DO MES POR VENDEDOR     *
      *----------------------------------------------------------------*
       5000-EMITE-EXTRATO              SECTION.

           MOVE "MES NAO FECHADO"      TO WS-CAB-SITUACAO

           OPEN INPUT ARQ-FECHA-COM

           IF WS-FL-STATUS-FCM         EQUAL ZEROS
              MOVE ANO-MES-LNKG059     TO ANO-MES-FCM

              READ ARQ-FECHA-COM

              IF WS-FL-STATUS-FCM      EQUAL ZEROS
                 IF FCM-APROVADO
                    MOVE "APROVADO - CONGELADO"
                                       TO WS-CAB-SITUACAO
                 ELSE
                    MOVE "FECHADO - AGUARDA APROVACAO"
                                       TO WS-CAB-SITUACAO
                 END-IF
              END-IF

              CLOSE ARQ-FECHA-COM
           END-IF

           OPEN INPUT ARQ-RAZAO-COM

           IF WS-FL-STATUS-LCM         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG059
              MOVE "RAZAO DE COMISSAO INEXISTENTE"
                                       TO MSG-RETORNO-LNKG059
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           DISPLAY WS-CAB-1

           MOVE ANO-MES-LNKG059        TO WS-CAB-ANO-MES
           DISPLAY WS-CAB-PERIODO

           PERFORM 2210-LER-RAZAO

           PERFORM 5100-ACUMULA-LANCAMENTO UNTIL
                   WS-FL-STATUS-LCM     NOT EQUAL "00"

           MOVE ZEROS                  TO WS-TOT-LIQUIDO

           PERFORM 5200-IMPRIME-VENDEDOR
                   VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND GREATER 999

           COMPUTE WS-TOT-LIQUIDO = WS-VLR-GANHO - WS-VLR-ESTORNO

           MOVE WS-VLR-GANHO           TO WS-DT-GANHO
           MOVE WS-VLR-ESTORNO         TO WS-DT-ESTORNO
           MOVE WS-TOT-LIQUIDO         TO WS-DT-LIQUIDO
           DISPLAY WS-DET-TOTAL

           CLOSE ARQ-RAZAO-COM
           CLOSE ARQ-VENDEDOR

           MOVE WS-QTD-LANC            TO QTD-LANC-LNKG059
           MOVE WS-VLR-GANHO           TO VALOR-GANHO-LNKG059
           MOVE WS-VLR-ESTORNO         TO VALOR-ESTORNO-LNKG059

           MOVE "EXTRATO DE COMISSAO EMITIDO COM SUCESSO"
                                       TO MSG-RETORNO-LNKG059

           .
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA UM LANCAMENTO DO MES - COM VENDEDOR INFORMADO, LISTA   *
      * TAMBEM O LANCAMENTO                                            *
      *----------------------------------------------------------------*
       5100-ACUMULA-LANCAMENTO         SECTION.

           IF ANO-MES-LCM              EQUAL ANO-MES-LNKG059 AND
              COD-VENDEDOR-LCM         GREATER ZEROS AND
              (COD-VEND-LNKG059        EQUAL ZEROS OR
               COD-VENDEDOR-LCM        EQUAL COD-VEND-LNKG059)
              ADD 1                    TO WS-QTD-LANC

              IF LANC-ESTORNO-LCM
                 ADD 1              TO
                     WS-EXT-QTD-ESTORNO(COD-VENDEDOR-LCM)
                 ADD VALOR-COMISSAO-LCM TO
                     WS-EXT-VLR-ESTORNO(COD-VENDEDOR-LCM)
                 ADD VALOR-COMISSAO-LCM TO WS-VLR-ESTORNO
              ELSE
                 ADD 1              TO
                     WS-EXT-QTD-GANHO(COD-VENDEDOR-LCM)
                 ADD VALOR-COMISSAO-LCM TO
                     WS-EXT-VLR-GANHO(COD-VENDEDOR-LCM)
                 ADD VALOR-COMISSAO-LCM TO WS-VLR-GANHO
              END-IF

              IF COD-VEND-LNKG059      GREATER ZEROS
                 PERFORM 5110-IMPRIME-LANCAMENTO
              END-IF
           END-IF

           PERFORM 2210-LER-RAZAO

           .
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRESSAO DE UM LANCAMENTO DO VENDEDOR INFORMADO               *
      *----------------------------------------------------------------*
       5110-IMPRIME-LANCAMENTO         SECTION.

           IF LANC-ESTORNO-LCM
              MOVE "ESTORNO"           TO WS-DL-TIPO
              EVALUATE TRUE
                  WHEN ESTORNO-CANCELADO-LCM
                       MOVE "CANCELADO"
                                       TO WS-DL-MOTIVO
                  WHEN ESTORNO-DEVOLUCAO-LCM
                       MOVE "DEVOLUCAO"
                                       TO WS-DL-MOTIVO
                  WHEN OTHER
                       MOVE "TIT.ATRAS"
                                       TO WS-DL-MOTIVO
              END-EVALUATE
           ELSE
              MOVE "GANHO"             TO WS-DL-TIPO
              MOVE SPACES              TO WS-DL-MOTIVO
           END-IF

           MOVE NUM-PEDIDO-LCM         TO WS-DL-PEDIDO
           MOVE COD-CLIENTE-LCM        TO WS-DL-CLIENTE
           MOVE ANO-MES-ORIGEM-LCM     TO WS-DL-ORIGEM
           MOVE VALOR-BASE-LCM         TO WS-DL-BASE
           MOVE TAXA-LCM               TO WS-DL-TAXA
           MOVE VALOR-COMISSAO-LCM     TO WS-DL-VALOR

           DISPLAY WS-DET-LANC

           .
       5110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRESSAO DO EXTRATO DE UM VENDEDOR: GANHO, ESTORNO E LIQUIDO  *
      *----------------------------------------------------------------*
       5200-IMPRIME-VENDEDOR           SECTION.

           IF WS-EXT-QTD-GANHO(WS-IDX-VEND)   GREATER ZEROS OR
              WS-EXT-QTD-ESTORNO(WS-IDX-VEND) GREATER ZEROS
              MOVE WS-IDX-VEND         TO WS-DV-COD-VEND
                                          COD-VENDEDOR

              READ ARQ-VENDEDOR

              IF WS-FL-STATUS-VEN      EQUAL ZEROS
                 MOVE NOME-VENDEDOR    TO WS-DV-NOME-VEND
              ELSE
                 MOVE "VENDEDOR NAO CADASTRADO"
                                       TO WS-DV-NOME-VEND
              END-IF

              COMPUTE WS-LIQUIDO = WS-EXT-VLR-GANHO(WS-IDX-VEND)
                                 - WS-EXT-VLR-ESTORNO(WS-IDX-VEND)

              MOVE WS-EXT-VLR-GANHO(WS-IDX-VEND)
                                       TO WS-DV-GANHO
              MOVE WS-EXT-VLR-ESTORNO(WS-IDX-VEND)
                                       TO WS-DV-ESTORNO
              MOVE WS-LIQUIDO          TO WS-DV-LIQUIDO

              DISPLAY WS-DET-VEND
           END-IF

           .
       5200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           DISPLAY "PGFJF059P: " MSG-RETORNO-LNKG059

           MOVE COD-RETORNO-LNKG059    TO RETURN-CODE

           GOBACK

           .
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF059P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF059P.
      *----------------------------------------------------------------*
