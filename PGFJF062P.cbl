       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF062P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF062P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: REGUA DE COBRANCA DOS TITULOS EM ATRASO:        *
      *                FUNCAO 1 (PASSO DA CADEIA NOTURNA) APURA OS     *
      *                DIAS UTEIS DE ATRASO DE CADA TITULO EM ABERTO   *
      *                DO ArqTitulo PELO SERVICO DE DIAS UTEIS         *
      *                (PGFJF048P, COM A UF DO CLIENTE) E O LEVA AO    *
      *                ESTAGIO CORRESPONDENTE DO ArqParametros - 1     *
      *                LEMBRETE, 2 NOTIFICACAO FORMAL, 3 PRE-PROTESTO. *
      *                A CADA ESTAGIO NOVO GRAVA O ESTAGIO E A DATA NO *
      *                TITULO, UMA LINHA NO ArqHistCobranca E A CARTA  *
      *                DO ESTAGIO NO SPOOL ArqCartaCobranca, COM A     *
      *                RAZAO SOCIAL E A CIDADE/UF DO ArqCliente; NO    *
      *                FIM EMITE A LISTA DE TITULOS EM PRE-PROTESTO    *
      *                PARA O JURIDICO. FUNCAO 2 EMITE SO A LISTA DO   *
      *                JURIDICO; FUNCAO 3 REIMPRIME AS CARTAS DO SPOOL *
      *                POR CLIENTE E FAIXA DE DATAS                    *
      * ARQUIVOS.....: ArqTitulo, ArqCliente, ArqHistCobranca,         *
      *                ArqCartaCobranca                                *
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
           SELECT ARQ-TITULO         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-TITULO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TIT.

           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE
                       ALTERNATE RECORD KEY IS CNPJ
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.

           SELECT ARQ-HIST-COBR      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-HCB.

           SELECT ARQ-CARTA-COBR     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CCB.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTitulo'.
       COPY "TITULO.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "CLIENTES.CPY".

       FD  ARQ-HIST-COBR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqHistCobranca'.
       COPY "HISTCOBR.CPY".

       FD  ARQ-CARTA-COBR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCartaCobranca'.
       COPY "CARTACOB.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-TIT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-HCB            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CCB            PIC  X(002)         VALUE "00".

       77  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       77  WS-DATA-REF                 PIC  9(008)         VALUE ZEROS.
       77  WS-SALDO-TITULO             PIC  9(009)V9(002)  VALUE ZEROS.
       77  WS-DIAS-UTEIS               PIC  9(005)         VALUE ZEROS.
       77  WS-ESTAGIO-NOVO             PIC  9(001)         VALUE ZEROS.
       77  WS-SEQ-LINHA                PIC  9(002)         VALUE ZEROS.
       77  WS-QTD-CARTAS               PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-JURIDICO             PIC  9(007)         VALUE ZEROS.
       77  WS-TOT-JURIDICO             PIC  9(011)V9(002)  VALUE ZEROS.
       77  WS-ED-QTD                   PIC  ZZZZZZ9.

      *----------------------------------------------------------------*
      * DIAS UTEIS DE ATRASO QUE LEVAM A CADA ESTAGIO (ArqParametros)  *
      *----------------------------------------------------------------*
       77  WS-DIAS-ESTAGIO-1           PIC  9(003)         VALUE 5.
       77  WS-DIAS-ESTAGIO-2           PIC  9(003)         VALUE 15.
       77  WS-DIAS-ESTAGIO-3           PIC  9(003)         VALUE 30.

      *----------------------------------------------------------------*
      * DADOS DO CLIENTE DA CARTA                                      *
      *----------------------------------------------------------------*
       01  WS-RAZAO-CARTA              PIC  X(040)         VALUE SPACES.
       01  WS-CIDADE-CARTA             PIC  X(030)         VALUE SPACES.
       01  WS-UF-CARTA                 PIC  X(002)         VALUE SPACES.

      *----------------------------------------------------------------*
      * CAMPOS EDITADOS DA CARTA                                       *
      *----------------------------------------------------------------*
       01  WS-TEXTO-CARTA              PIC  X(080)         VALUE SPACES.
       01  WS-NUM-TITULO-ED            PIC  9(009)         VALUE ZEROS.
       01  WS-ED-SALDO                 PIC  ZZZ.ZZZ.ZZ9,99.
       01  WS-ED-DIAS                  PIC  ZZZZ9.

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
      * LINHAS DA LISTA DO JURIDICO                                    *
      *----------------------------------------------------------------*
       01  WS-CAB-JUR-1                PIC  X(078)         VALUE
           "TITULOS EM PRE-PROTESTO - ENCAMINHAMENTO AO JURIDICO".

       01  WS-CAB-JUR-2.
           05  FILLER                  PIC  X(039)         VALUE
               "TITULO    CLIENTE RAZAO SOCIAL         ".
           05  FILLER                  PIC  X(039)         VALUE
               "VEN VENCTO      ESTAGIO          SALDO".

       01  WS-LIN-JURIDICO.
           05  WS-JUR-TITULO           PIC  9(009).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-JUR-CLIENTE          PIC  9(007).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-JUR-RAZAO            PIC  X(020).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-JUR-VEND             PIC  ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-JUR-VENCTO           PIC  9(008).
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WS-JUR-ESTAGIO          PIC  9(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-JUR-SALDO            PIC  ZZ.ZZZ.ZZ9,99.

       01  WS-LIN-TOT-JURIDICO.
           05  FILLER                  PIC  X(024)         VALUE
               "TOTAL EM PRE-PROTESTO: ".
           05  WS-TJU-QTD              PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(012)         VALUE
               " TITULO(S) ".
           05  WS-TJU-SALDO            PIC  ZZ.ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
      * AREAS DE COMUNICAÇÃO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-PGFJF012                 PIC  X(009)         VALUE
           'PGFJF012P'.
       01  WS-PGFJF048                 PIC  X(009)         VALUE
           'PGFJF048P'.

       COPY LNKG012L.
       COPY LNKG048L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG062L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG062L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA

           EVALUATE COD-FUNCAO-LNKG062
               WHEN 1
                    PERFORM 2000-PROCESSA-REGUA
               WHEN 2
                    PERFORM 4000-LISTA-JURIDICO
                    MOVE "LISTA DO JURIDICO EMITIDA COM SUCESSO"
                                       TO MSG-RETORNO-LNKG062
               WHEN 3
                    PERFORM 5000-REIMPRIME-CARTAS
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-LNKG062
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-LNKG062
           END-EVALUATE

           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - LE OS DIAS DE CADA ESTAGIO NO        *
      * ArqParametros                                                  *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-LNKG062
                                          QTD-CARTAS-LNKG062
                                          QTD-JURIDICO-LNKG062
                                          WS-QTD-CARTAS
                                          WS-QTD-JURIDICO
                                          WS-TOT-JURIDICO
           MOVE SPACES                 TO MSG-RETORNO-LNKG062

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-HOJE

           IF DATA-REF-LNKG062         GREATER ZEROS
              MOVE DATA-REF-LNKG062    TO WS-DATA-REF
           ELSE
              MOVE WS-DATA-HOJE        TO WS-DATA-REF
           END-IF

           MOVE 0                      TO COD-FUNCAO-LNKG012

           CALL WS-PGFJF012            USING LNKG012L

           IF DIAS-COBR-EST1-LNKG012   GREATER ZEROS
              MOVE DIAS-COBR-EST1-LNKG012
                                       TO WS-DIAS-ESTAGIO-1
           END-IF
           IF DIAS-COBR-EST2-LNKG012   GREATER ZEROS
              MOVE DIAS-COBR-EST2-LNKG012
                                       TO WS-DIAS-ESTAGIO-2
           END-IF
           IF DIAS-COBR-EST3-LNKG012   GREATER ZEROS
              MOVE DIAS-COBR-EST3-LNKG012
                                       TO WS-DIAS-ESTAGIO-3
           END-IF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 1 - PROCESSA A REGUA DE COBRANCA NA DATA DE REFERENCIA  *
      *----------------------------------------------------------------*
       2000-PROCESSA-REGUA             SECTION.

           PERFORM 2050-OPEN-ARQUIVOS

           PERFORM 2100-LER-ARQ-TITULO

           PERFORM 2200-TRATA-TITULO UNTIL
                   WS-FL-STATUS-TIT     NOT EQUAL "00"

           CLOSE ARQ-TITULO
                 ARQ-CLIENTE
                 ARQ-HIST-COBR
                 ARQ-CARTA-COBR

           MOVE WS-QTD-CARTAS          TO QTD-CARTAS-LNKG062

           MOVE WS-QTD-CARTAS          TO WS-ED-QTD
           DISPLAY "PGFJF062P: CARTAS DE COBRANCA GERADAS: " WS-ED-QTD

           PERFORM 4000-LISTA-JURIDICO

           MOVE "REGUA DE COBRANCA PROCESSADA COM SUCESSO"
                                       TO MSG-RETORNO-LNKG062

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DOS ARQUIVOS DA REGUA - O HISTORICO E O SPOOL DE      *
      * CARTAS SAO CRIADOS NA PRIMEIRA EXECUCAO                        *
      *----------------------------------------------------------------*
       2050-OPEN-ARQUIVOS              SECTION.

           OPEN I-O ARQ-TITULO

           IF WS-FL-STATUS-TIT         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG062
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULO"
                                       TO MSG-RETORNO-LNKG062
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-CLIENTE

           OPEN EXTEND ARQ-HIST-COBR

           IF WS-FL-STATUS-HCB         EQUAL "35"
              OPEN OUTPUT ARQ-HIST-COBR
           END-IF

           IF WS-FL-STATUS-HCB         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG062
              MOVE "ERRO NA ABERTURA DO HISTORICO DE COBRANCA"
                                       TO MSG-RETORNO-LNKG062
              PERFORM 3000-FINALIZA
           END-IF

           OPEN EXTEND ARQ-CARTA-COBR

           IF WS-FL-STATUS-CCB         EQUAL "35"
              OPEN OUTPUT ARQ-CARTA-COBR
           END-IF

           IF WS-FL-STATUS-CCB         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG062
              MOVE "ERRO NA ABERTURA DO SPOOL DE CARTAS DE COBRANCA"
                                       TO MSG-RETORNO-LNKG062
              PERFORM 3000-FINALIZA
           END-IF

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE TITULOS                                  *
      *----------------------------------------------------------------*
       2100-LER-ARQ-TITULO             SECTION.

           READ ARQ-TITULO NEXT RECORD

           IF WS-FL-STATUS-TIT         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG062
              MOVE "ERRO NA LEITURA DO ARQUIVO DE TITULO"
                                       TO MSG-RETORNO-LNKG062
              PERFORM 3000-FINALIZA
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TITULO EM ABERTO, COM SALDO, VENCIDO ANTES DA DATA DE          *
      * REFERENCIA E AINDA FORA DO ULTIMO ESTAGIO: APURA O ESTAGIO     *
      * PELOS DIAS UTEIS DE ATRASO E AVANCA QUANDO FOR MAIOR QUE O     *
      * ATUAL - UM TITULO MUITO ATRASADO PODE PULAR ESTAGIOS E RECEBE  *
      * SO A CARTA DO ESTAGIO EM QUE ENTROU                            *
      *----------------------------------------------------------------*
       2200-TRATA-TITULO               SECTION.

           IF TIT-ABERTO AND NOT TIT-PRE-PROTESTO AND
              DATA-VENCIMENTO-TIT      LESS WS-DATA-REF
              COMPUTE WS-SALDO-TITULO = VALOR-TIT - VALOR-PAGO-TIT

              IF WS-SALDO-TITULO       GREATER ZEROS
                 PERFORM 2300-BUSCA-CLIENTE
                 PERFORM 2400-CALCULA-ESTAGIO

                 IF WS-ESTAGIO-NOVO    GREATER ESTAGIO-COBR-TIT
                    PERFORM 2500-AVANCA-ESTAGIO
                 END-IF
              END-IF
           END-IF

           PERFORM 2100-LER-ARQ-TITULO

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA A RAZAO SOCIAL, A CIDADE E A UF DO CLIENTE DO TITULO     *
      *----------------------------------------------------------------*
       2300-BUSCA-CLIENTE              SECTION.

           MOVE COD-CLIENTE-TIT        TO COD-CLIENTE

           READ ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE RAZAO-SOCIAL        TO WS-RAZAO-CARTA
              MOVE CIDADE-CLI          TO WS-CIDADE-CARTA
              MOVE UF-CLI              TO WS-UF-CARTA
           ELSE
              MOVE "CLIENTE NAO CADASTRADO"
                                       TO WS-RAZAO-CARTA
              MOVE SPACES              TO WS-CIDADE-CARTA
                                          WS-UF-CARTA
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APURA OS DIAS UTEIS DE ATRASO (PGFJF048P, FERIADOS DA UF DO    *
      * CLIENTE) E O ESTAGIO CORRESPONDENTE                            *
      *----------------------------------------------------------------*
       2400-CALCULA-ESTAGIO            SECTION.

           MOVE 2                      TO COD-FUNCAO-LNKG048
           MOVE DATA-VENCIMENTO-TIT    TO DATA-LNKG048
           MOVE WS-DATA-REF            TO DATA-FIM-LNKG048
           MOVE WS-UF-CARTA            TO UF-LNKG048

           CALL WS-PGFJF048            USING LNKG048L

           MOVE QTD-DIAS-UTEIS-LNKG048 TO WS-DIAS-UTEIS

           EVALUATE TRUE
               WHEN WS-DIAS-UTEIS      NOT LESS WS-DIAS-ESTAGIO-3
                    MOVE 3             TO WS-ESTAGIO-NOVO
               WHEN WS-DIAS-UTEIS      NOT LESS WS-DIAS-ESTAGIO-2
                    MOVE 2             TO WS-ESTAGIO-NOVO
               WHEN WS-DIAS-UTEIS      NOT LESS WS-DIAS-ESTAGIO-1
                    MOVE 1             TO WS-ESTAGIO-NOVO
               WHEN OTHER
                    MOVE 0             TO WS-ESTAGIO-NOVO
           END-EVALUATE

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O NOVO ESTAGIO NO TITULO, O HISTORICO E A CARTA          *
      *----------------------------------------------------------------*
       2500-AVANCA-ESTAGIO             SECTION.

           MOVE WS-ESTAGIO-NOVO        TO ESTAGIO-COBR-TIT
           MOVE WS-DATA-REF            TO DATA-ESTAGIO-TIT

           REWRITE REG-TITULO

           IF WS-FL-STATUS-TIT         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG062
              MOVE "ERRO AO REGRAVAR O TITULO"
                                       TO MSG-RETORNO-LNKG062
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2600-GRAVA-HISTORICO
           PERFORM 2700-GERA-CARTA

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A MUDANCA DE ESTAGIO NO HISTORICO DE COBRANCA            *
      *----------------------------------------------------------------*
       2600-GRAVA-HISTORICO            SECTION.

           MOVE NUM-TITULO             TO NUM-TITULO-HCB
           MOVE COD-CLIENTE-TIT        TO COD-CLIENTE-HCB
           MOVE COD-VENDEDOR-TIT       TO COD-VENDEDOR-HCB
           MOVE WS-ESTAGIO-NOVO        TO ESTAGIO-HCB
           MOVE WS-DATA-REF            TO DATA-ESTAGIO-HCB
           MOVE DATA-VENCIMENTO-TIT    TO DATA-VENCIMENTO-HCB
           MOVE WS-DIAS-UTEIS          TO DIAS-UTEIS-ATRASO-HCB
           MOVE WS-SALDO-TITULO        TO SALDO-HCB

           WRITE REG-HIST-COBRANCA

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA A CARTA DO ESTAGIO NO SPOOL, LINHA A LINHA               *
      *----------------------------------------------------------------*
       2700-GERA-CARTA                 SECTION.

           MOVE ZEROS                  TO WS-SEQ-LINHA
           MOVE NUM-TITULO             TO WS-NUM-TITULO-ED
           MOVE WS-SALDO-TITULO        TO WS-ED-SALDO
           MOVE WS-DIAS-UTEIS          TO WS-ED-DIAS
           MOVE DATA-VENCIMENTO-TIT    TO WS-DATA-AUX
           MOVE WS-DATA-AUX-DIA        TO WS-DATA-ED-DIA
           MOVE WS-DATA-AUX-MES        TO WS-DATA-ED-MES
           MOVE WS-DATA-AUX-ANO        TO WS-DATA-ED-ANO

           EVALUATE WS-ESTAGIO-NOVO
               WHEN 1
                    MOVE "LEMBRETE DE PAGAMENTO"
                                       TO WS-TEXTO-CARTA
               WHEN 2
                    MOVE "NOTIFICACAO FORMAL DE ATRASO"
                                       TO WS-TEXTO-CARTA
               WHEN OTHER
                    MOVE "AVISO DE PRE-PROTESTO"
                                       TO WS-TEXTO-CARTA
           END-EVALUATE
           PERFORM 2750-GRAVA-LINHA-CARTA

           MOVE SPACES                 TO WS-TEXTO-CARTA
           PERFORM 2750-GRAVA-LINHA-CARTA

           STRING "A/C " WS-RAZAO-CARTA
                  DELIMITED BY SIZE
                  INTO WS-TEXTO-CARTA
           PERFORM 2750-GRAVA-LINHA-CARTA

           STRING WS-CIDADE-CARTA "/" WS-UF-CARTA
                  DELIMITED BY SIZE
                  INTO WS-TEXTO-CARTA
           PERFORM 2750-GRAVA-LINHA-CARTA

           PERFORM 2750-GRAVA-LINHA-CARTA

           STRING "REF.: TITULO " WS-NUM-TITULO-ED
                  " VENCIDO EM " WS-DATA-ED
                  DELIMITED BY SIZE
                  INTO WS-TEXTO-CARTA
           PERFORM 2750-GRAVA-LINHA-CARTA

           STRING "SALDO EM ABERTO: R$ " WS-ED-SALDO
                  "   ATRASO: " WS-ED-DIAS " DIAS UTEIS"
                  DELIMITED BY SIZE
                  INTO WS-TEXTO-CARTA
           PERFORM 2750-GRAVA-LINHA-CARTA

           PERFORM 2750-GRAVA-LINHA-CARTA

           EVALUATE WS-ESTAGIO-NOVO
               WHEN 1
                    MOVE "LEMBRAMOS QUE O TITULO ACIMA CONSTA EM ABERTO"
                                       TO WS-TEXTO-CARTA
                    PERFORM 2750-GRAVA-LINHA-CARTA
                    MOVE "EM NOSSOS REGISTROS. SE O PAGAMENTO JA FOI"
                                       TO WS-TEXTO-CARTA
                    PERFORM 2750-GRAVA-LINHA-CARTA
                    MOVE "EFETUADO, POR FAVOR DESCONSIDERE ESTE AVISO."
                                       TO WS-TEXTO-CARTA
                    PERFORM 2750-GRAVA-LINHA-CARTA
               WHEN 2
                    MOVE "NOTIFICAMOS FORMALMENTE O ATRASO NO PAGAMENTO"
                                       TO WS-TEXTO-CARTA
                    PERFORM 2750-GRAVA-LINHA-CARTA
                    MOVE "DO TITULO ACIMA E SOLICITAMOS A SUA"
                                       TO WS-TEXTO-CARTA
                    PERFORM 2750-GRAVA-LINHA-CARTA
                    MOVE "REGULARIZACAO IMEDIATA."
                                       TO WS-TEXTO-CARTA
                    PERFORM 2750-GRAVA-LINHA-CARTA
               WHEN OTHER
                    MOVE "NAO HAVENDO A QUITACAO DO TITULO ACIMA, ELE"
                                       TO WS-TEXTO-CARTA
                    PERFORM 2750-GRAVA-LINHA-CARTA
                    MOVE "SERA ENCAMINHADO A PROTESTO E AS MEDIDAS"
                                       TO WS-TEXTO-CARTA
                    PERFORM 2750-GRAVA-LINHA-CARTA
                    MOVE "JUDICIAIS CABIVEIS."
                                       TO WS-TEXTO-CARTA
                    PERFORM 2750-GRAVA-LINHA-CARTA
           END-EVALUATE

           PERFORM 2750-GRAVA-LINHA-CARTA

           MOVE "DEPARTAMENTO DE COBRANCA"
                                       TO WS-TEXTO-CARTA
           PERFORM 2750-GRAVA-LINHA-CARTA

           ADD 1                       TO WS-QTD-CARTAS

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UMA LINHA DA CARTA NO SPOOL E LIMPA A AREA DE TEXTO      *
      *----------------------------------------------------------------*
       2750-GRAVA-LINHA-CARTA          SECTION.

           ADD 1                       TO WS-SEQ-LINHA

           MOVE WS-DATA-HOJE           TO DATA-GERACAO-CCB
           MOVE NUM-TITULO             TO NUM-TITULO-CCB
           MOVE COD-CLIENTE-TIT        TO COD-CLIENTE-CCB
           MOVE WS-ESTAGIO-NOVO        TO ESTAGIO-CCB
           MOVE WS-SEQ-LINHA           TO SEQ-LINHA-CCB
           MOVE WS-TEXTO-CARTA         TO TEXTO-CCB

           WRITE REG-CARTA-COBRANCA

           MOVE SPACES                 TO WS-TEXTO-CARTA

           .
       2750-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA PARA O JURIDICO OS TITULOS EM ABERTO NO ESTAGIO DE       *
      * PRE-PROTESTO                                                   *
      *----------------------------------------------------------------*
       4000-LISTA-JURIDICO             SECTION.

           OPEN INPUT ARQ-TITULO

           IF WS-FL-STATUS-TIT         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG062
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULO"
                                       TO MSG-RETORNO-LNKG062
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-CLIENTE

           DISPLAY WS-CAB-JUR-1
           DISPLAY "DATA DE REFERENCIA: " WS-DATA-REF
           DISPLAY WS-CAB-JUR-2

           PERFORM 2100-LER-ARQ-TITULO

           PERFORM 4100-LISTA-TITULO UNTIL
                   WS-FL-STATUS-TIT     NOT EQUAL "00"

           CLOSE ARQ-TITULO
                 ARQ-CLIENTE

           MOVE WS-QTD-JURIDICO        TO WS-TJU-QTD
                                          QTD-JURIDICO-LNKG062
           MOVE WS-TOT-JURIDICO        TO WS-TJU-SALDO
           DISPLAY WS-LIN-TOT-JURIDICO

           .
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA UM TITULO EM PRE-PROTESTO AINDA COM SALDO EM ABERTO      *
      *----------------------------------------------------------------*
       4100-LISTA-TITULO               SECTION.

           IF TIT-ABERTO AND TIT-PRE-PROTESTO
              COMPUTE WS-SALDO-TITULO = VALOR-TIT - VALOR-PAGO-TIT

              IF WS-SALDO-TITULO       GREATER ZEROS
                 PERFORM 2300-BUSCA-CLIENTE

                 MOVE NUM-TITULO       TO WS-JUR-TITULO
                 MOVE COD-CLIENTE-TIT  TO WS-JUR-CLIENTE
                 MOVE WS-RAZAO-CARTA   TO WS-JUR-RAZAO
                 MOVE COD-VENDEDOR-TIT TO WS-JUR-VEND
                 MOVE DATA-VENCIMENTO-TIT
                                       TO WS-JUR-VENCTO
                 MOVE DATA-ESTAGIO-TIT TO WS-JUR-ESTAGIO
                 MOVE WS-SALDO-TITULO  TO WS-JUR-SALDO

                 DISPLAY WS-LIN-JURIDICO

                 ADD 1                 TO WS-QTD-JURIDICO
                 ADD WS-SALDO-TITULO   TO WS-TOT-JURIDICO
              END-IF
           END-IF

           PERFORM 2100-LER-ARQ-TITULO

           .
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 3 - REIMPRIME AS CARTAS DO SPOOL POR CLIENTE E FAIXA DE *
      * DATAS                                                          *
      *----------------------------------------------------------------*
       5000-REIMPRIME-CARTAS           SECTION.

           OPEN INPUT ARQ-CARTA-COBR

           IF WS-FL-STATUS-CCB         EQUAL ZEROS
              PERFORM 5100-LER-CARTA

              PERFORM 5200-LISTA-CARTA UNTIL
                      WS-FL-STATUS-CCB NOT EQUAL "00"

              CLOSE ARQ-CARTA-COBR
           END-IF

           MOVE WS-QTD-CARTAS          TO QTD-CARTAS-LNKG062

           MOVE WS-QTD-CARTAS          TO WS-ED-QTD
           DISPLAY "PGFJF062P: CARTAS REIMPRESSAS: " WS-ED-QTD

           MOVE "REIMPRESSAO DE CARTAS DE COBRANCA CONCLUIDA"
                                       TO MSG-RETORNO-LNKG062

           .
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO SPOOL DE CARTAS                                     *
      *----------------------------------------------------------------*
       5100-LER-CARTA                  SECTION.

           READ ARQ-CARTA-COBR NEXT RECORD

           .
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA UMA LINHA DE CARTA DENTRO DO FILTRO PEDIDO               *
      *----------------------------------------------------------------*
       5200-LISTA-CARTA                SECTION.

           IF WS-FL-STATUS-CCB         EQUAL ZEROS
              IF (COD-CLIENTE-LNKG062  EQUAL ZEROS OR
                  COD-CLIENTE-CCB      EQUAL COD-CLIENTE-LNKG062)
                 AND (DATA-INI-LNKG062 EQUAL ZEROS OR
                  DATA-GERACAO-CCB     NOT LESS DATA-INI-LNKG062)
                 AND (DATA-FIM-LNKG062 EQUAL ZEROS OR
                  DATA-GERACAO-CCB     NOT GREATER DATA-FIM-LNKG062)
                 IF SEQ-LINHA-CCB      EQUAL 1
                    DISPLAY " "
                    ADD 1              TO WS-QTD-CARTAS
                 END-IF

                 DISPLAY TEXTO-CCB
              END-IF

              PERFORM 5100-LER-CARTA
           END-IF

           .
       5200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           DISPLAY "PGFJF062P: " MSG-RETORNO-LNKG062

           MOVE COD-RETORNO-LNKG062    TO RETURN-CODE

           GOBACK

           .
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF062P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF062P.
      *----------------------------------------------------------------*
