       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF067P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF067P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: DEMONSTRATIVO MENSAL DE REEMBOLSO DE            *
      *                QUILOMETRAGEM POR VENDEDOR E DIA: CONFRONTA AS  *
      *                PARADAS PLANEJADAS NO ArqRotaKm (GRAVADAS PELO  *
      *                PGFJF036P) COM AS VISITAS INFORMADAS NO         *
      *                ArqVisita - SO AS PARADAS REALMENTE VISITADAS   *
      *                ENTRAM NO KM APURADO, REFEITO NA SEQUENCIA DO   *
      *                ROTEIRO A PARTIR DA ORIGEM DO DIA, E O VALOR E  *
      *                O KM APURADO PELO VALOR POR KM DO               *
      *                ArqParametros. DIA COM VISITA FORA DO ROTEIRO   *
      *                (OU SEM ROTEIRO) FICA MARCADO PARA REVISAO      *
      * ARQUIVOS.....: ArqRotaKm, ArqVisita, ArqVendedor, ArqKmDia,    *
      *                ArqRelQuilometragem                             *
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
           SELECT ARQ-ROTA-KM        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-RKM
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-RKM.

           SELECT ARQ-KM-DIA         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-KMD
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-KMD.

           SELECT ARQ-VISITA         ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-VIS.

           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR
                       ALTERNATE RECORD KEY IS CPF
                       ALTERNATE RECORD KEY IS NOME-VENDEDOR
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.

           SELECT ARQ-REL-KM         ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-ROTA-KM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRotaKm'.
       COPY "ROTAKM.CPY".

       FD  ARQ-KM-DIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqKmDia'.
       COPY "KMDIA.CPY".

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVisita'.
       COPY "VISITA.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "VENDEDOR.CPY".

       FD  ARQ-REL-KM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRelQuilometragem'.
       COPY "RELKM.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-RKM            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-KMD            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-SW-VEN-DISP              PIC  X(001)         VALUE "N".
           88  ARQ-VEN-DISPONIVEL           VALUE "S".

       01  WS-ANO-MES-EDICAO.
           05  WS-AME-ANO              PIC  9(004).
           05  WS-AME-MES              PIC  9(002).

      *----------------------------------------------------------------*
      * VALOR POR KM - CARREGADO DO ArqParametros NO INICIO            *
      *----------------------------------------------------------------*
       77  WS-VALOR-KM                 PIC  9(003)V9(004)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * DIA EM TRATAMENTO (VENDEDOR E DATA) E PARADA PROCURADA         *
      *----------------------------------------------------------------*
       77  WS-VEND-DOC                 PIC  9(003)         VALUE ZEROS.
       77  WS-DATA-DOC                 PIC  9(008)         VALUE ZEROS.
       77  WS-CLIENTE-DOC              PIC  9(007)         VALUE ZEROS.
       77  WS-SW-DIA-EXISTE            PIC  X(001)         VALUE "N".
           88  DIA-EXISTE                   VALUE "S".
       77  WS-SW-PARADA                PIC  X(001)         VALUE "N".
           88  PARADA-ACHADA                VALUE "S".
       77  WS-SW-PRIMEIRA-PARADA       PIC  X(001)         VALUE "S".
           88  PRIMEIRA-PARADA              VALUE "S".
       77  WS-DIST-APURADA             PIC  9(009)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * POSICAO CORRENTE NA APURACAO DO KM DO DIA                      *
      *----------------------------------------------------------------*
       01  WS-LAT-ATUAL                PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-ATUAL                PIC S9(003)V9(008)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * AREAS DO CALCULO DE DISTANCIA (HAVERSINE, COMO NO PGFJF036P)   *
      *----------------------------------------------------------------*
       01  WS-CALC-DISTANCIA           PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-LAT-ORIG                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LAT-DEST                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-ORIG                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-DEST                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-DLA                      PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-DLO                      PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-A                        PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-C                        PIC S9(003)V9(008)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * QUEBRA POR VENDEDOR E TOTAIS                                   *
      *----------------------------------------------------------------*
       77  WS-VEND-CORRENTE            PIC  9(003)         VALUE ZEROS.
       77  WS-SW-PRIMEIRO-VEND         PIC  X(001)         VALUE "S".
           88  PRIMEIRO-VENDEDOR            VALUE "S".

       01  WS-TOTAIS-VENDEDOR.
           05  WS-TVE-DIAS             PIC  9(005)         VALUE ZEROS.
           05  WS-TVE-DIAS-REVISAO     PIC  9(005)         VALUE ZEROS.
           05  WS-TVE-KM-PLANEJADO     PIC  9(009)V9(002)  VALUE ZEROS.
           05  WS-TVE-KM-APURADO       PIC  9(009)V9(002)  VALUE ZEROS.
           05  WS-TVE-VALOR            PIC  9(009)V9(002)  VALUE ZEROS.

       01  WS-TOTAIS-GERAIS.
           05  WS-TGE-DIAS             PIC  9(005)         VALUE ZEROS.
           05  WS-TGE-DIAS-REVISAO     PIC  9(005)         VALUE ZEROS.
           05  WS-TGE-KM-PLANEJADO     PIC  9(009)V9(002)  VALUE ZEROS.
           05  WS-TGE-KM-APURADO       PIC  9(009)V9(002)  VALUE ZEROS.
           05  WS-TGE-VALOR            PIC  9(009)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * LINHAS DO DEMONSTRATIVO                                        *
      *----------------------------------------------------------------*
       01  WS-LIN-SEPARADOR            PIC  X(132)         VALUE ALL
           "-".

       01  WS-LIN-CAB-MES.
           05  FILLER                  PIC  X(049)         VALUE
               "DEMONSTRATIVO DE REEMBOLSO DE QUILOMETRAGEM - MES".
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-CAB-MES              PIC  9(002).
           05  FILLER                  PIC  X(001)         VALUE "/".
           05  WS-CAB-ANO              PIC  9(004).
           05  FILLER                  PIC  X(019)         VALUE
               " - VALOR POR KM R$ ".
           05  WS-CAB-VALOR-KM         PIC  ZZ9,9999.

       01  WS-LIN-CAB-COLUNAS.
           05  FILLER                  PIC  X(037)         VALUE
               "DATA     PARADAS  KM PLANEJ. VISITAS ".
           05  FILLER                  PIC  X(040)         VALUE
               "NO ROT. FORA ROT.  KM APURADO    VALOR  ".
           05  FILLER                  PIC  X(008)         VALUE
               "SITUACAO".

       01  WS-LIN-CAB-VEND.
           05  FILLER                  PIC  X(010)         VALUE
               "VENDEDOR: ".
           05  WS-CAB-COD-VEND         PIC  ZZ9.
           05  FILLER                  PIC  X(003)         VALUE
               " - ".
           05  WS-CAB-NOME-VEND        PIC  X(040).

       01  WS-LIN-DETALHE.
           05  WS-DET-DATA             PIC  9(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-PARADAS          PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-KM-PLANEJADO     PIC  ZZZZZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-VISITAS          PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-VISITAS-ROTA     PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-VISITAS-FORA     PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-KM-APURADO       PIC  ZZZZZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-VALOR            PIC  ZZZZZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-SITUACAO         PIC  X(030).

       01  WS-LIN-TOTAL.
           05  WS-TOT-DESCRICAO        PIC  X(020).
           05  FILLER                  PIC  X(006)         VALUE
               "DIAS: ".
           05  WS-TOT-DIAS             PIC  ZZZZ9.
           05  FILLER                  PIC  X(012)         VALUE
               " EM REVISAO ".
           05  WS-TOT-DIAS-REVISAO     PIC  ZZZZ9.
           05  FILLER                  PIC  X(013)         VALUE
               " KM PLANEJ.: ".
           05  WS-TOT-KM-PLANEJADO     PIC  ZZZZZZZZ9,99.
           05  FILLER                  PIC  X(013)         VALUE
               " KM APURADO: ".
           05  WS-TOT-KM-APURADO       PIC  ZZZZZZZZ9,99.
           05  FILLER                  PIC  X(010)         VALUE
               " VALOR R$ ".
           05  WS-TOT-VALOR            PIC  ZZZZZZZZ9,99.

       01  WS-LIN-SEM-DADOS            PIC  X(060)         VALUE
           "NENHUM ROTEIRO OU VISITA DO VENDEDOR NO MES INFORMADO".

      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-PGFJF012                 PIC  X(009)         VALUE
           'PGFJF012P'.

       COPY LNKG012L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG067L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG067L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - VALIDA O MES E CARREGA O VALOR POR   *
      * KM DO ArqParametros                                            *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-LNKG067
                                          QTD-DIAS-LNKG067
                                          QTD-DIAS-REVISAO-LNKG067
                                          KM-TOTAL-LNKG067
                                          VALOR-TOTAL-LNKG067
           MOVE SPACES                 TO MSG-RETORNO-LNKG067

           MOVE ANO-MES-LNKG067        TO WS-ANO-MES-EDICAO

           IF WS-AME-MES               LESS 1 OR
              WS-AME-MES               GREATER 12
              MOVE 1                   TO COD-RETORNO-LNKG067
              MOVE "ANO/MES INVALIDO"  TO MSG-RETORNO-LNKG067
              PERFORM 3000-FINALIZA
           END-IF

           MOVE 0                      TO COD-FUNCAO-LNKG012

           CALL WS-PGFJF012            USING LNKG012L

           MOVE VALOR-KM-LNKG012       TO WS-VALOR-KM

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           PERFORM 2100-ABRE-ARQUIVOS
           PERFORM 2200-CARREGA-ROTEIRO
           PERFORM 2300-CONFERE-VISITAS
           PERFORM 2400-EMITE-DEMONSTRATIVO

           CLOSE ARQ-ROTA-KM
           CLOSE ARQ-KM-DIA
           CLOSE ARQ-REL-KM

           IF ARQ-VEN-DISPONIVEL
              CLOSE ARQ-VENDEDOR
           END-IF

           MOVE WS-TGE-DIAS            TO QTD-DIAS-LNKG067
           MOVE WS-TGE-DIAS-REVISAO    TO QTD-DIAS-REVISAO-LNKG067
           MOVE WS-TGE-KM-APURADO      TO KM-TOTAL-LNKG067
           MOVE WS-TGE-VALOR           TO VALOR-TOTAL-LNKG067

           MOVE ZEROS                  TO COD-RETORNO-LNKG067
           MOVE "DEMONSTRATIVO GRAVADO EM ARQRELQUILOMETRAGEM"
                                       TO MSG-RETORNO-LNKG067

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE OS ARQUIVOS - O ArqKmDia E REFEITO A CADA EMISSAO         *
      *----------------------------------------------------------------*
       2100-ABRE-ARQUIVOS              SECTION.

           OPEN I-O ARQ-ROTA-KM

           IF WS-FL-STATUS-RKM         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG067
              MOVE "NAO HA ROTEIRO COM QUILOMETRAGEM (PGFJF036P)"
                                       TO MSG-RETORNO-LNKG067
              PERFORM 3000-FINALIZA
           END-IF

           OPEN OUTPUT ARQ-KM-DIA

           IF WS-FL-STATUS-KMD         EQUAL ZEROS
              CLOSE ARQ-KM-DIA
              OPEN I-O ARQ-KM-DIA
           END-IF

           IF WS-FL-STATUS-KMD         NOT EQUAL ZEROS
              CLOSE ARQ-ROTA-KM
              MOVE 9                   TO COD-RETORNO-LNKG067
              MOVE "ERRO NA ABERTURA DO ARQUIVO ArqKmDia"
                                       TO MSG-RETORNO-LNKG067
              PERFORM 3000-FINALIZA
           END-IF

           OPEN OUTPUT ARQ-REL-KM

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              CLOSE ARQ-ROTA-KM
              CLOSE ARQ-KM-DIA
              MOVE 9                   TO COD-RETORNO-LNKG067
              MOVE "ERRO NA ABERTURA DO DEMONSTRATIVO"
                                       TO MSG-RETORNO-LNKG067
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-VEN-DISP
           ELSE
              MOVE "N"                 TO WS-SW-VEN-DISP
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PRIMEIRA PASSADA - PARADAS PLANEJADAS NO MES: DESMARCA A       *
      * VISITA (A CONFERENCIA E REFEITA A CADA EMISSAO) E ACUMULA AS   *
      * PARADAS E O KM PLANEJADO DO DIA                                *
      *----------------------------------------------------------------*
       2200-CARREGA-ROTEIRO            SECTION.

           MOVE COD-VENDEDOR-LNKG067   TO COD-VENDEDOR-RKM
           MOVE ZEROS                  TO DATA-ROTA-RKM
                                          SEQ-RKM

           START ARQ-ROTA-KM KEY IS NOT LESS THAN CHAVE-RKM

           IF WS-FL-STATUS-RKM         EQUAL ZEROS
              PERFORM 2210-CARREGA-PARADA
                      UNTIL WS-FL-STATUS-RKM NOT EQUAL "00"
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRATA UMA PARADA DO ROTEIRO - COM FILTRO, PARADA DE OUTRO      *
      * VENDEDOR ENCERRA A LEITURA                                     *
      *----------------------------------------------------------------*
       2210-CARREGA-PARADA             SECTION.

           READ ARQ-ROTA-KM NEXT RECORD

           IF WS-FL-STATUS-RKM         EQUAL ZEROS
              IF COD-VENDEDOR-LNKG067  GREATER ZEROS AND
                 COD-VENDEDOR-RKM      NOT EQUAL COD-VENDEDOR-LNKG067
                 MOVE "10"             TO WS-FL-STATUS-RKM
              ELSE
                 IF DATA-ROTA-RKM(1:6) EQUAL ANO-MES-LNKG067
                    MOVE "N"           TO SW-VISITADA-RKM
                    REWRITE REG-ROTA-KM

                    MOVE COD-VENDEDOR-RKM
                                       TO WS-VEND-DOC
                    MOVE DATA-ROTA-RKM TO WS-DATA-DOC
                    PERFORM 2250-POSICIONA-DIA

                    ADD 1              TO QTD-PARADAS-PLAN-KMD
                    COMPUTE KM-PLANEJADO-KMD ROUNDED =
                            KM-PLANEJADO-KMD + DIST-TRECHO-RKM / 1000

                    PERFORM 2255-GRAVA-DIA
                 END-IF
              END-IF
           END-IF

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * POSICIONA O DIA DO VENDEDOR NO ArqKmDia (NOVO DIA ZERADO)      *
      *----------------------------------------------------------------*
       2250-POSICIONA-DIA              SECTION.

           MOVE WS-VEND-DOC            TO COD-VENDEDOR-KMD
           MOVE WS-DATA-DOC            TO DATA-KMD

           READ ARQ-KM-DIA

           IF WS-FL-STATUS-KMD         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-DIA-EXISTE
           ELSE
              MOVE "N"                 TO WS-SW-DIA-EXISTE
              INITIALIZE REG-KM-DIA
              MOVE WS-VEND-DOC         TO COD-VENDEDOR-KMD
              MOVE WS-DATA-DOC         TO DATA-KMD
              MOVE "N"                 TO SW-REVISAO-KMD
           END-IF

           .
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA (OU REGRAVA) O DIA POSICIONADO                           *
      *----------------------------------------------------------------*
       2255-GRAVA-DIA                  SECTION.

           IF DIA-EXISTE
              REWRITE REG-KM-DIA
           ELSE
              WRITE REG-KM-DIA
           END-IF

           .
       2255-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SEGUNDA PASSADA - VISITAS INFORMADAS NO MES: CADA VISITA MARCA *
      * A PARADA DO CLIENTE NO ROTEIRO DO DIA; VISITA SEM PARADA (OU   *
      * REPETIDA NO MESMO CLIENTE E DIA) E CONTADA FORA DO ROTEIRO -   *
      * SEM O ArqVisita NENHUMA PARADA E APURADA                       *
      *----------------------------------------------------------------*
       2300-CONFERE-VISITAS            SECTION.

           OPEN INPUT ARQ-VISITA

           IF WS-FL-STATUS-VIS         EQUAL ZEROS
              PERFORM 2310-CONFERE-UMA-VISITA
                      UNTIL WS-FL-STATUS-VIS NOT EQUAL "00"

              CLOSE ARQ-VISITA
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE UMA VISITA DO MES (E DO VENDEDOR DO FILTRO)            *
      *----------------------------------------------------------------*
       2310-CONFERE-UMA-VISITA         SECTION.

           READ ARQ-VISITA NEXT RECORD

           IF WS-FL-STATUS-VIS         EQUAL ZEROS AND
              DATA-VISITA(1:6)         EQUAL ANO-MES-LNKG067 AND
              (COD-VENDEDOR-LNKG067    EQUAL ZEROS OR
               COD-VENDEDOR-VIS        EQUAL COD-VENDEDOR-LNKG067)
              MOVE COD-VENDEDOR-VIS    TO WS-VEND-DOC
              MOVE DATA-VISITA         TO WS-DATA-DOC
              MOVE COD-CLIENTE-VIS     TO WS-CLIENTE-DOC

              PERFORM 2320-LOCALIZA-PARADA

              PERFORM 2250-POSICIONA-DIA

              ADD 1                    TO QTD-VISITAS-KMD

              IF PARADA-ACHADA
                 ADD 1                 TO QTD-VISITAS-ROTA-KMD
              ELSE
                 ADD 1                 TO QTD-VISITAS-FORA-KMD
              END-IF

              PERFORM 2255-GRAVA-DIA
           END-IF

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA NO ROTEIRO DO DIA A PARADA AINDA NAO VISITADA DO       *
      * CLIENTE E A MARCA COMO VISITADA                                *
      *----------------------------------------------------------------*
       2320-LOCALIZA-PARADA            SECTION.

           MOVE "N"                    TO WS-SW-PARADA

           MOVE WS-VEND-DOC            TO COD-VENDEDOR-RKM
           MOVE WS-DATA-DOC            TO DATA-ROTA-RKM
           MOVE ZEROS                  TO SEQ-RKM

           START ARQ-ROTA-KM KEY IS NOT LESS THAN CHAVE-RKM

           IF WS-FL-STATUS-RKM         EQUAL ZEROS
              PERFORM 2325-VERIFICA-PARADA
                      UNTIL WS-FL-STATUS-RKM NOT EQUAL "00" OR
                            PARADA-ACHADA
           END-IF

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICA UMA PARADA DO DIA - PARADA DE OUTRO DIA OU VENDEDOR   *
      * ENCERRA A PROCURA                                              *
      *----------------------------------------------------------------*
       2325-VERIFICA-PARADA            SECTION.

           READ ARQ-ROTA-KM NEXT RECORD

           IF WS-FL-STATUS-RKM         EQUAL ZEROS
              IF COD-VENDEDOR-RKM      NOT EQUAL WS-VEND-DOC OR
                 DATA-ROTA-RKM         NOT EQUAL WS-DATA-DOC
                 MOVE "10"             TO WS-FL-STATUS-RKM
              ELSE
                 IF COD-CLIENTE-RKM    EQUAL WS-CLIENTE-DOC AND
                    NOT PARADA-VISITADA-RKM
                    MOVE "S"           TO SW-VISITADA-RKM
                    REWRITE REG-ROTA-KM
                    MOVE "S"           TO WS-SW-PARADA
                 END-IF
              END-IF
           END-IF

           .
       2325-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TERCEIRA PASSADA - APURA O KM DE CADA DIA, MARCA A REVISAO E   *
      * IMPRIME O DEMONSTRATIVO COM QUEBRA POR VENDEDOR                *
      *----------------------------------------------------------------*
       2400-EMITE-DEMONSTRATIVO        SECTION.

           PERFORM 2410-CABECALHO

           INITIALIZE WS-TOTAIS-GERAIS
           MOVE "S"                    TO WS-SW-PRIMEIRO-VEND

           MOVE ZEROS                  TO COD-VENDEDOR-KMD
                                          DATA-KMD

           START ARQ-KM-DIA KEY IS NOT LESS THAN CHAVE-KMD

           IF WS-FL-STATUS-KMD         EQUAL ZEROS
              PERFORM 2420-TRATA-DIA
                      UNTIL WS-FL-STATUS-KMD NOT EQUAL "00"
           END-IF

           IF PRIMEIRO-VENDEDOR
              MOVE SPACES              TO REG-REL-KM
              MOVE WS-LIN-SEM-DADOS    TO REG-REL-KM
              WRITE REG-REL-KM
           ELSE
              PERFORM 2450-TOTAL-VENDEDOR
           END-IF

           MOVE "TOTAL GERAL"         TO WS-TOT-DESCRICAO
           MOVE WS-TGE-DIAS            TO WS-TOT-DIAS
           MOVE WS-TGE-DIAS-REVISAO    TO WS-TOT-DIAS-REVISAO
           MOVE WS-TGE-KM-PLANEJADO    TO WS-TOT-KM-PLANEJADO
           MOVE WS-TGE-KM-APURADO      TO WS-TOT-KM-APURADO
           MOVE WS-TGE-VALOR           TO WS-TOT-VALOR

           MOVE WS-LIN-SEPARADOR       TO REG-REL-KM
           WRITE REG-REL-KM

           MOVE SPACES                 TO REG-REL-KM
           MOVE WS-LIN-TOTAL           TO REG-REL-KM
           WRITE REG-REL-KM

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CABECALHO DO DEMONSTRATIVO                                     *
      *----------------------------------------------------------------*
       2410-CABECALHO                  SECTION.

           MOVE WS-AME-MES             TO WS-CAB-MES
           MOVE WS-AME-ANO             TO WS-CAB-ANO
           MOVE WS-VALOR-KM            TO WS-CAB-VALOR-KM

           MOVE WS-LIN-SEPARADOR       TO REG-REL-KM
           WRITE REG-REL-KM

           MOVE SPACES                 TO REG-REL-KM
           MOVE WS-LIN-CAB-MES         TO REG-REL-KM
           WRITE REG-REL-KM

           MOVE WS-LIN-SEPARADOR       TO REG-REL-KM
           WRITE REG-REL-KM

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRATA UM DIA DO ArqKmDia - QUEBRA DE VENDEDOR, APURACAO DO KM, *
      * REVISAO E LINHA DE DETALHE                                     *
      *----------------------------------------------------------------*
       2420-TRATA-DIA                  SECTION.

           READ ARQ-KM-DIA NEXT RECORD

           IF WS-FL-STATUS-KMD         EQUAL ZEROS
              IF PRIMEIRO-VENDEDOR OR
                 COD-VENDEDOR-KMD      NOT EQUAL WS-VEND-CORRENTE
                 IF NOT PRIMEIRO-VENDEDOR
                    PERFORM 2450-TOTAL-VENDEDOR
                 END-IF
                 MOVE "N"              TO WS-SW-PRIMEIRO-VEND
                 MOVE COD-VENDEDOR-KMD TO WS-VEND-CORRENTE
                 PERFORM 2440-CABECALHO-VENDEDOR
              END-IF

              PERFORM 2430-APURA-KM-DIA

              COMPUTE KM-APURADO-KMD ROUNDED = WS-DIST-APURADA / 1000
              COMPUTE VALOR-REEMBOLSO-KMD ROUNDED =
                      KM-APURADO-KMD * WS-VALOR-KM

              MOVE SPACES              TO WS-DET-SITUACAO
              MOVE "N"                 TO SW-REVISAO-KMD

              EVALUATE TRUE
                  WHEN QTD-VISITAS-KMD GREATER ZEROS AND
                       QTD-PARADAS-PLAN-KMD EQUAL ZEROS
                       MOVE "S"        TO SW-REVISAO-KMD
                       MOVE "REVISAR - DIA SEM ROTEIRO"
                                       TO WS-DET-SITUACAO
                  WHEN QTD-VISITAS-FORA-KMD GREATER ZEROS
                       MOVE "S"        TO SW-REVISAO-KMD
                       MOVE "REVISAR - VISITA FORA DO ROTEIRO"
                                       TO WS-DET-SITUACAO
                  WHEN QTD-VISITAS-KMD EQUAL ZEROS
                       MOVE "SEM VISITA INFORMADA"
                                       TO WS-DET-SITUACAO
                  WHEN OTHER
                       MOVE "OK"       TO WS-DET-SITUACAO
              END-EVALUATE

              REWRITE REG-KM-DIA

              MOVE DATA-KMD            TO WS-DET-DATA
              MOVE QTD-PARADAS-PLAN-KMD
                                       TO WS-DET-PARADAS
              MOVE KM-PLANEJADO-KMD    TO WS-DET-KM-PLANEJADO
              MOVE QTD-VISITAS-KMD     TO WS-DET-VISITAS
              MOVE QTD-VISITAS-ROTA-KMD
                                       TO WS-DET-VISITAS-ROTA
              MOVE QTD-VISITAS-FORA-KMD
                                       TO WS-DET-VISITAS-FORA
              MOVE KM-APURADO-KMD      TO WS-DET-KM-APURADO
              MOVE VALOR-REEMBOLSO-KMD TO WS-DET-VALOR

              MOVE SPACES              TO REG-REL-KM
              MOVE WS-LIN-DETALHE      TO REG-REL-KM
              WRITE REG-REL-KM

              ADD 1                    TO WS-TVE-DIAS
              ADD KM-PLANEJADO-KMD     TO WS-TVE-KM-PLANEJADO
              ADD KM-APURADO-KMD       TO WS-TVE-KM-APURADO
              ADD VALOR-REEMBOLSO-KMD  TO WS-TVE-VALOR

              IF DIA-EM-REVISAO-KMD
                 ADD 1                 TO WS-TVE-DIAS-REVISAO
              END-IF
           END-IF

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APURA A DISTANCIA DO DIA SO COM AS PARADAS VISITADAS, NA       *
      * SEQUENCIA DO ROTEIRO, PARTINDO DA ORIGEM DA PRIMEIRA PARADA    *
      * PLANEJADA DO DIA                                               *
      *----------------------------------------------------------------*
       2430-APURA-KM-DIA               SECTION.

           MOVE ZEROS                  TO WS-DIST-APURADA
           MOVE "S"                    TO WS-SW-PRIMEIRA-PARADA

           MOVE COD-VENDEDOR-KMD       TO COD-VENDEDOR-RKM
                                          WS-VEND-DOC
           MOVE DATA-KMD               TO DATA-ROTA-RKM
                                          WS-DATA-DOC
           MOVE ZEROS                  TO SEQ-RKM

           START ARQ-ROTA-KM KEY IS NOT LESS THAN CHAVE-RKM

           IF WS-FL-STATUS-RKM         EQUAL ZEROS
              PERFORM 2435-APURA-TRECHO
                      UNTIL WS-FL-STATUS-RKM NOT EQUAL "00"
           END-IF

           .
       2430-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA O TRECHO ATE UMA PARADA VISITADA - PARADA DE OUTRO DIA    *
      * OU VENDEDOR ENCERRA A APURACAO                                 *
      *----------------------------------------------------------------*
       2435-APURA-TRECHO               SECTION.

           READ ARQ-ROTA-KM NEXT RECORD

           IF WS-FL-STATUS-RKM         EQUAL ZEROS
              IF COD-VENDEDOR-RKM      NOT EQUAL WS-VEND-DOC OR
                 DATA-ROTA-RKM         NOT EQUAL WS-DATA-DOC
                 MOVE "10"             TO WS-FL-STATUS-RKM
              ELSE
                 IF PRIMEIRA-PARADA
                    MOVE "N"           TO WS-SW-PRIMEIRA-PARADA
                    MOVE LAT-ORIGEM-RKM
                                       TO WS-LAT-ATUAL
                    MOVE LON-ORIGEM-RKM
                                       TO WS-LON-ATUAL
                 END-IF

                 IF PARADA-VISITADA-RKM
                    MOVE WS-LAT-ATUAL  TO WS-LAT-ORIG
                    MOVE WS-LON-ATUAL  TO WS-LON-ORIG
                    MOVE LAT-PARADA-RKM
                                       TO WS-LAT-DEST
                    MOVE LON-PARADA-RKM
                                       TO WS-LON-DEST

                    PERFORM 2750-CALCULA-DISTANCIA

                    ADD WS-CALC-DISTANCIA
                                       TO WS-DIST-APURADA
                    MOVE LAT-PARADA-RKM
                                       TO WS-LAT-ATUAL
                    MOVE LON-PARADA-RKM
                                       TO WS-LON-ATUAL
                 END-IF
              END-IF
           END-IF

           .
       2435-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CABECALHO DE UM VENDEDOR                                       *
      *----------------------------------------------------------------*
       2440-CABECALHO-VENDEDOR         SECTION.

           INITIALIZE WS-TOTAIS-VENDEDOR

           MOVE WS-VEND-CORRENTE       TO WS-CAB-COD-VEND
           MOVE "VENDEDOR NAO CADASTRADO"
                                       TO WS-CAB-NOME-VEND

           IF ARQ-VEN-DISPONIVEL
              MOVE WS-VEND-CORRENTE    TO COD-VENDEDOR

              READ ARQ-VENDEDOR

              IF WS-FL-STATUS-VEN      EQUAL ZEROS
                 MOVE NOME-VENDEDOR    TO WS-CAB-NOME-VEND
              END-IF
           END-IF

           MOVE SPACES                 TO REG-REL-KM
           WRITE REG-REL-KM

           MOVE SPACES                 TO REG-REL-KM
           MOVE WS-LIN-CAB-VEND        TO REG-REL-KM
           WRITE REG-REL-KM

           MOVE SPACES                 TO REG-REL-KM
           MOVE WS-LIN-CAB-COLUNAS     TO REG-REL-KM
           WRITE REG-REL-KM

           .
       2440-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOTAL DO VENDEDOR E ACUMULO NO TOTAL GERAL                     *
      *----------------------------------------------------------------*
       2450-TOTAL-VENDEDOR             SECTION.

           MOVE "TOTAL DO VENDEDOR"    TO WS-TOT-DESCRICAO
           MOVE WS-TVE-DIAS            TO WS-TOT-DIAS
           MOVE WS-TVE-DIAS-REVISAO    TO WS-TOT-DIAS-REVISAO
           MOVE WS-TVE-KM-PLANEJADO    TO WS-TOT-KM-PLANEJADO
           MOVE WS-TVE-KM-APURADO      TO WS-TOT-KM-APURADO
           MOVE WS-TVE-VALOR           TO WS-TOT-VALOR

           MOVE SPACES                 TO REG-REL-KM
           MOVE WS-LIN-TOTAL           TO REG-REL-KM
           WRITE REG-REL-KM

           ADD WS-TVE-DIAS             TO WS-TGE-DIAS
           ADD WS-TVE-DIAS-REVISAO     TO WS-TGE-DIAS-REVISAO
           ADD WS-TVE-KM-PLANEJADO     TO WS-TGE-KM-PLANEJADO
           ADD WS-TVE-KM-APURADO       TO WS-TGE-KM-APURADO
           ADD WS-TVE-VALOR            TO WS-TGE-VALOR

           .
       2450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA A DISTANCIA (HAVERSINE, EM METROS) ENTRE A POSICAO DE  *
      * ORIGEM E A DE DESTINO - MESMA FORMULA DO PGFJF036P             *
      *----------------------------------------------------------------*
       2750-CALCULA-DISTANCIA          SECTION.

           COMPUTE WS-LAT-ORIG = WS-LAT-ORIG
                              * FUNCTION PI
                              / 180

           COMPUTE WS-LAT-DEST = WS-LAT-DEST
                              * FUNCTION PI
                              / 180

           COMPUTE WS-LON-ORIG = WS-LON-ORIG
                              * FUNCTION PI
                              / 180

           COMPUTE WS-LON-DEST = WS-LON-DEST
                              * FUNCTION PI
                              / 180

           COMPUTE WS-DLA = WS-LAT-DEST - (WS-LAT-ORIG)

           COMPUTE WS-DLO = WS-LON-DEST - (WS-LON-ORIG)

           COMPUTE WS-A = FUNCTION SIN(WS-DLA / 2)
                        * FUNCTION SIN(WS-DLA / 2)
                        + FUNCTION COS(WS-LAT-ORIG)
                        * FUNCTION COS(WS-LAT-DEST)
                        * FUNCTION SIN(WS-DLO / 2)
                        * FUNCTION SIN(WS-DLO / 2)

           COMPUTE WS-C = 2 * FUNCTION ATAN(FUNCTION SQRT(WS-A) /
                                            FUNCTION SQRT(1 - WS-A))

           COMPUTE WS-CALC-DISTANCIA = 6731 * WS-C * 1000

           .
       2750-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF067P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF067P.
      *----------------------------------------------------------------*
