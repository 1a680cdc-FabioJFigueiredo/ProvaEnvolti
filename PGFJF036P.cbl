      *                E QUEBRADAS EM BLOCOS DE UM DIA CONFORME O      *
      *                LIMITE DE VISITAS POR DIA DO ArqParametros      *
      * ARQUIVOS.....: ArqUltimaDistribuicao, ArqCliente, ArqVendedor, *
      *                ArqRoteiroVendedor, ArqRotaKm                   *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                          *
      * 15/10/2026 FJF              CADA DIA DO ROTEIRO RECEBE A DATA  *
      *                             DE VISITA (DIAS UTEIS A PARTIR DA  *
      *                             DATA DE INICIO, PGFJF048P COM A UF *
      *                             DO VENDEDOR) E AS PARADAS SAO      *
      *                             GRAVADAS NO ArqRotaKm COM A        *
      *                             DISTANCIA DO TRECHO PARA O         *
      *                             REEMBOLSO DE QUILOMETRAGEM         *
      *                             (PGFJF067P) - O ROTEIRO NOVO       *
      *                             SUBSTITUI O DO VENDEDOR A PARTIR   *
      *                             DA DATA DE INICIO                  *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-ROT.

           SELECT ARQ-ROTA-KM        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-RKM
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-RKM.

           SELECT ARQ-SORT-ROTEIRO   ASSIGN TO DISK.

      *----------------------------------------------------------------*
           VALUE OF FILE-ID IS 'ArqRoteiroVendedor'.
       COPY "ROTEIRO.CPY".

       FD  ARQ-ROTA-KM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRotaKm'.
       COPY "ROTAKM.CPY".

       SD  ARQ-SORT-ROTEIRO.
       01  REG-SORT-ROTEIRO.
           05  SRT-COD-VENDEDOR        PIC  9(003).
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-ROT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RKM            PIC  X(002)         VALUE "00".
       77  WS-SW-FIM-SORT              PIC  X(001)         VALUE "N".
           88  FIM-SORT                     VALUE "S".
       77  WS-VEND-CORRENTE            PIC  9(003)         VALUE ZEROS.
       01  WS-MENOR-DISTANCIA          PIC  9(009)V9(002)  VALUE
           999999999.

      *----------------------------------------------------------------*
      * DATA DE VISITA DE CADA DIA DO ROTEIRO - O DIA 1 CAI NA DATA DE *
      * INICIO (OU NO PROXIMO DIA UTIL) E CADA NOVO DIA AVANCA PARA O  *
      * DIA UTIL SEGUINTE, COM OS FERIADOS DA UF DO VENDEDOR           *
      *----------------------------------------------------------------*
       77  WS-DATA-ROTA-INI            PIC  9(008)         VALUE ZEROS.
       77  WS-DATA-ROTA                PIC  9(008)         VALUE ZEROS.
       77  WS-DIAS-INTEIRO             PIC  9(007)         VALUE ZEROS.
       77  WS-UF-ROTA                  PIC  X(002)         VALUE SPACES.
       77  WS-SW-ROTA-KM               PIC  X(001)         VALUE "N".
           88  ROTA-KM-ABERTA               VALUE "S".

      *----------------------------------------------------------------*
      * AREAS DO CALCULO DE DISTANCIA (HAVERSINE, COMO NO PGFJF007P)   *
      *----------------------------------------------------------------*
           05  FILLER                  PIC  X(004)         VALUE
               "DIA ".
           05  WS-DIA-NUM              PIC  ZZ9.
           05  FILLER                  PIC  X(008)         VALUE
               " - DATA ".
           05  WS-DIA-DATA             PIC  9(008).

       01  WS-LIN-PARADA.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
      *----------------------------------------------------------------*
       01  WS-PGFJF012                 PIC  X(009)         VALUE
           'PGFJF012P'.
       01  WS-PGFJF048                 PIC  X(009)         VALUE
           'PGFJF048P'.

       COPY LNKG012L.
       COPY LNKG048L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - CARREGA O LIMITE DE VISITAS POR DIA  *
      * DO ArqParametros E FIXA A DATA DE INICIO DO ROTEIRO (ZERO =    *
      * PROXIMO DIA UTIL A PARTIR DE AMANHA)                           *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

              MOVE VISITAS-DIA-LNKG012 TO WS-VISITAS-POR-DIA
           END-IF

           IF DATA-INICIO-LNKG036      EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-ROTA-INI
              COMPUTE WS-DIAS-INTEIRO = FUNCTION
                      INTEGER-OF-DATE(WS-DATA-ROTA-INI) + 1
              MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
                                       TO WS-DATA-ROTA-INI
           ELSE
              MOVE DATA-INICIO-LNKG036 TO WS-DATA-ROTA-INI
           END-IF

           .
       1000-EXIT.
           EXIT.
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-VENDEDOR

           PERFORM 2410-ABRE-ROTA-KM

           MOVE ZEROS                  TO WS-QTD-PARADAS

           PERFORM 2500-RETORNA-REGISTRO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR

           IF ROTA-KM-ABERTA
              CLOSE ARQ-ROTA-KM
           END-IF

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE O ArqRotaKm PARA ATUALIZACAO (CRIA QUANDO NAO EXISTE) -   *
      * SEM ELE O ROTEIRO E IMPRESSO SEM GUARDAR A QUILOMETRAGEM       *
      *----------------------------------------------------------------*
       2410-ABRE-ROTA-KM               SECTION.

           MOVE "N"                    TO WS-SW-ROTA-KM

           OPEN I-O ARQ-ROTA-KM

           IF WS-FL-STATUS-RKM         EQUAL "35"
              OPEN OUTPUT ARQ-ROTA-KM

              IF WS-FL-STATUS-RKM      EQUAL ZEROS
                 CLOSE ARQ-ROTA-KM
                 OPEN I-O ARQ-ROTA-KM
              END-IF
           END-IF

           IF WS-FL-STATUS-RKM         EQUAL ZEROS OR '05'
              MOVE "S"                 TO WS-SW-ROTA-KM
           END-IF

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RETORNO DE UM REGISTRO CLASSIFICADO                            *
      *----------------------------------------------------------------*
       2500-RETORNA-REGISTRO           SECTION.
           IF VEND-ACHADO
              MOVE LATITUDE-VEND       TO WS-LAT-ATUAL
              MOVE LONGITUDE-VEND      TO WS-LON-ATUAL
              MOVE UF-VEND             TO WS-UF-ROTA
           ELSE
              MOVE ZEROS               TO WS-LAT-ATUAL
                                          WS-LON-ATUAL
              MOVE SPACES              TO WS-UF-ROTA
           END-IF

           MOVE WS-DATA-ROTA-INI       TO WS-DATA-ROTA
           PERFORM 2770-AJUSTA-DIA-UTIL

           IF ROTA-KM-ABERTA
              PERFORM 2760-LIMPA-ROTA-KM
           END-IF

           MOVE ZEROS                  TO WS-DIA-ROTEIRO
                 WS-SEQ-NO-DIA         NOT LESS WS-VISITAS-POR-DIA
                 ADD 1                 TO WS-DIA-ROTEIRO
                 MOVE ZEROS            TO WS-SEQ-NO-DIA
                 IF WS-DIA-ROTEIRO     GREATER 1
                    COMPUTE WS-DIAS-INTEIRO = FUNCTION
                            INTEGER-OF-DATE(WS-DATA-ROTA) + 1
                    MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
                                       TO WS-DATA-ROTA
                    PERFORM 2770-AJUSTA-DIA-UTIL
                 END-IF
                 MOVE WS-DIA-ROTEIRO   TO WS-DIA-NUM
                 MOVE WS-DATA-ROTA     TO WS-DIA-DATA
                 MOVE SPACES           TO REG-ROTEIRO
                 MOVE WS-LIN-DIA       TO REG-ROTEIRO
                 WRITE REG-ROTEIRO
           MOVE WS-LIN-PARADA          TO REG-ROTEIRO
           WRITE REG-ROTEIRO

           IF ROTA-KM-ABERTA
              PERFORM 2780-GRAVA-ROTA-KM
           END-IF

           .
       2740-EXIT.
           EXIT.
       2750-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REMOVE DO ArqRotaKm AS PARADAS DO VENDEDOR A PARTIR DA DATA DE *
      * INICIO - O ROTEIRO NOVO SUBSTITUI O PLANEJADO; OS DIAS         *
      * ANTERIORES FICAM PARA O REEMBOLSO                              *
      *----------------------------------------------------------------*
       2760-LIMPA-ROTA-KM              SECTION.

           MOVE WS-VEND-CORRENTE       TO COD-VENDEDOR-RKM
           MOVE WS-DATA-ROTA           TO DATA-ROTA-RKM
           MOVE ZEROS                  TO SEQ-RKM

           START ARQ-ROTA-KM KEY IS NOT LESS THAN CHAVE-RKM

           IF WS-FL-STATUS-RKM         EQUAL ZEROS
              PERFORM 2765-EXCLUI-PARADA-KM
                      UNTIL WS-FL-STATUS-RKM NOT EQUAL "00"
           END-IF

           MOVE "00"                   TO WS-FL-STATUS-RKM

           .
       2760-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUI UMA PARADA DO VENDEDOR - PARADA DE OUTRO VENDEDOR       *
      * ENCERRA A VARREDURA                                            *
      *----------------------------------------------------------------*
       2765-EXCLUI-PARADA-KM           SECTION.

           READ ARQ-ROTA-KM NEXT RECORD

           IF WS-FL-STATUS-RKM         EQUAL ZEROS
              IF COD-VENDEDOR-RKM      EQUAL WS-VEND-CORRENTE
                 DELETE ARQ-ROTA-KM RECORD
              ELSE
                 MOVE "10"             TO WS-FL-STATUS-RKM
              END-IF
           END-IF

           .
       2765-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEVA WS-DATA-ROTA PARA O PROXIMO DIA UTIL (INCLUSIVE) COM OS   *
      * FERIADOS DA UF DO VENDEDOR (PGFJF048P)                         *
      *----------------------------------------------------------------*
       2770-AJUSTA-DIA-UTIL            SECTION.

           MOVE 1                      TO COD-FUNCAO-LNKG048
           MOVE WS-DATA-ROTA           TO DATA-LNKG048
           MOVE WS-UF-ROTA             TO UF-LNKG048

           CALL WS-PGFJF048            USING LNKG048L

           IF DATA-RESULT-LNKG048      GREATER ZEROS
              MOVE DATA-RESULT-LNKG048 TO WS-DATA-ROTA
           END-IF

           .
       2770-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A PARADA NO ArqRotaKm COM A POSICAO DE ORIGEM DO TRECHO  *
      * (PARADA ANTERIOR OU POSICAO DO VENDEDOR) E A DISTANCIA EM      *
      * METROS                                                         *
      *----------------------------------------------------------------*
       2780-GRAVA-ROTA-KM              SECTION.

           INITIALIZE REG-ROTA-KM
           MOVE WS-VEND-CORRENTE       TO COD-VENDEDOR-RKM
           MOVE WS-DATA-ROTA           TO DATA-ROTA-RKM
           MOVE WS-SEQ-NO-DIA          TO SEQ-RKM
           MOVE WS-DIA-ROTEIRO         TO DIA-ROTEIRO-RKM
           MOVE WS-PAR-COD-CLIENTE(WS-IDX-ESCOLHIDA)
                                       TO COD-CLIENTE-RKM
           MOVE WS-LAT-ATUAL           TO LAT-ORIGEM-RKM
           MOVE WS-LON-ATUAL           TO LON-ORIGEM-RKM
           MOVE WS-PAR-LATITUDE(WS-IDX-ESCOLHIDA)
                                       TO LAT-PARADA-RKM
           MOVE WS-PAR-LONGITUDE(WS-IDX-ESCOLHIDA)
                                       TO LON-PARADA-RKM
           MOVE WS-MENOR-DISTANCIA     TO DIST-TRECHO-RKM
           MOVE "N"                    TO SW-VISITADA-RKM
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO DATA-GERACAO-RKM

           WRITE REG-ROTA-KM

           IF WS-FL-STATUS-RKM         EQUAL "22"
              REWRITE REG-ROTA-KM
           END-IF

           .
       2780-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
