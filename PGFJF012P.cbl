      * 01/09/2026 FJF              INCLUIDO O PRAZO EM DIAS DO        *
      *                             VENCIMENTO DOS TITULOS A RECEBER   *
      *                             (PGFJF037P)                        *
      * 15/10/2026 FJF              INCLUIDOS OS DIAS DE ATRASO DO     *
      *                             TITULO QUE GERAM O ESTORNO DA      *
      *                             COMISSAO (PGFJF059P)               *
      * 15/10/2026 FJF              INCLUIDOS OS DIAS UTEIS DE ATRASO  *
      *                             DE CADA ESTAGIO DA REGUA DE        *
      *                             COBRANCA (PGFJF062P)               *
      * 15/10/2026 FJF              INCLUIDO O VALOR POR KM DO         *
      *                             REEMBOLSO DE QUILOMETRAGEM         *
      *                             (PGFJF067P)                        *
      * 15/10/2026 FJF              INCLUIDOS OS DIAS SEM COMPRA E O   *
      *                             PERCENTUAL DE QUEDA DE FATURADO DA *
      *                             LISTA DE RECUPERACAO DE CLIENTES   *
      *                             (PGFJF076P)                        *
      * 15/10/2026 FJF              INCLUIDOS OS MESES DE RETENCAO     *
      *                             APOS A EXCLUSAO ATE A              *
      *                             ANONIMIZACAO LGPD (PGFJF082P)      *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
       77  WS-DIAS-VISITA-B-PADRAO     PIC  9(003)         VALUE 15.
       77  WS-DIAS-VISITA-C-PADRAO     PIC  9(003)         VALUE 30.
       77  WS-QTD-GER-SNAP-PADRAO      PIC  9(001)         VALUE 3.
       77  WS-DIAS-ESTORNO-PADRAO      PIC  9(003)         VALUE 90.
       77  WS-DIAS-COBR-EST1-PADRAO    PIC  9(003)         VALUE 5.
       77  WS-DIAS-COBR-EST2-PADRAO    PIC  9(003)         VALUE 15.
       77  WS-DIAS-COBR-EST3-PADRAO    PIC  9(003)         VALUE 30.
       77  WS-VALOR-KM-PADRAO          PIC  9(003)V9(004)  VALUE 0,9.
       77  WS-DIAS-SEM-COMPRA-PADRAO   PIC  9(003)         VALUE 90.
       77  WS-PERC-QUEDA-PADRAO        PIC  9(003)         VALUE 50.
       77  WS-MESES-RET-LGPD-PADRAO    PIC  9(003)         VALUE 60.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
                    MOVE WS-QTD-GER-SNAP-PADRAO
                                       TO QTD-GER-SNAP-LNKG012
                 END-IF
                 MOVE DIAS-ESTORNO-COM-PAR
                                       TO DIAS-ESTORNO-LNKG012
                 IF DIAS-ESTORNO-LNKG012 EQUAL ZEROS
                    MOVE WS-DIAS-ESTORNO-PADRAO
                                       TO DIAS-ESTORNO-LNKG012
                 END-IF
                 MOVE DIAS-COBR-LEMBRETE-PAR
                                       TO DIAS-COBR-EST1-LNKG012
                 MOVE DIAS-COBR-NOTIFIC-PAR
                                       TO DIAS-COBR-EST2-LNKG012
                 MOVE DIAS-COBR-PROTESTO-PAR
                                       TO DIAS-COBR-EST3-LNKG012
                 IF DIAS-COBR-EST1-LNKG012 EQUAL ZEROS
                    MOVE WS-DIAS-COBR-EST1-PADRAO
                                       TO DIAS-COBR-EST1-LNKG012
                 END-IF
                 IF DIAS-COBR-EST2-LNKG012 EQUAL ZEROS
                    MOVE WS-DIAS-COBR-EST2-PADRAO
                                       TO DIAS-COBR-EST2-LNKG012
                 END-IF
                 IF DIAS-COBR-EST3-LNKG012 EQUAL ZEROS
                    MOVE WS-DIAS-COBR-EST3-PADRAO
                                       TO DIAS-COBR-EST3-LNKG012
                 END-IF
                 MOVE VALOR-KM-PAR     TO VALOR-KM-LNKG012
                 IF VALOR-KM-LNKG012   EQUAL ZEROS
                    MOVE WS-VALOR-KM-PADRAO
                                       TO VALOR-KM-LNKG012
                 END-IF
                 MOVE DIAS-SEM-COMPRA-PAR
                                       TO DIAS-SEM-COMPRA-LNKG012
                 IF DIAS-SEM-COMPRA-LNKG012 EQUAL ZEROS
                    MOVE WS-DIAS-SEM-COMPRA-PADRAO
                                       TO DIAS-SEM-COMPRA-LNKG012
                 END-IF
                 MOVE PERC-QUEDA-FAT-PAR
                                       TO PERC-QUEDA-LNKG012
                 IF PERC-QUEDA-LNKG012 EQUAL ZEROS
                    MOVE WS-PERC-QUEDA-PADRAO
                                       TO PERC-QUEDA-LNKG012
                 END-IF
                 MOVE MESES-RETENCAO-LGPD-PAR
                                       TO MESES-RET-LGPD-LNKG012
                 IF MESES-RET-LGPD-LNKG012 EQUAL ZEROS
                    MOVE WS-MESES-RET-LGPD-PADRAO
                                       TO MESES-RET-LGPD-LNKG012
                 END-IF
                 MOVE "A"              TO ORIGEM-PARAM-LNKG012
                 MOVE "PARAMETROS LIDOS DO ARQUIVO DE PARAMETROS"
                                       TO MSG-RETORNO-LNKG012
           MOVE WS-DIAS-VISITA-C-PADRAO
                                       TO DIAS-VISITA-C-LNKG012
           MOVE WS-QTD-GER-SNAP-PADRAO TO QTD-GER-SNAP-LNKG012
           MOVE WS-DIAS-ESTORNO-PADRAO TO DIAS-ESTORNO-LNKG012
           MOVE WS-DIAS-COBR-EST1-PADRAO
                                       TO DIAS-COBR-EST1-LNKG012
           MOVE WS-DIAS-COBR-EST2-PADRAO
                                       TO DIAS-COBR-EST2-LNKG012
           MOVE WS-DIAS-COBR-EST3-PADRAO
                                       TO DIAS-COBR-EST3-LNKG012
           MOVE WS-VALOR-KM-PADRAO     TO VALOR-KM-LNKG012
           MOVE WS-DIAS-SEM-COMPRA-PADRAO
                                       TO DIAS-SEM-COMPRA-LNKG012
           MOVE WS-PERC-QUEDA-PADRAO   TO PERC-QUEDA-LNKG012
           MOVE WS-MESES-RET-LGPD-PADRAO
                                       TO MESES-RET-LGPD-LNKG012
           MOVE "P"                    TO ORIGEM-PARAM-LNKG012
           MOVE "ARQUIVO DE PARAMETROS AUSENTE - PADROES EM USO"
                                       TO MSG-RETORNO-LNKG012
           MOVE DIAS-VISITA-B-LNKG012  TO DIAS-VISITA-B-PAR
           MOVE DIAS-VISITA-C-LNKG012  TO DIAS-VISITA-C-PAR
           MOVE QTD-GER-SNAP-LNKG012   TO QTD-GERACOES-SNAP-PAR
           MOVE DIAS-ESTORNO-LNKG012   TO DIAS-ESTORNO-COM-PAR
           MOVE DIAS-COBR-EST1-LNKG012 TO DIAS-COBR-LEMBRETE-PAR
           MOVE DIAS-COBR-EST2-LNKG012 TO DIAS-COBR-NOTIFIC-PAR
           MOVE DIAS-COBR-EST3-LNKG012 TO DIAS-COBR-PROTESTO-PAR
           MOVE VALOR-KM-LNKG012       TO VALOR-KM-PAR
           MOVE DIAS-SEM-COMPRA-LNKG012
                                       TO DIAS-SEM-COMPRA-PAR
           MOVE PERC-QUEDA-LNKG012     TO PERC-QUEDA-FAT-PAR
           MOVE MESES-RET-LGPD-LNKG012 TO MESES-RETENCAO-LGPD-PAR

           WRITE REG-PARAMETROS

