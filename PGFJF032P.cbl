      * 01/09/2026 FJF              INCLUIDA A GERACAO DOS AVISOS A    *
      *                             VENDEDOR (PGFJF056P) COMO PASSO 7, *
      *                             APOS A EXPORTACAO                  *
      * 15/10/2026 FJF              INCLUIDA A REGUA DE COBRANCA DOS   *
      *                             TITULOS EM ATRASO (PGFJF062P) COMO *
      *                             PASSO 8, APOS OS AVISOS            *
      * 15/10/2026 FJF              INCLUIDA A EXPORTACAO CONTABIL     *
      *                             (PGFJF069P) COMO PASSO 9, APOS A   *
      *                             REGUA DE COBRANCA                  *
      * 15/10/2026 FJF              INCLUIDA A GERACAO DOS PEDIDOS     *
      *                             RECORRENTES (PGFJF075P) COMO PASSO *
      *                             10, APOS A EXPORTACAO CONTABIL     *
      * 15/10/2026 FJF              INCLUIDA A GERACAO DOS PACOTES     *
      *                             DOS VENDEDORES (PGFJF077P) COMO    *
      *                             PASSO 11, APOS OS RECORRENTES, PARA*
      *                             LEVAR AOS DISPOSITIVOS OS PEDIDOS  *
      *                             E TITULOS DO DIA                   *
      * 15/10/2026 FJF              INCLUIDA A VARREDURA DE INTEGRIDADE*
      *                             REFERENCIAL (PGFJF080P) COMO PASSO *
      *                             12, AO FINAL DA CADEIA - PENDENCIA *
      *                             GRAVE (RETORNO 8) PARA A CADEIA;   *
      *                             SO AVISOS (4) CONCLUI O PASSO      *
      * 15/10/2026 FJF              INCLUIDA A ANONIMIZACAO LGPD DOS   *
      *                             CLIENTES PESSOA FISICA EXCLUIDOS   *
      *                             HA MAIS QUE A RETENCAO (PGFJF082P) *
      *                             COMO PASSO 13, APOS A INTEGRIDADE  *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
           'PGFJF051P'.
       01  WS-PGFJF056                 PIC  X(009)         VALUE
           'PGFJF056P'.
       01  WS-PGFJF062                 PIC  X(009)         VALUE
           'PGFJF062P'.
       01  WS-PGFJF069                 PIC  X(009)         VALUE
           'PGFJF069P'.
       01  WS-PGFJF075                 PIC  X(009)         VALUE
           'PGFJF075P'.
       01  WS-PGFJF077                 PIC  X(009)         VALUE
           'PGFJF077P'.
       01  WS-PGFJF080                 PIC  X(009)         VALUE
           'PGFJF080P'.
       01  WS-PGFJF082                 PIC  X(009)         VALUE
           'PGFJF082P'.
       77  WS-IDX-SES                  PIC  9(003)         VALUE ZEROS.

       COPY LNKG007L.
       COPY LNKG050L.
       COPY LNKG051L.
       COPY LNKG056L.
       COPY LNKG062L.
       COPY LNKG069L.
       COPY LNKG075L.
       COPY LNKG077L.
       COPY LNKG080L.
       COPY LNKG082L.

      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
              PERFORM 2600-PASSO-AVISOS
           END-IF

           IF WS-ULTIMO-PASSO-OK       LESS 8 AND NOT CADEIA-PAROU
              PERFORM 2700-PASSO-COBRANCA
           END-IF

           IF WS-ULTIMO-PASSO-OK       LESS 9 AND NOT CADEIA-PAROU
              PERFORM 2800-PASSO-CONTABIL
           END-IF

           IF WS-ULTIMO-PASSO-OK       LESS 10 AND NOT CADEIA-PAROU
              PERFORM 2900-PASSO-RECORRENTE
           END-IF

           IF WS-ULTIMO-PASSO-OK       LESS 11 AND NOT CADEIA-PAROU
              PERFORM 2950-PASSO-PACOTE
           END-IF

           IF WS-ULTIMO-PASSO-OK       LESS 12 AND NOT CADEIA-PAROU
              PERFORM 2970-PASSO-INTEGRIDADE
           END-IF

           IF WS-ULTIMO-PASSO-OK       LESS 13 AND NOT CADEIA-PAROU
              PERFORM 2980-PASSO-LGPD
           END-IF

           PERFORM 3000-FINALIZA

           .
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - LE O CONTROLE DA CADEIA; UMA CADEIA  *
      * DE OUTRO DIA OU JA CONCLUIDA (ULTIMO PASSO) COMECA DO TOPO; O  *
      * PARM "INICIO" TAMBEM FORCA O TOPO                              *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.


                 IF WS-FL-STATUS-CTL   EQUAL ZEROS AND
                    DATA-CADEIA-CTL    EQUAL WS-DATA-HOJE AND
                    ULTIMO-PASSO-OK-CTL LESS 13
                    MOVE ULTIMO-PASSO-OK-CTL
                                       TO WS-ULTIMO-PASSO-OK
                    DISPLAY "PGFJF032P: RETOMANDO A CADEIA DO PASSO "
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PASSO 8 - REGUA DE COBRANCA (PGFJF062P)                        *
      *----------------------------------------------------------------*
       2700-PASSO-COBRANCA             SECTION.

           MOVE 8                      TO WS-PASSO-CORRENTE
           DISPLAY "PGFJF032P: PASSO 8 - REGUA DE COBRANCA (PGFJF062P)"

           MOVE 1                      TO COD-FUNCAO-LNKG062
           MOVE WS-DATA-HOJE           TO DATA-REF-LNKG062
           MOVE ZEROS                  TO COD-CLIENTE-LNKG062
                                          DATA-INI-LNKG062
                                          DATA-FIM-LNKG062

           CALL WS-PGFJF062            USING LNKG062L

           MOVE COD-RETORNO-LNKG062    TO WS-RETORNO-PASSO

           IF WS-RETORNO-PASSO         EQUAL ZEROS
              MOVE 8                   TO WS-ULTIMO-PASSO-OK
              PERFORM 1100-GRAVA-CONTROLE
           ELSE
              PERFORM 1200-PARA-CADEIA
           END-IF

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PASSO 9 - EXPORTACAO CONTABIL (PGFJF069P) - PERIODO DESDE O    *
      * ULTIMO LOTE ENVIADO ATE HOJE                                   *
      *----------------------------------------------------------------*
       2800-PASSO-CONTABIL             SECTION.

           MOVE 9                      TO WS-PASSO-CORRENTE
           DISPLAY "PGFJF032P: PASSO 9 - CONTABIL (PGFJF069P)"

           MOVE ZEROS                  TO DATA-INI-LNKG069
                                          DATA-FIM-LNKG069

           CALL WS-PGFJF069            USING LNKG069L

           MOVE COD-RETORNO-LNKG069    TO WS-RETORNO-PASSO

           IF WS-RETORNO-PASSO         EQUAL ZEROS
              MOVE 9                   TO WS-ULTIMO-PASSO-OK
              PERFORM 1100-GRAVA-CONTROLE
           ELSE
              PERFORM 1200-PARA-CADEIA
           END-IF

           .
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PASSO 10 - GERACAO DOS PEDIDOS RECORRENTES DO DIA (PGFJF075P)  *
      *----------------------------------------------------------------*
       2900-PASSO-RECORRENTE           SECTION.

           MOVE 10                     TO WS-PASSO-CORRENTE
           DISPLAY "PGFJF032P: PASSO 10 - RECORRENTES (PGFJF075P)"

           MOVE WS-DATA-HOJE           TO DATA-REF-LNKG075

           CALL WS-PGFJF075            USING LNKG075L

           MOVE COD-RETORNO-LNKG075    TO WS-RETORNO-PASSO

           IF WS-RETORNO-PASSO         EQUAL ZEROS
              MOVE 10                  TO WS-ULTIMO-PASSO-OK
              PERFORM 1100-GRAVA-CONTROLE
           ELSE
              PERFORM 1200-PARA-CADEIA
           END-IF

           .
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PASSO 11 - PACOTES DOS VENDEDORES P/ DISPOSITIVOS (PGFJF077P)  *
      *----------------------------------------------------------------*
       2950-PASSO-PACOTE               SECTION.

           MOVE 11                     TO WS-PASSO-CORRENTE
           DISPLAY "PGFJF032P: PASSO 11 - PACOTES (PGFJF077P)"

           MOVE ZEROS                  TO COD-VENDEDOR-LNKG077
                                          DATA-ROTA-LNKG077

           CALL WS-PGFJF077            USING LNKG077L

           MOVE COD-RETORNO-LNKG077    TO WS-RETORNO-PASSO

           IF WS-RETORNO-PASSO         EQUAL ZEROS
              MOVE 11                  TO WS-ULTIMO-PASSO-OK
              PERFORM 1100-GRAVA-CONTROLE
           ELSE
              PERFORM 1200-PARA-CADEIA
           END-IF

           .
       2950-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PASSO 12 - VARREDURA DE INTEGRIDADE REFERENCIAL (PGFJF080P) -  *
      * SO AVISOS (RETORNO 4) CONCLUI O PASSO; PENDENCIA GRAVE (8) OU  *
      * ERRO DE ARQUIVO (9) PARA A CADEIA                              *
      *----------------------------------------------------------------*
       2970-PASSO-INTEGRIDADE          SECTION.

           MOVE 12                     TO WS-PASSO-CORRENTE
           DISPLAY "PGFJF032P: PASSO 12 - INTEGRIDADE (PGFJF080P)"

           CALL WS-PGFJF080            USING LNKG080L

           MOVE COD-RETORNO-LNKG080    TO WS-RETORNO-PASSO

           IF WS-RETORNO-PASSO         LESS 8
              MOVE 12                  TO WS-ULTIMO-PASSO-OK
              PERFORM 1100-GRAVA-CONTROLE
           ELSE
              PERFORM 1200-PARA-CADEIA
           END-IF

           .
       2970-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PASSO 13 - ANONIMIZACAO LGPD DOS CLIENTES PESSOA FISICA        *
      * EXCLUIDOS HA MAIS QUE A RETENCAO (PGFJF082P)                   *
      *----------------------------------------------------------------*
       2980-PASSO-LGPD                 SECTION.

           MOVE 13                     TO WS-PASSO-CORRENTE
           DISPLAY "PGFJF032P: PASSO 13 - ANONIMIZACAO LGPD (PGFJF082P)"

           MOVE "CADEIA"               TO ID-OPERADOR-LNKG082
           MOVE WS-DATA-HOJE           TO DATA-REFERENCIA-LNKG082

           CALL WS-PGFJF082            USING LNKG082L

           MOVE COD-RETORNO-LNKG082    TO WS-RETORNO-PASSO

           IF WS-RETORNO-PASSO         EQUAL ZEROS
              MOVE 13                  TO WS-ULTIMO-PASSO-OK
              PERFORM 1100-GRAVA-CONTROLE
           ELSE
              PERFORM 1200-PARA-CADEIA
           END-IF

           .
       2980-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
