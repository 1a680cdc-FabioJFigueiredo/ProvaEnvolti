      *                ArqDistribuicao - A FUNCAO DE REIMPRESSAO LISTA *
      *                O SPOOL POR VENDEDOR E FAIXA DE DATAS           *
      * ARQUIVOS.....: ArqChurn, ArqAusencia, ArqDistribuicao,         *
      *                ArqCliente, ArqAvisoVendedor, ArqEquipe (VIA    *
      *                PGFJF063P)                                      *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                          *
      * 15/10/2026 FJF              CADA AVISO GERADO SAI TAMBEM EM    *
      *                             COPIA PARA O SUPERVISOR DA EQUIPE  *
      *                             VIGENTE DO VENDEDOR (ArqEquipe),   *
      *                             MARCADA COM O VENDEDOR DE ORIGEM   *
      *                             NA REIMPRESSAO                     *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
       01  WS-COD-VEND-ED              PIC  9(003)         VALUE ZEROS.
       01  WS-DATA-ED                  PIC  9(008)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * SUPERVISOR VIGENTE DE CADA VENDEDOR (RESOLVIDO UMA VEZ POR     *
      * VENDEDOR) PARA A COPIA DOS AVISOS                              *
      *----------------------------------------------------------------*
       77  WS-VEND-DESTINO             PIC  9(003)         VALUE ZEROS.

       01  WS-TAB-EQUIPE-VEND.
           05  WS-TAB-EQP-LIDA         PIC  X(001)
                                       OCCURS 999 TIMES
                                       VALUE "N".
           05  WS-TAB-SUP-VEND         PIC  9(003)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      * LINHA DE REIMPRESSAO                                           *
      *----------------------------------------------------------------*
           05  WS-REI-TIPO             PIC  X(001).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-REI-TEXTO            PIC  X(130).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-REI-COPIA            PIC  X(019).

      *----------------------------------------------------------------*
      * AREAS DE COMUNICAÇÃO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-PGFJF063                 PIC  X(009)         VALUE
           'PGFJF063P'.

       COPY LNKG063L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UM AVISO NO SPOOL E A COPIA PARA O SUPERVISOR DA EQUIPE  *
      * DO VENDEDOR DESTINATARIO                                       *
      *----------------------------------------------------------------*
       2350-GRAVA-AVISO                SECTION.

           MOVE WS-DATA-HOJE           TO DATA-GERACAO-AVI
           MOVE ZEROS                  TO COD-VEND-ORIGEM-AVI

           WRITE REG-AVISO

           ADD 1                       TO WS-QTD-AVISOS

           MOVE COD-VENDEDOR-AVI       TO WS-VEND-DESTINO

           PERFORM 2360-RESOLVE-SUPERVISOR

           IF WS-TAB-SUP-VEND(WS-VEND-DESTINO) GREATER ZEROS AND
              WS-TAB-SUP-VEND(WS-VEND-DESTINO) NOT EQUAL
              WS-VEND-DESTINO
              MOVE WS-VEND-DESTINO     TO COD-VEND-ORIGEM-AVI
              MOVE WS-TAB-SUP-VEND(WS-VEND-DESTINO)
                                       TO COD-VENDEDOR-AVI

              WRITE REG-AVISO

              ADD 1                    TO WS-QTD-AVISOS
           END-IF

           .
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESOLVE (UMA VEZ POR VENDEDOR) O SUPERVISOR VIGENTE NA DATA DO *
      * AVISO                                                          *
      *----------------------------------------------------------------*
       2360-RESOLVE-SUPERVISOR         SECTION.

           IF WS-TAB-EQP-LIDA(WS-VEND-DESTINO) EQUAL "N"
              MOVE 4                   TO COD-FUNCAO-LNKG063
              MOVE WS-VEND-DESTINO     TO COD-MEMBRO-LNKG063
              MOVE WS-DATA-HOJE        TO DATA-REF-LNKG063

              CALL WS-PGFJF063         USING LNKG063L

              MOVE COD-SUPERVISOR-LNKG063
                                 TO WS-TAB-SUP-VEND(WS-VEND-DESTINO)
              MOVE "S"           TO WS-TAB-EQP-LIDA(WS-VEND-DESTINO)
           END-IF

           .
       2360-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA OS VENDEDORES COM AUSENCIA COMECANDO NOS PROXIMOS DIAS   *
      *----------------------------------------------------------------*
       2400-CARREGA-AUSENCIAS-PROX     SECTION.
                 MOVE COD-VENDEDOR-AVI TO WS-REI-VEND
                 MOVE TIPO-AVISO-AVI   TO WS-REI-TIPO
                 MOVE TEXTO-AVI        TO WS-REI-TEXTO
                 MOVE SPACES           TO WS-REI-COPIA

                 IF COD-VEND-ORIGEM-AVI NUMERIC AND
                    NOT AVISO-ORIGINAL
                    STRING "(COPIA DO VEND " COD-VEND-ORIGEM-AVI ")"
                           DELIMITED BY SIZE
                           INTO WS-REI-COPIA
                 END-IF

                 DISPLAY WS-LIN-REIMP

