      *                CABECALHO MOSTRANDO A CARTEIRA CONTRA O LIMITE  *
      *                MAX-CLIENTES-VEND                               *
      * ARQUIVOS.....: ArqDistribuicao, ArqCliente, ArqVendedor,       *
      *                ArqCarteiraVendedor, ArqEquipe (VIA PGFJF063P)  *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                          *
      * 15/10/2026 FJF              FOLHAS AGRUPADAS POR GERENTE       *
      *                             REGIONAL E EQUIPE (SUPERVISOR)     *
      *                             VIGENTES NA DATA DA DISTRIBUICAO,  *
      *                             COM SUBTOTAIS POR EQUIPE E POR     *
      *                             GERENTE E FILTRO OPCIONAL DE UMA   *
      *                             EQUIPE                             *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*

       SD  ARQ-SORT-CARTEIRA.
       01  REG-SORT-CARTEIRA.
           05  SRT-COD-GERENTE         PIC  9(003).
           05  SRT-COD-SUPERVISOR      PIC  9(003).
           05  SRT-COD-VENDEDOR        PIC  9(003).
           05  SRT-DISTANCIA           PIC  9(009)V9(002).
           05  SRT-COD-CLIENTE         PIC  9(007).
           88  FIM-SORT                     VALUE "S".
       77  WS-VEND-CORRENTE            PIC  9(003)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * EQUIPE VIGENTE DE CADA VENDEDOR NA DATA DA DISTRIBUICAO E      *
      * QUEBRAS POR EQUIPE (SUPERVISOR) E POR GERENTE REGIONAL         *
      *----------------------------------------------------------------*
       77  WS-DATA-REF-EQUIPE          PIC  9(008)         VALUE ZEROS.
       77  WS-SUP-CORRENTE             PIC  9(003)         VALUE ZEROS.
       77  WS-GER-CORRENTE             PIC  9(003)         VALUE ZEROS.
       77  WS-QTD-VEND-EQUIPE          PIC  9(005)         VALUE ZEROS.
       77  WS-QTD-CLI-EQUIPE           PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-VEND-GERENTE         PIC  9(005)         VALUE ZEROS.
       77  WS-QTD-CLI-GERENTE          PIC  9(007)         VALUE ZEROS.
       77  WS-SW-PRIMEIRO              PIC  X(001)         VALUE "S".
           88  PRIMEIRO-REGISTRO            VALUE "S".

       01  WS-TAB-EQUIPE-VEND.
           05  WS-TAB-EQP-LIDA         PIC  X(001)
                                       OCCURS 999 TIMES
                                       VALUE "N".
           05  WS-TAB-SUP-VEND         PIC  9(003)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.
           05  WS-TAB-GER-VEND         PIC  9(003)
                                       OCCURS 999 TIMES
                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      * CONTAGEM DE CLIENTES POR VENDEDOR NA GERACAO CORRENTE, USADA   *
      * NO CABECALHO DA FOLHA (CARTEIRA X LIMITE)                      *
               "  EXECUCAO:  ".
           05  WS-CAB-DATA-EXEC        PIC  9(008).

       01  WS-LIN-TOT-EQUIPE.
           05  WS-TOT-ROTULO           PIC  X(026).
           05  WS-TOT-CODIGO           PIC  ZZ9.
           05  FILLER                  PIC  X(014)         VALUE
               "  VENDEDORES: ".
           05  WS-TOT-QTD-VEND         PIC  ZZZZ9.
           05  FILLER                  PIC  X(012)         VALUE
               "  CLIENTES: ".
           05  WS-TOT-QTD-CLI          PIC  ZZZZZZ9.

       01  WS-LIN-CAB-COLUNAS          PIC  X(078)         VALUE
           "  CLIENTE  RAZAO SOCIAL                  CIDADE/UF".

           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-MARCA            PIC  X(001).

      *----------------------------------------------------------------*
      * AREAS DE COMUNICAÇÃO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-PGFJF063                 PIC  X(009)         VALUE
           'PGFJF063P'.

       COPY LNKG063L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
           PERFORM 1000-INICIALIZA

           SORT ARQ-SORT-CARTEIRA
                ON ASCENDING KEY SRT-COD-GERENTE
                                 SRT-COD-SUPERVISOR
                                 SRT-COD-VENDEDOR
                                 SRT-DISTANCIA
                INPUT  PROCEDURE IS 2100-SELECIONA-DISTRIBUICAO
                OUTPUT PROCEDURE IS 2400-GERA-FOLHAS
           MOVE SPACES                 TO MSG-RETORNO-LNKG021
           MOVE "N"                    TO WS-SW-FIM-SORT
           MOVE ZEROS                  TO WS-VEND-CORRENTE
           MOVE "S"                    TO WS-SW-PRIMEIRO

           IF DATA-EXECUCAO-LNKG021    EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-REF-EQUIPE
           ELSE
              MOVE DATA-EXECUCAO-LNKG021
                                       TO WS-DATA-REF-EQUIPE
           END-IF

           .
       1000-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LIBERA PARA O SORT OS REGISTROS DA GERACAO CORRENTE - COM      *
      * FILTRO DE EQUIPE SO OS VENDEDORES DO SUPERVISOR INFORMADO      *
      *----------------------------------------------------------------*
       2300-LIBERA-REGISTRO            SECTION.

           IF DATA-EXECUCAO-DISTRIB    EQUAL DATA-EXECUCAO-LNKG021
              AND COD-VENDEDOR-DISTRIB GREATER ZEROS
              PERFORM 2350-RESOLVE-EQUIPE
           END-IF

           IF DATA-EXECUCAO-DISTRIB    EQUAL DATA-EXECUCAO-LNKG021
              AND COD-VENDEDOR-DISTRIB GREATER ZEROS
              AND (COD-SUPERVISOR-LNKG021 EQUAL ZEROS OR
                   COD-SUPERVISOR-LNKG021 EQUAL
                   WS-TAB-SUP-VEND(COD-VENDEDOR-DISTRIB))
              MOVE WS-TAB-GER-VEND(COD-VENDEDOR-DISTRIB)
                                       TO SRT-COD-GERENTE
              MOVE WS-TAB-SUP-VEND(COD-VENDEDOR-DISTRIB)
                                       TO SRT-COD-SUPERVISOR
              MOVE COD-VENDEDOR-DISTRIB
                                       TO SRT-COD-VENDEDOR
              MOVE DISTANCIA-DISTRIB   TO SRT-DISTANCIA
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESOLVE (UMA VEZ POR VENDEDOR) O SUPERVISOR E O GERENTE        *
      * REGIONAL VIGENTES NA DATA DA DISTRIBUICAO                      *
      *----------------------------------------------------------------*
       2350-RESOLVE-EQUIPE             SECTION.

           IF WS-TAB-EQP-LIDA(COD-VENDEDOR-DISTRIB) EQUAL "N"
              MOVE 4                   TO COD-FUNCAO-LNKG063
              MOVE COD-VENDEDOR-DISTRIB
                                       TO COD-MEMBRO-LNKG063
              MOVE WS-DATA-REF-EQUIPE  TO DATA-REF-LNKG063

              CALL WS-PGFJF063         USING LNKG063L

              MOVE COD-SUPERVISOR-LNKG063
                           TO WS-TAB-SUP-VEND(COD-VENDEDOR-DISTRIB)
              MOVE COD-GERENTE-LNKG063
                           TO WS-TAB-GER-VEND(COD-VENDEDOR-DISTRIB)
              MOVE "S"     TO WS-TAB-EQP-LIDA(COD-VENDEDOR-DISTRIB)
           END-IF

           .
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCEDIMENTO DE SAIDA DO SORT - GRAVA AS FOLHAS POR VENDEDOR,  *
      * COM QUEBRA DE CONTROLE NO CODIGO DO VENDEDOR                   *
      *----------------------------------------------------------------*

           PERFORM 2600-GRAVA-DETALHE UNTIL FIM-SORT

           IF NOT PRIMEIRO-REGISTRO
              PERFORM 2800-GRAVA-TOTAL-EQUIPE
              PERFORM 2850-GRAVA-TOTAL-GERENTE
           END-IF

           CLOSE ARQ-CARTEIRA
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O DETALHE DE UM CLIENTE, ABRINDO NOVA FOLHA QUANDO O     *
      * VENDEDOR MUDA E FECHANDO OS SUBTOTAIS QUANDO MUDA A EQUIPE OU  *
      * O GERENTE REGIONAL                                             *
      *----------------------------------------------------------------*
       2600-GRAVA-DETALHE              SECTION.

           IF PRIMEIRO-REGISTRO
              MOVE "N"                 TO WS-SW-PRIMEIRO
              MOVE SRT-COD-GERENTE     TO WS-GER-CORRENTE
              MOVE SRT-COD-SUPERVISOR  TO WS-SUP-CORRENTE
           END-IF

           IF SRT-COD-GERENTE          NOT EQUAL WS-GER-CORRENTE OR
              SRT-COD-SUPERVISOR       NOT EQUAL WS-SUP-CORRENTE
              PERFORM 2800-GRAVA-TOTAL-EQUIPE
              MOVE SRT-COD-SUPERVISOR  TO WS-SUP-CORRENTE
           END-IF

           IF SRT-COD-GERENTE          NOT EQUAL WS-GER-CORRENTE
              PERFORM 2850-GRAVA-TOTAL-GERENTE
              MOVE SRT-COD-GERENTE     TO WS-GER-CORRENTE
           END-IF

           IF SRT-COD-VENDEDOR         NOT EQUAL WS-VEND-CORRENTE
              MOVE SRT-COD-VENDEDOR    TO WS-VEND-CORRENTE
              ADD 1                    TO WS-QTD-VEND-EQUIPE
                                          WS-QTD-VEND-GERENTE
              PERFORM 2700-GRAVA-CABECALHO
           END-IF

           ADD 1                       TO WS-QTD-CLI-EQUIPE
                                          WS-QTD-CLI-GERENTE

           MOVE SPACES                 TO WS-LIN-DETALHE
           MOVE SRT-COD-CLIENTE        TO WS-DET-COD-CLI
           MOVE SRT-RAZAO-SOCIAL       TO WS-DET-RAZ-SOC
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O SUBTOTAL DA EQUIPE (SUPERVISOR) QUE SE ENCERRA         *
      *----------------------------------------------------------------*
       2800-GRAVA-TOTAL-EQUIPE         SECTION.

           MOVE SPACES                 TO REG-CARTEIRA
           MOVE WS-LIN-SEPARADOR       TO REG-CARTEIRA
           WRITE REG-CARTEIRA

           IF WS-SUP-CORRENTE          EQUAL ZEROS
              MOVE "TOTAL SEM EQUIPE         "
                                       TO WS-TOT-ROTULO
           ELSE
              MOVE "TOTAL DA EQUIPE DO SUPERV."
                                       TO WS-TOT-ROTULO
           END-IF

           MOVE WS-SUP-CORRENTE        TO WS-TOT-CODIGO
           MOVE WS-QTD-VEND-EQUIPE     TO WS-TOT-QTD-VEND
           MOVE WS-QTD-CLI-EQUIPE      TO WS-TOT-QTD-CLI

           MOVE SPACES                 TO REG-CARTEIRA
           MOVE WS-LIN-TOT-EQUIPE      TO REG-CARTEIRA
           WRITE REG-CARTEIRA

           MOVE ZEROS                  TO WS-QTD-VEND-EQUIPE
                                          WS-QTD-CLI-EQUIPE

           .
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O SUBTOTAL DO GERENTE REGIONAL QUE SE ENCERRA            *
      *----------------------------------------------------------------*
       2850-GRAVA-TOTAL-GERENTE        SECTION.

           IF WS-GER-CORRENTE          EQUAL ZEROS
              MOVE "TOTAL SEM GERENTE        "
                                       TO WS-TOT-ROTULO
           ELSE
              MOVE "TOTAL DO GERENTE REGIONAL"
                                       TO WS-TOT-ROTULO
           END-IF

           MOVE WS-GER-CORRENTE        TO WS-TOT-CODIGO
           MOVE WS-QTD-VEND-GERENTE    TO WS-TOT-QTD-VEND
           MOVE WS-QTD-CLI-GERENTE     TO WS-TOT-QTD-CLI

           MOVE SPACES                 TO REG-CARTEIRA
           MOVE WS-LIN-TOT-EQUIPE      TO REG-CARTEIRA
           WRITE REG-CARTEIRA

           MOVE ZEROS                  TO WS-QTD-VEND-GERENTE
                                          WS-QTD-CLI-GERENTE

           .
       2850-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
