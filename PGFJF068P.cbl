       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF068P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF068P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: REALIZAR ACESSOS AO MAPA DE CONTAS CONTABEIS    *
      *                POR TIPO DE EVENTO E REGIAO (FUNCOES 0 A 3) -   *
      *                REGIAO 0 E O MAPA GERAL, USADO PELA EXPORTACAO  *
      *                CONTABIL (PGFJF069P) QUANDO A REGIAO DO CLIENTE *
      *                NAO TEM MAPA PROPRIO                            *
      * ARQUIVOS.....: ArqMapaContabil                                 *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                          *
      * 15/10/2026 FJF              ACEITA O EVENTO D (DEVOLUCAO DE    *
      *                             PEDIDO) NO MAPA DE CONTAS          *
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
           SELECT ARQ-MAPA-CTB       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-MCT
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-MCT.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-MAPA-CTB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqMapaContabil'.
       COPY "MAPCTB.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-MCT            PIC  X(002)         VALUE "00".

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG068L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG068L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO                                        *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-LNKG068
           MOVE SPACES                 TO MSG-RETORNO-LNKG068

           MOVE FUNCTION UPPER-CASE(TIPO-EVENTO-LNKG068)
                                       TO TIPO-EVENTO-LNKG068

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-LNKG068
               WHEN 0
                    PERFORM 2100-BUSCAR-MAPA
               WHEN 1
                    PERFORM 2200-INCLUIR-MAPA
               WHEN 2
                    PERFORM 2300-ALTERAR-MAPA
               WHEN 3
                    PERFORM 2400-EXCLUIR-MAPA
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-LNKG068
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-LNKG068
                    PERFORM 3000-FINALIZA
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE BUSCA DO MAPA PELO EVENTO E REGIAO                   *
      *----------------------------------------------------------------*
       2100-BUSCAR-MAPA                SECTION.

           PERFORM 2110-OPEN-ARQ-MAPA

           PERFORM 2140-MONTA-CHAVE

           READ ARQ-MAPA-CTB

           IF WS-FL-STATUS-MCT         EQUAL ZEROS
              PERFORM 2130-DEVOLVE-MAPA
              MOVE ZEROS               TO COD-RETORNO-LNKG068
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG068
              MOVE "MAPA NAO ENCONTRADO PARA EVENTO/REGIAO"
                                       TO MSG-RETORNO-LNKG068
           END-IF

           PERFORM 2120-CLOSE-ARQ-MAPA

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DE ARQUIVO                                            *
      *----------------------------------------------------------------*
       2110-OPEN-ARQ-MAPA              SECTION.

           OPEN I-O ARQ-MAPA-CTB

           IF WS-FL-STATUS-MCT         EQUAL "35"
              OPEN OUTPUT ARQ-MAPA-CTB

              IF WS-FL-STATUS-MCT      EQUAL ZEROS
                 CLOSE ARQ-MAPA-CTB
                 OPEN I-O ARQ-MAPA-CTB
              END-IF
           END-IF

           IF WS-FL-STATUS-MCT         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG068
              MOVE "ERRO NA ABERTURA DO MAPA DE CONTAS"
                                       TO MSG-RETORNO-LNKG068
              PERFORM 3000-FINALIZA
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DE ARQUIVO                                          *
      *----------------------------------------------------------------*
       2120-CLOSE-ARQ-MAPA             SECTION.

           CLOSE ARQ-MAPA-CTB

           IF WS-FL-STATUS-MCT         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG068
              MOVE "ERRO NO FECHAMENTO DO MAPA DE CONTAS"
                                       TO MSG-RETORNO-LNKG068
              PERFORM 3000-FINALIZA
           END-IF

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE O MAPA LIDO NA AREA DE COMUNICACAO                     *
      *----------------------------------------------------------------*
       2130-DEVOLVE-MAPA               SECTION.

           MOVE CONTA-DEBITO-MCT       TO CONTA-DEBITO-LNKG068
           MOVE CONTA-CREDITO-MCT      TO CONTA-CREDITO-LNKG068
           MOVE HISTORICO-MCT          TO HISTORICO-LNKG068

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA A CHAVE DO MAPA A PARTIR DA AREA DE COMUNICACAO          *
      *----------------------------------------------------------------*
       2140-MONTA-CHAVE                SECTION.

           MOVE TIPO-EVENTO-LNKG068    TO TIPO-EVENTO-MCT
           MOVE COD-REGIAO-LNKG068     TO COD-REGIAO-MCT

           .
       2140-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA O REGISTRO DO MAPA A PARTIR DA AREA DE COMUNICACAO       *
      *----------------------------------------------------------------*
       2150-MONTA-MAPA                 SECTION.

           PERFORM 2140-MONTA-CHAVE

           MOVE CONTA-DEBITO-LNKG068   TO CONTA-DEBITO-MCT
           MOVE CONTA-CREDITO-LNKG068  TO CONTA-CREDITO-MCT
           MOVE HISTORICO-LNKG068      TO HISTORICO-MCT

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA O EVENTO E AS CONTAS INFORMADAS - AS DUAS CONTAS SAO    *
      * OBRIGATORIAS E DIFERENTES, PARA O LANCAMENTO FECHAR            *
      *----------------------------------------------------------------*
       2160-VALIDA-MAPA                SECTION.

           MOVE TIPO-EVENTO-LNKG068    TO TIPO-EVENTO-MCT

           EVALUATE TRUE
               WHEN NOT MCT-EVENTO-VALIDO
                    MOVE 1             TO COD-RETORNO-LNKG068
                    MOVE "EVENTO INVALIDO (F/C/R/G/E/D)"
                                       TO MSG-RETORNO-LNKG068
                    PERFORM 3000-FINALIZA
               WHEN CONTA-DEBITO-LNKG068  EQUAL SPACES OR
                    CONTA-CREDITO-LNKG068 EQUAL SPACES
                    MOVE 1             TO COD-RETORNO-LNKG068
                    MOVE "CONTA A DEBITO E A CREDITO OBRIGATORIAS"
                                       TO MSG-RETORNO-LNKG068
                    PERFORM 3000-FINALIZA
               WHEN CONTA-DEBITO-LNKG068  EQUAL CONTA-CREDITO-LNKG068
                    MOVE 1             TO COD-RETORNO-LNKG068
                    MOVE "CONTA A DEBITO IGUAL A CONTA A CREDITO"
                                       TO MSG-RETORNO-LNKG068
                    PERFORM 3000-FINALIZA
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           .
       2160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INCLUSAO DO MAPA                                     *
      *----------------------------------------------------------------*
       2200-INCLUIR-MAPA               SECTION.

           PERFORM 2160-VALIDA-MAPA

           PERFORM 2110-OPEN-ARQ-MAPA

           PERFORM 2140-MONTA-CHAVE

           READ ARQ-MAPA-CTB

           IF WS-FL-STATUS-MCT         EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG068
              MOVE "MAPA JA CADASTRADO PARA EVENTO/REGIAO"
                                       TO MSG-RETORNO-LNKG068
           ELSE
              PERFORM 2150-MONTA-MAPA

              WRITE REG-MAPA-CTB

              IF WS-FL-STATUS-MCT      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-LNKG068
                 MOVE "MAPA DE CONTAS CADASTRADO COM SUCESSO"
                                       TO MSG-RETORNO-LNKG068
              ELSE
                 MOVE 9                TO COD-RETORNO-LNKG068
                 MOVE "ERRO AO GRAVAR O MAPA DE CONTAS"
                                       TO MSG-RETORNO-LNKG068
              END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-MAPA

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE ALTERACAO DO MAPA                                    *
      *----------------------------------------------------------------*
       2300-ALTERAR-MAPA               SECTION.

           PERFORM 2160-VALIDA-MAPA

           PERFORM 2110-OPEN-ARQ-MAPA

           PERFORM 2140-MONTA-CHAVE

           READ ARQ-MAPA-CTB

           IF WS-FL-STATUS-MCT         EQUAL ZEROS
              PERFORM 2150-MONTA-MAPA

              REWRITE REG-MAPA-CTB

              IF WS-FL-STATUS-MCT      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-LNKG068
                 MOVE "MAPA DE CONTAS ALTERADO COM SUCESSO"
                                       TO MSG-RETORNO-LNKG068
              ELSE
                 MOVE 9                TO COD-RETORNO-LNKG068
                 MOVE "ERRO AO ALTERAR O MAPA DE CONTAS"
                                       TO MSG-RETORNO-LNKG068
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG068
              MOVE "MAPA NAO ENCONTRADO PARA EVENTO/REGIAO"
                                       TO MSG-RETORNO-LNKG068
           END-IF

           PERFORM 2120-CLOSE-ARQ-MAPA

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE EXCLUSAO DO MAPA                                     *
      *----------------------------------------------------------------*
       2400-EXCLUIR-MAPA               SECTION.

           PERFORM 2110-OPEN-ARQ-MAPA

           PERFORM 2140-MONTA-CHAVE

           READ ARQ-MAPA-CTB

           IF WS-FL-STATUS-MCT         EQUAL ZEROS
              DELETE ARQ-MAPA-CTB RECORD

              IF WS-FL-STATUS-MCT      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-LNKG068
                 MOVE "MAPA DE CONTAS EXCLUIDO COM SUCESSO"
                                       TO MSG-RETORNO-LNKG068
              ELSE
                 MOVE 9                TO COD-RETORNO-LNKG068
                 MOVE "ERRO AO EXCLUIR O MAPA DE CONTAS"
                                       TO MSG-RETORNO-LNKG068
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG068
              MOVE "MAPA NAO ENCONTRADO PARA EVENTO/REGIAO"
                                       TO MSG-RETORNO-LNKG068
           END-IF

           PERFORM 2120-CLOSE-ARQ-MAPA

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF068P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF068P.
      *----------------------------------------------------------------*
