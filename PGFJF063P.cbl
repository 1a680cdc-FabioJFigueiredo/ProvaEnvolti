       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF063P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF063P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: REALIZAR ACESSOS A ESTRUTURA DE EQUIPES         *
      *                (VENDEDOR -> SUPERVISOR -> GERENTE REGIONAL)    *
      *                PELA CHAVE TIPO/MEMBRO/VIGENCIA (FUNCOES 0 A 3) *
      *                E DEVOLVER O SUPERVISOR E O GERENTE VIGENTES DO *
      *                VENDEDOR NA DATA DE REFERENCIA (FUNCAO 4)       *
      * ARQUIVOS.....: ArqEquipe, ArqVendedor                          *
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
           SELECT ARQ-EQUIPE         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-EQP
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-EQP.

           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR
                       ALTERNATE RECORD KEY IS CPF
                       ALTERNATE RECORD KEY IS NOME-VENDEDOR
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-EQUIPE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqEquipe'.
       COPY "EQUIPE.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "VENDEDOR.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-EQP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".

      *----------------------------------------------------------------*
      * PESQUISA DA VIGENCIA - CHAVE PROCURADA E SUPERIOR ENCONTRADO   *
      * (MAIOR VIGENCIA ATE A DATA)                                    *
      *----------------------------------------------------------------*
       77  WS-BUS-TIPO                 PIC  X(001)         VALUE SPACES.
       77  WS-BUS-MEMBRO               PIC  9(003)         VALUE ZEROS.
       77  WS-BUS-DATA                 PIC  9(008)         VALUE ZEROS.
       77  WS-ACH-SUPERIOR             PIC  9(003)         VALUE ZEROS.
       77  WS-SW-ACHOU-VIGENCIA        PIC  X(001)         VALUE "N".
           88  ACHOU-VIGENCIA               VALUE "S".
       77  WS-SW-FIM-EQUIPE            PIC  X(001)         VALUE "N".
           88  FIM-EQUIPE                   VALUE "S".
       77  WS-COD-VALIDA               PIC  9(003)         VALUE ZEROS.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG063L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG063L.
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

           MOVE ZEROS                  TO COD-RETORNO-LNKG063
           MOVE SPACES                 TO MSG-RETORNO-LNKG063

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-LNKG063
               WHEN 0
                    PERFORM 2100-BUSCAR-EQUIPE
               WHEN 1
                    PERFORM 2200-INCLUIR-EQUIPE
               WHEN 2
                    PERFORM 2300-ALTERAR-EQUIPE
               WHEN 3
                    PERFORM 2400-EXCLUIR-EQUIPE
               WHEN 4
                    PERFORM 2500-EQUIPE-VIGENTE
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-LNKG063
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-LNKG063
                    PERFORM 3000-FINALIZA
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE BUSCA PELA CHAVE COMPLETA                            *
      *----------------------------------------------------------------*
       2100-BUSCAR-EQUIPE              SECTION.

           PERFORM 2110-OPEN-ARQ-EQUIPE

           PERFORM 2140-MONTA-CHAVE

           READ ARQ-EQUIPE

           IF WS-FL-STATUS-EQP         EQUAL ZEROS
              MOVE COD-SUPERIOR-EQP    TO COD-SUPERIOR-LNKG063
              MOVE ZEROS               TO COD-RETORNO-LNKG063
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG063
              MOVE "VINCULO NAO ENCONTRADO NA ESTRUTURA"
                                       TO MSG-RETORNO-LNKG063
           END-IF

           PERFORM 2120-CLOSE-ARQ-EQUIPE

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DE ARQUIVO                                            *
      *----------------------------------------------------------------*
       2110-OPEN-ARQ-EQUIPE            SECTION.

           OPEN I-O ARQ-EQUIPE

           IF WS-FL-STATUS-EQP         EQUAL "35"
              OPEN OUTPUT ARQ-EQUIPE

              IF WS-FL-STATUS-EQP      EQUAL ZEROS
                 CLOSE ARQ-EQUIPE
                 OPEN I-O ARQ-EQUIPE
              END-IF
           END-IF

           IF WS-FL-STATUS-EQP         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG063
              MOVE "ERRO NA ABERTURA DA ESTRUTURA DE EQUIPES"
                                       TO MSG-RETORNO-LNKG063
              PERFORM 3000-FINALIZA
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DE ARQUIVO                                          *
      *----------------------------------------------------------------*
       2120-CLOSE-ARQ-EQUIPE           SECTION.

           CLOSE ARQ-EQUIPE

           IF WS-FL-STATUS-EQP         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG063
              MOVE "ERRO NO FECHAMENTO DA ESTRUTURA DE EQUIPES"
                                       TO MSG-RETORNO-LNKG063
              PERFORM 3000-FINALIZA
           END-IF

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA O MEMBRO E O SUPERIOR ANTES DA GRAVACAO: TIPO V OU S,   *
      * AMBOS CADASTRADOS NO ArqVendedor, NAO EXCLUIDOS E DIFERENTES   *
      *----------------------------------------------------------------*
       2130-VALIDA-VINCULO             SECTION.

           IF TIPO-MEMBRO-LNKG063      NOT EQUAL 'V' AND
              TIPO-MEMBRO-LNKG063      NOT EQUAL 'S'
              MOVE 1                   TO COD-RETORNO-LNKG063
              MOVE "TIPO DEVE SER V-VENDEDOR OU S-SUPERVISOR"
                                       TO MSG-RETORNO-LNKG063
              PERFORM 3000-FINALIZA
           END-IF

           IF COD-MEMBRO-LNKG063       EQUAL ZEROS OR
              COD-SUPERIOR-LNKG063     EQUAL ZEROS OR
              DATA-VIGENCIA-LNKG063    EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG063
              MOVE "MEMBRO, SUPERIOR OU VIGENCIA INVALIDO"
                                       TO MSG-RETORNO-LNKG063
              PERFORM 3000-FINALIZA
           END-IF

           IF COD-MEMBRO-LNKG063       EQUAL COD-SUPERIOR-LNKG063
              MOVE 1                   TO COD-RETORNO-LNKG063
              MOVE "MEMBRO NAO PODE SER O PROPRIO SUPERIOR"
                                       TO MSG-RETORNO-LNKG063
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG063
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE VENDEDORES"
                                       TO MSG-RETORNO-LNKG063
              PERFORM 3000-FINALIZA
           END-IF

           MOVE COD-MEMBRO-LNKG063     TO WS-COD-VALIDA
           PERFORM 2135-VALIDA-VENDEDOR

           IF COD-RETORNO-LNKG063      EQUAL ZEROS
              MOVE COD-SUPERIOR-LNKG063
                                       TO WS-COD-VALIDA
              PERFORM 2135-VALIDA-VENDEDOR
           END-IF

           CLOSE ARQ-VENDEDOR

           IF COD-RETORNO-LNKG063      NOT EQUAL ZEROS
              PERFORM 3000-FINALIZA
           END-IF

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE SE O CODIGO INFORMADO E UM VENDEDOR NAO EXCLUIDO       *
      *----------------------------------------------------------------*
       2135-VALIDA-VENDEDOR            SECTION.

           MOVE WS-COD-VALIDA          TO COD-VENDEDOR

           READ ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG063
              MOVE "MEMBRO OU SUPERIOR NAO CADASTRADO COMO VENDEDOR"
                                       TO MSG-RETORNO-LNKG063
           ELSE
              IF VEND-EXCLUIDO
                 MOVE 1                TO COD-RETORNO-LNKG063
                 MOVE "MEMBRO OU SUPERIOR EXCLUIDO DO CADASTRO"
                                       TO MSG-RETORNO-LNKG063
              END-IF
           END-IF

           .
       2135-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA A CHAVE DA ESTRUTURA A PARTIR DA AREA DE COMUNICACAO     *
      *----------------------------------------------------------------*
       2140-MONTA-CHAVE                SECTION.

           MOVE TIPO-MEMBRO-LNKG063    TO TIPO-MEMBRO-EQP
           MOVE COD-MEMBRO-LNKG063     TO COD-MEMBRO-EQP
           MOVE DATA-VIGENCIA-LNKG063  TO DATA-VIGENCIA-EQP

           .
       2140-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA O REGISTRO DA ESTRUTURA A PARTIR DA AREA DE COMUNICACAO  *
      *----------------------------------------------------------------*
       2150-MONTA-EQUIPE               SECTION.

           PERFORM 2140-MONTA-CHAVE

           MOVE COD-SUPERIOR-LNKG063   TO COD-SUPERIOR-EQP

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INCLUSAO DE VINCULO - A TROCA DE EQUIPE E UMA NOVA   *
      * VIGENCIA, O VINCULO ANTERIOR PERMANECE COMO HISTORICO          *
      *----------------------------------------------------------------*
       2200-INCLUIR-EQUIPE             SECTION.

           PERFORM 2130-VALIDA-VINCULO

           PERFORM 2110-OPEN-ARQ-EQUIPE

           PERFORM 2140-MONTA-CHAVE

           READ ARQ-EQUIPE

           IF WS-FL-STATUS-EQP         EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG063
              MOVE "VINCULO JA CADASTRADO PARA MEMBRO/VIGENCIA"
                                       TO MSG-RETORNO-LNKG063
           ELSE
              PERFORM 2150-MONTA-EQUIPE

              WRITE REG-EQUIPE

              IF WS-FL-STATUS-EQP      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-LNKG063
                 MOVE "VINCULO CADASTRADO COM SUCESSO"
                                       TO MSG-RETORNO-LNKG063
              ELSE
                 MOVE 9                TO COD-RETORNO-LNKG063
                 MOVE "ERRO AO GRAVAR O VINCULO"
                                       TO MSG-RETORNO-LNKG063
              END-IF
           END-IF

           PERFORM 2120-CLOSE-ARQ-EQUIPE

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE ALTERACAO DE VINCULO (CORRECAO DA MESMA VIGENCIA)    *
      *----------------------------------------------------------------*
       2300-ALTERAR-EQUIPE             SECTION.

           PERFORM 2130-VALIDA-VINCULO

           PERFORM 2110-OPEN-ARQ-EQUIPE

           PERFORM 2140-MONTA-CHAVE

           READ ARQ-EQUIPE

           IF WS-FL-STATUS-EQP         EQUAL ZEROS
              PERFORM 2150-MONTA-EQUIPE

              REWRITE REG-EQUIPE

              IF WS-FL-STATUS-EQP      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-LNKG063
                 MOVE "VINCULO ALTERADO COM SUCESSO"
                                       TO MSG-RETORNO-LNKG063
              ELSE
                 MOVE 9                TO COD-RETORNO-LNKG063
                 MOVE "ERRO AO ALTERAR VINCULO"
                                       TO MSG-RETORNO-LNKG063
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG063
              MOVE "ERRO AO ALTERAR VINCULO"
                                       TO MSG-RETORNO-LNKG063
           END-IF

           PERFORM 2120-CLOSE-ARQ-EQUIPE

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE EXCLUSAO DE VINCULO                                  *
      *----------------------------------------------------------------*
       2400-EXCLUIR-EQUIPE             SECTION.

           PERFORM 2110-OPEN-ARQ-EQUIPE

           PERFORM 2140-MONTA-CHAVE

           READ ARQ-EQUIPE

           IF WS-FL-STATUS-EQP         EQUAL ZEROS
              DELETE ARQ-EQUIPE RECORD

              IF WS-FL-STATUS-EQP      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-LNKG063
                 MOVE "VINCULO EXCLUIDO COM SUCESSO"
                                       TO MSG-RETORNO-LNKG063
              ELSE
                 MOVE 9                TO COD-RETORNO-LNKG063
                 MOVE "ERRO AO EXCLUIR VINCULO"
                                       TO MSG-RETORNO-LNKG063
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG063
              MOVE "ERRO AO EXCLUIR VINCULO"
                                       TO MSG-RETORNO-LNKG063
           END-IF

           PERFORM 2120-CLOSE-ARQ-EQUIPE

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 4 - SUPERVISOR VIGENTE DO VENDEDOR NA DATA E GERENTE    *
      * REGIONAL VIGENTE DESSE SUPERVISOR - SEM EQUIPE NA DATA DEVOLVE *
      * RETORNO 1 COM SUPERVISOR E GERENTE ZERADOS                     *
      *----------------------------------------------------------------*
       2500-EQUIPE-VIGENTE             SECTION.

           MOVE ZEROS                  TO COD-SUPERVISOR-LNKG063
                                          COD-GERENTE-LNKG063

           OPEN INPUT ARQ-EQUIPE

           IF WS-FL-STATUS-EQP         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG063
              MOVE "VENDEDOR SEM EQUIPE VIGENTE"
                                       TO MSG-RETORNO-LNKG063
              PERFORM 3000-FINALIZA
           END-IF

           MOVE 'V'                    TO WS-BUS-TIPO
           MOVE COD-MEMBRO-LNKG063     TO WS-BUS-MEMBRO
           MOVE DATA-REF-LNKG063       TO WS-BUS-DATA

           PERFORM 2520-PROCURA-VIGENCIA

           IF ACHOU-VIGENCIA
              MOVE WS-ACH-SUPERIOR     TO COD-SUPERVISOR-LNKG063

              MOVE 'S'                 TO WS-BUS-TIPO
              MOVE WS-ACH-SUPERIOR     TO WS-BUS-MEMBRO

              PERFORM 2520-PROCURA-VIGENCIA

              IF ACHOU-VIGENCIA
                 MOVE WS-ACH-SUPERIOR  TO COD-GERENTE-LNKG063
              END-IF

              MOVE "EQUIPE VIGENTE ENCONTRADA"
                                       TO MSG-RETORNO-LNKG063
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG063
              MOVE "VENDEDOR SEM EQUIPE VIGENTE"
                                       TO MSG-RETORNO-LNKG063
           END-IF

           CLOSE ARQ-EQUIPE

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PERCORRE AS VIGENCIAS DO MEMBRO PESQUISADO E FICA COM O        *
      * SUPERIOR DA ULTIMA QUE NAO PASSA DA DATA                       *
      *----------------------------------------------------------------*
       2520-PROCURA-VIGENCIA           SECTION.

           MOVE "N"                    TO WS-SW-ACHOU-VIGENCIA
                                          WS-SW-FIM-EQUIPE
           MOVE ZEROS                  TO WS-ACH-SUPERIOR

           MOVE WS-BUS-TIPO            TO TIPO-MEMBRO-EQP
           MOVE WS-BUS-MEMBRO          TO COD-MEMBRO-EQP
           MOVE ZEROS                  TO DATA-VIGENCIA-EQP

           START ARQ-EQUIPE KEY IS NOT LESS THAN CHAVE-EQP

           IF WS-FL-STATUS-EQP         NOT EQUAL ZEROS
              MOVE "S"                 TO WS-SW-FIM-EQUIPE
           END-IF

           PERFORM 2530-LER-VIGENCIA UNTIL FIM-EQUIPE

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A PROXIMA VIGENCIA DO MEMBRO                                *
      *----------------------------------------------------------------*
       2530-LER-VIGENCIA               SECTION.

           READ ARQ-EQUIPE NEXT RECORD

           IF WS-FL-STATUS-EQP         EQUAL ZEROS AND
              TIPO-MEMBRO-EQP          EQUAL WS-BUS-TIPO AND
              COD-MEMBRO-EQP           EQUAL WS-BUS-MEMBRO AND
              DATA-VIGENCIA-EQP        NOT GREATER WS-BUS-DATA
              MOVE "S"                 TO WS-SW-ACHOU-VIGENCIA
              MOVE COD-SUPERIOR-EQP    TO WS-ACH-SUPERIOR
           ELSE
              MOVE "S"                 TO WS-SW-FIM-EQUIPE
           END-IF

           .
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF063P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF063P.
      *----------------------------------------------------------------*
