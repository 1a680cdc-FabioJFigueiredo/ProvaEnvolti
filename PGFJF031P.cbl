      *                CADASTRO (ArqAuditoria) - ACEITA CODIGO EXATO   *
      *                OU BUSCA POR PARTE DA RAZAO SOCIAL              *
      * ARQUIVOS.....: ArqUltimaDistribuicao, ArqDistribuicao,         *
      *                ArqChurn, ArqAuditoria, ArqHistCobranca,        *
      *                ArqFusaoCliente                                 *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                          *
      * 15/10/2026 FJF              INCLUIDO O HISTORICO DE ESTAGIOS   *
      *                             DA REGUA DE COBRANCA DOS TITULOS   *
      *                             DO CLIENTE (ArqHistCobranca,       *
      *                             GRAVADO PELO PGFJF062P)            *
      * 15/10/2026 FJF              CODIGO DE CLIENTE INCORPORADO POR  *
      *                             FUSAO (PGFJF081P) LEVA AO          *
      *                             SOBREVIVENTE E O HISTORICO INCLUI  *
      *                             OS CODIGOS INCORPORADOS A ELE      *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-AUD.

           SELECT ARQ-HIST-COBR      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-HCB.

           SELECT ARQ-FUSAO-CLI      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-RET-FUS
                                FILE STATUS IS WS-FL-STATUS-FUS.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
           VALUE OF FILE-ID IS 'ArqAuditoria'.
       COPY "AUDIT.CPY".

       FD  ARQ-HIST-COBR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqHistCobranca'.
       COPY "HISTCOBR.CPY".

       FD  ARQ-FUSAO-CLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqFusaoCliente'.
       COPY "FUSAO.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CHU            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-AUD            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-HCB            PIC  X(002)         VALUE "00".
       77  WS-QTD-LINHAS               PIC  9(003)         VALUE ZEROS.
       77  WS-DATA-VIGENTE             PIC  9(008)         VALUE ZEROS.
       77  WS-ED-DISTANCIA             PIC  ZZZZZZZZ9,99.
       77  WS-ED-COORD                 PIC  -ZZ9,99999999.
       77  WS-ED-SALDO                 PIC  ZZZZZZZZ9,99.
       77  WS-DESC-ESTAGIO             PIC  X(014)         VALUE SPACES.
       77  WS-FL-STATUS-FUS            PIC  X(002)         VALUE "00".
       77  WS-COD-CONSULTA             PIC  9(007)         VALUE ZEROS.
       77  WS-COD-PROCURA              PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-SALTOS               PIC  9(002)         VALUE ZEROS.
       77  WS-IDX-COD                  PIC  9(002)         VALUE ZEROS.
       77  WS-SW-ACHOU-COD             PIC  X(001)         VALUE "N".
           88  CODIGO-DO-CLIENTE            VALUE "S".
       77  WS-SW-INCLUIU-COD           PIC  X(001)         VALUE "N".

      *----------------------------------------------------------------*
      * CODIGOS DO CLIENTE: O ATUAL E OS INCORPORADOS A ELE POR FUSAO  *
      *----------------------------------------------------------------*
       01  WS-TAB-CODIGOS.
           05  WS-QTD-CODIGOS          PIC  9(002)         VALUE ZEROS.
           05  WS-COD-CLIENTE-TAB      OCCURS 20 TIMES
                                       PIC  9(007).

      *----------------------------------------------------------------*
      * AREAS DE COMUNICAÇÃO COM OUTROS PROGRAMAS                      *

           MOVE ZEROS                  TO COD-RETORNO-LNKG031
           MOVE SPACES                 TO MSG-RETORNO-LNKG031
           MOVE COD-CLIENTE-LNKG031    TO WS-COD-CONSULTA

           .
       1000-EXIT.

           PERFORM 2100-BUSCA-CADASTRO

           IF COD-RETORNO-LNKG002      NOT EQUAL ZEROS AND
              WS-COD-CONSULTA          GREATER ZEROS
              PERFORM 2150-SEGUE-FUSAO
           END-IF

           IF COD-RETORNO-LNKG002      NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG031
              MOVE MSG-RETORNO-LNKG002 TO MSG-RETORNO-LNKG031
           END-IF

           PERFORM 2200-MOSTRA-CADASTRO
           PERFORM 2180-MONTA-CODIGOS
           PERFORM 2300-MOSTRA-VENDEDOR-ATUAL
           PERFORM 2400-MOSTRA-BACKUPS


           PERFORM 2500-MOSTRA-CHURN
           PERFORM 2600-MOSTRA-AUDITORIA
           PERFORM 2700-MOSTRA-COBRANCA

           MOVE ZEROS                  TO COD-RETORNO-LNKG031
           MOVE "CONSULTA CLIENTE 360 CONCLUIDA"

           MOVE 0                      TO COD-FUNCAO-LNKG002
           MOVE SPACES                 TO ID-OPERADOR-LNKG002
           MOVE WS-COD-CONSULTA        TO COD-CLIENTE-LNKG002
           MOVE ZEROS                  TO CNPJ-LNKG002
           MOVE RAZAO-SOCIAL-LNKG031   TO RAZAO-SOCIAL-LNKG002

       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CODIGO NAO ENCONTRADO: SE FOI INCORPORADO POR FUSAO, SEGUE A   *
      * CADEIA DE FUSOES ATE O SOBREVIVENTE E REFAZ A BUSCA COM ELE    *
      *----------------------------------------------------------------*
       2150-SEGUE-FUSAO                SECTION.

           MOVE ZEROS                  TO WS-QTD-SALTOS

           OPEN INPUT ARQ-FUSAO-CLI

           IF WS-FL-STATUS-FUS         EQUAL ZEROS
              MOVE WS-COD-CONSULTA     TO COD-CLIENTE-RET-FUS

              READ ARQ-FUSAO-CLI

              PERFORM 2160-PROXIMA-FUSAO UNTIL
                      WS-FL-STATUS-FUS NOT EQUAL "00" OR
                      WS-QTD-SALTOS    NOT LESS 10

              CLOSE ARQ-FUSAO-CLI
           END-IF

           IF WS-QTD-SALTOS            GREATER ZEROS
              PERFORM 2100-BUSCA-CADASTRO
           END-IF

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UM PASSO DA CADEIA: AVISA A FUSAO E LE A DO SOBREVIVENTE       *
      *----------------------------------------------------------------*
       2160-PROXIMA-FUSAO              SECTION.

           DISPLAY "CLIENTE " COD-CLIENTE-RET-FUS
                   " INCORPORADO AO CLIENTE " COD-CLIENTE-SOB-FUS
                   " EM " DATA-FUS

           ADD 1                       TO WS-QTD-SALTOS
           MOVE COD-CLIENTE-SOB-FUS    TO WS-COD-CONSULTA
                                          COD-CLIENTE-RET-FUS

           READ ARQ-FUSAO-CLI

           .
       2160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA A TABELA DE CODIGOS DO CLIENTE: O ATUAL MAIS TODOS OS    *
      * INCORPORADOS A ELE, DIRETA OU INDIRETAMENTE - O ARQUIVO DE     *
      * FUSOES E VARRIDO ATE UMA PASSADA NAO INCLUIR NENHUM CODIGO     *
      *----------------------------------------------------------------*
       2180-MONTA-CODIGOS              SECTION.

           MOVE 1                      TO WS-QTD-CODIGOS
           MOVE COD-CLIENTE-LNKG002    TO WS-COD-CLIENTE-TAB(1)

           OPEN INPUT ARQ-FUSAO-CLI

           IF WS-FL-STATUS-FUS         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-INCLUIU-COD

              PERFORM 2185-VARRE-FUSOES UNTIL
                      WS-SW-INCLUIU-COD EQUAL "N"

              CLOSE ARQ-FUSAO-CLI
           END-IF

           .
       2180-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UMA PASSADA PELO ARQUIVO DE FUSOES                             *
      *----------------------------------------------------------------*
       2185-VARRE-FUSOES               SECTION.

           MOVE "N"                    TO WS-SW-INCLUIU-COD
           MOVE ZEROS                  TO COD-CLIENTE-RET-FUS

           START ARQ-FUSAO-CLI KEY IS NOT LESS THAN COD-CLIENTE-RET-FUS

           IF WS-FL-STATUS-FUS         EQUAL ZEROS
              READ ARQ-FUSAO-CLI NEXT RECORD

              PERFORM 2190-AVALIA-FUSAO UNTIL
                      WS-FL-STATUS-FUS NOT EQUAL "00"
           END-IF

           .
       2185-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUSAO CUJO SOBREVIVENTE JA ESTA NA TABELA: INCLUI O RETIRADO   *
      *----------------------------------------------------------------*
       2190-AVALIA-FUSAO               SECTION.

           MOVE COD-CLIENTE-SOB-FUS    TO WS-COD-PROCURA
           PERFORM 2195-PROCURA-CODIGO

           IF CODIGO-DO-CLIENTE
              MOVE COD-CLIENTE-RET-FUS TO WS-COD-PROCURA
              PERFORM 2195-PROCURA-CODIGO

              IF NOT CODIGO-DO-CLIENTE AND
                 WS-QTD-CODIGOS        LESS 20
                 ADD 1                 TO WS-QTD-CODIGOS
                 MOVE COD-CLIENTE-RET-FUS
                                       TO WS-COD-CLIENTE-TAB
                                          (WS-QTD-CODIGOS)
                 MOVE "S"              TO WS-SW-INCLUIU-COD
                 DISPLAY "INCORPOROU...: CLIENTE " COD-CLIENTE-RET-FUS
                         " EM " DATA-FUS
              END-IF
           END-IF

           READ ARQ-FUSAO-CLI NEXT RECORD

           .
       2190-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICA SE WS-COD-PROCURA E UM DOS CODIGOS DO CLIENTE         *
      *----------------------------------------------------------------*
       2195-PROCURA-CODIGO             SECTION.

           MOVE "N"                    TO WS-SW-ACHOU-COD

           PERFORM 2196-COMPARA-CODIGO
                   VARYING WS-IDX-COD FROM 1 BY 1
                   UNTIL WS-IDX-COD GREATER WS-QTD-CODIGOS OR
                         CODIGO-DO-CLIENTE

           .
       2195-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA COM UMA POSICAO DA TABELA DE CODIGOS                   *
      *----------------------------------------------------------------*
       2196-COMPARA-CODIGO             SECTION.

           IF WS-COD-CLIENTE-TAB(WS-IDX-COD)
                                       EQUAL WS-COD-PROCURA
              MOVE "S"                 TO WS-SW-ACHOU-COD
           END-IF

           .
       2196-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXIBE OS DADOS CADASTRAIS                                      *
      *----------------------------------------------------------------*
       2200-MOSTRA-CADASTRO            SECTION.
       2520-MOSTRA-LINHA-CHURN         SECTION.

           IF WS-FL-STATUS-CHU         EQUAL ZEROS
              MOVE COD-CLIENTE-CHURN   TO WS-COD-PROCURA
              PERFORM 2195-PROCURA-CODIGO

              IF CODIGO-DO-CLIENTE
                 ADD 1                 TO WS-QTD-LINHAS
                 DISPLAY "  " DATA-EXECUCAO-CHURN
                         " DE " COD-VEND-ANTERIOR-CHURN
       2620-MOSTRA-LINHA-AUDIT         SECTION.

           IF WS-FL-STATUS-AUD         EQUAL ZEROS
              MOVE COD-REF-AUDIT       TO WS-COD-PROCURA
              PERFORM 2195-PROCURA-CODIGO

              IF (AUDIT-CLIENTE OR AUDIT-FUSAO) AND
                 CODIGO-DO-CLIENTE
                 ADD 1                 TO WS-QTD-LINHAS
                 DISPLAY "  " DATA-EXECUCAO-AUDIT
                         " " HORA-AUDIT
       2620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXIBE O HISTORICO DE ESTAGIOS DE COBRANCA DOS TITULOS DO       *
      * CLIENTE                                                        *
      *----------------------------------------------------------------*
       2700-MOSTRA-COBRANCA            SECTION.

           DISPLAY "---------- HISTORICO DE COBRANCA --------------"

           MOVE ZEROS                  TO WS-QTD-LINHAS

           OPEN INPUT ARQ-HIST-COBR

           IF WS-FL-STATUS-HCB         EQUAL ZEROS
              PERFORM 2710-LER-ARQ-HIST-COBR

              PERFORM 2720-MOSTRA-LINHA-COBR UNTIL
                      WS-FL-STATUS-HCB NOT EQUAL "00"

              CLOSE ARQ-HIST-COBR
           END-IF

           IF WS-QTD-LINHAS            EQUAL ZEROS
              DISPLAY "  NENHUM TITULO EM COBRANCA"
           END-IF

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO HISTORICO DE COBRANCA                               *
      *----------------------------------------------------------------*
       2710-LER-ARQ-HIST-COBR          SECTION.

           READ ARQ-HIST-COBR NEXT RECORD

           .
       2710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXIBE UMA MUDANCA DE ESTAGIO DE COBRANCA DO CLIENTE            *
      *----------------------------------------------------------------*
       2720-MOSTRA-LINHA-COBR          SECTION.

           IF WS-FL-STATUS-HCB         EQUAL ZEROS
              MOVE COD-CLIENTE-HCB     TO WS-COD-PROCURA
              PERFORM 2195-PROCURA-CODIGO

              IF CODIGO-DO-CLIENTE
                 ADD 1                 TO WS-QTD-LINHAS

                 EVALUATE TRUE
                     WHEN HCB-LEMBRETE
                          MOVE "LEMBRETE"
                                       TO WS-DESC-ESTAGIO
                     WHEN HCB-NOTIFICACAO
                          MOVE "NOTIFICACAO"
                                       TO WS-DESC-ESTAGIO
                     WHEN OTHER
                          MOVE "PRE-PROTESTO"
                                       TO WS-DESC-ESTAGIO
                 END-EVALUATE

                 MOVE SALDO-HCB        TO WS-ED-SALDO
                 DISPLAY "  " DATA-ESTAGIO-HCB
                         " TITULO " NUM-TITULO-HCB
                         " " WS-DESC-ESTAGIO
                         " VENC " DATA-VENCIMENTO-HCB
                         " SALDO " WS-ED-SALDO
              END-IF

              PERFORM 2710-LER-ARQ-HIST-COBR
           END-IF

           .
       2720-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
