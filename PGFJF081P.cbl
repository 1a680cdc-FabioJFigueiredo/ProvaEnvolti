       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF081P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF081P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: FUSAO DE CLIENTES DUPLICADOS CONFIRMADOS (VER A *
      *                ANALISE DO PGFJF030P): MOVE PARA O CLIENTE      *
      *                SOBREVIVENTE OS PEDIDOS, TITULOS, VISITAS,      *
      *                FIXACAO E CONTATOS DO CLIENTE RETIRADO, EXCLUI  *
      *                LOGICAMENTE O RETIRADO E GRAVA A FUSAO NO       *
      *                ArqFusaoCliente PARA A CONSULTA DE HISTORICO    *
      *                ACHAR O CODIGO ANTIGO - CADA REGISTRO MOVIDO E  *
      *                AUDITADO (ENTIDADE 'M') E A FUNCAO 1 EMITE A    *
      *                PREVIA DE TUDO O QUE SERA MOVIDO ANTES DA       *
      *                CONFIRMACAO (FUNCAO 2) - SO SUPERVISOR          *
      * ARQUIVOS.....: ArqCliente, ArqPedido, ArqTitulo, ArqVisita,    *
      *                ArqFixacao, ArqContato, ArqFusaoCliente,        *
      *                ArqAuditoria, ArqRelFusaoCliente,               *
      *                ArqVisitaNovo (TRABALHO)                        *
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
           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE
                       ALTERNATE RECORD KEY IS CNPJ
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.

           SELECT ARQ-PEDIDO         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-PEDIDO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PED.

           SELECT ARQ-TITULO         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-TITULO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TIT.

           SELECT ARQ-VISITA         ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-VIS.

           SELECT ARQ-VIS-NOVO       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-VNV.

           SELECT ARQ-FIXACAO        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-FIX
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-FIX.

           SELECT ARQ-CONTATO        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-CTT
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CTT.

           SELECT ARQ-FUSAO-CLI      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-RET-FUS
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-FUS.

           SELECT ARQ-AUDITORIA      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-AUD.

           SELECT ARQ-REL-FUSAO      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "CLIENTES.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTitulo'.
       COPY "TITULO.CPY".

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVisita'.
       COPY "VISITA.CPY".

       FD  ARQ-VIS-NOVO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVisitaNovo'.
       01  REG-VIS-NOVO                PIC  X(059).

       FD  ARQ-FIXACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqFixacao'.
       COPY "FIXACAO.CPY".

       FD  ARQ-CONTATO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqContato'.
       COPY "CONTATO.CPY".

       FD  ARQ-FUSAO-CLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqFusaoCliente'.
       COPY "FUSAO.CPY".

       FD  ARQ-AUDITORIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqAuditoria'.
       COPY "AUDIT.CPY".

       FD  ARQ-REL-FUSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRelFusaoCliente'.
       COPY "RELFUS.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PED            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TIT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VNV            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-FIX            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CTT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-FUS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-AUD            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".

       77  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       77  WS-HORA-AGORA               PIC  9(006)         VALUE ZEROS.
       77  WS-COD-SOB                  PIC  9(007)         VALUE ZEROS.
       77  WS-COD-RET                  PIC  9(007)         VALUE ZEROS.
       77  WS-RAZAO-SOB                PIC  X(040)         VALUE SPACES.
       77  WS-RAZAO-RET                PIC  X(040)         VALUE SPACES.
       77  WS-QTD-PEDIDOS              PIC  9(005)         VALUE ZEROS.
       77  WS-QTD-TITULOS              PIC  9(005)         VALUE ZEROS.
       77  WS-QTD-VISITAS              PIC  9(005)         VALUE ZEROS.
       77  WS-QTD-FIXACOES             PIC  9(003)         VALUE ZEROS.
       77  WS-QTD-CONTATOS             PIC  9(003)         VALUE ZEROS.

       77  WS-SW-EFETIVA               PIC  X(001)         VALUE "N".
           88  FUSAO-EFETIVA                VALUE "S".
       77  WS-SW-SOB-FIXADO            PIC  X(001)         VALUE "N".
           88  SOBREVIVENTE-FIXADO          VALUE "S".
       77  WS-SW-DESCARTE              PIC  X(001)         VALUE "N".
           88  REGISTRO-DESCARTADO          VALUE "S".

      *----------------------------------------------------------------*
      * CONTATOS: MAIOR SEQUENCIA E PREFERENCIAIS DO SOBREVIVENTE E    *
      * CONTATOS DO RETIRADO, RENUMERADOS APOS OS DO SOBREVIVENTE      *
      *----------------------------------------------------------------*
       77  WS-MAIOR-SEQ-SOB            PIC  9(002)         VALUE ZEROS.
       77  WS-SW-PREF-COMPRADOR        PIC  X(001)         VALUE "N".
       77  WS-SW-PREF-FINANCEIRO       PIC  X(001)         VALUE "N".
       77  WS-SW-PREF-PROPRIETARIO     PIC  X(001)         VALUE "N".
       77  WS-IDX-CTT                  PIC  9(003)         VALUE ZEROS.
       77  WS-NOVA-SEQ                 PIC  9(002)         VALUE ZEROS.
       77  WS-SEQ-ANTERIOR             PIC  9(002)         VALUE ZEROS.
       77  WS-FIM-CONTATOS             PIC  X(001)         VALUE "N".

       01  WS-TAB-CONTATOS.
           05  WS-QTD-CTT-RET          PIC  9(003)         VALUE ZEROS.
           05  WS-CTT-RET              OCCURS 99 TIMES
                                       PIC  X(126).

       01  WS-REG-FIX-RET              PIC  X(066)         VALUE SPACES.

      *----------------------------------------------------------------*
      * DESCRICOES DA AUDITORIA DA FUSAO (ARQUIVO E CLIENTE DE/PARA)   *
      *----------------------------------------------------------------*
       77  WS-AUD-DOC-ANTERIOR         PIC  9(014)         VALUE ZEROS.
       77  WS-AUD-DOC-ATUAL            PIC  9(014)         VALUE ZEROS.
       77  WS-AUD-OPERACAO             PIC  X(001)         VALUE SPACES.

       01  WS-AUD-DESCRICAO.
           05  WS-AUD-DESC-ARQUIVO     PIC  X(013)         VALUE SPACES.
           05  FILLER                  PIC  X(008)         VALUE
               "CLIENTE ".
           05  WS-AUD-DESC-CLIENTE     PIC  9(007)         VALUE ZEROS.
           05  FILLER                  PIC  X(012)         VALUE SPACES.

       01  WS-AUD-DESC-CLIENTE-LIN.
           05  WS-AUD-DESC-CLI-TEXTO   PIC  X(023)         VALUE SPACES.
           05  WS-AUD-DESC-CLI-CODIGO  PIC  9(007)         VALUE ZEROS.
           05  FILLER                  PIC  X(010)         VALUE SPACES.

       01  WS-DATA-AUX.
           05  WS-AUX-ANO              PIC  9(004).
           05  WS-AUX-MES              PIC  9(002).
           05  WS-AUX-DIA              PIC  9(002).
       01  WS-DATA-AUX-N               REDEFINES WS-DATA-AUX
                                       PIC  9(008).
       77  WS-DATA-EDITADA             PIC  9(008)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * LINHAS DE IMPRESSAO                                            *
      *----------------------------------------------------------------*
       01  WS-LIN-SEPARADOR            PIC  X(132)         VALUE ALL
           "-".

       01  WS-LIN-CAB-1.
           05  WS-CAB-TITULO           PIC  X(030).
           05  FILLER                  PIC  X(014)         VALUE
               " - EMITIDO EM ".
           05  WS-CAB-DATA-EMISSAO     PIC  99/99/9999.
           05  FILLER                  PIC  X(005)         VALUE
               " POR ".
           05  WS-CAB-OPERADOR         PIC  X(008).

       01  WS-LIN-CAB-2.
           05  FILLER                  PIC  X(022)         VALUE
               "CLIENTE RETIRADO....: ".
           05  WS-CAB-COD-RET          PIC  9(007).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-CAB-RAZAO-RET        PIC  X(040).

       01  WS-LIN-CAB-3.
           05  FILLER                  PIC  X(022)         VALUE
               "CLIENTE SOBREVIVENTE: ".
           05  WS-CAB-COD-SOB          PIC  9(007).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-CAB-RAZAO-SOB        PIC  X(040).

       01  WS-LIN-CAB-COLUNAS.
           05  FILLER                  PIC  X(019)         VALUE
               "ARQUIVO  DOCUMENTO".
           05  FILLER                  PIC  X(011)         VALUE
               "DATA".
           05  FILLER                  PIC  X(004)         VALUE
               "VEN".
           05  FILLER                  PIC  X(013)         VALUE
               "        VALOR".
           05  FILLER                  PIC  X(041)         VALUE
               " DESCRICAO".
           05  FILLER                  PIC  X(042)         VALUE
               "OBSERVACAO".

       01  WS-LIN-DETALHE.
           05  WS-DET-TIPO             PIC  X(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-DOCUMENTO        PIC  ZZZZZZZZ9 BLANK WHEN ZERO.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-DATA             PIC  99/99/9999 BLANK WHEN ZERO.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-VENDEDOR         PIC  ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-VALOR            PIC  ZZZZZZZZ9,99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-TEXTO            PIC  X(040).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-OBS              PIC  X(042).

       01  WS-LIN-TOTAL.
           05  FILLER                  PIC  X(017)         VALUE
               "TOTAIS - PEDIDOS:".
           05  WS-TOT-PEDIDOS          PIC  ZZZZ9.
           05  FILLER                  PIC  X(010)         VALUE
               "  TITULOS:".
           05  WS-TOT-TITULOS          PIC  ZZZZ9.
           05  FILLER                  PIC  X(010)         VALUE
               "  VISITAS:".
           05  WS-TOT-VISITAS          PIC  ZZZZ9.
           05  FILLER                  PIC  X(011)         VALUE
               "  FIXACOES:".
           05  WS-TOT-FIXACOES         PIC  ZZ9.
           05  FILLER                  PIC  X(011)         VALUE
               "  CONTATOS:".
           05  WS-TOT-CONTATOS         PIC  ZZ9.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG081L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG081L.
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

           MOVE ZEROS                  TO COD-RETORNO-LNKG081
                                          QTD-PEDIDOS-LNKG081
                                          QTD-TITULOS-LNKG081
                                          QTD-VISITAS-LNKG081
                                          QTD-FIXACOES-LNKG081
                                          QTD-CONTATOS-LNKG081
                                          WS-QTD-PEDIDOS
                                          WS-QTD-TITULOS
                                          WS-QTD-VISITAS
                                          WS-QTD-FIXACOES
                                          WS-QTD-CONTATOS
           MOVE SPACES                 TO MSG-RETORNO-LNKG081

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-HOJE
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO WS-HORA-AGORA

           MOVE COD-CLIENTE-SOB-LNKG081
                                       TO WS-COD-SOB
           MOVE COD-CLIENTE-RET-LNKG081
                                       TO WS-COD-RET

           IF COD-FUNCAO-LNKG081       EQUAL 2
              MOVE "S"                 TO WS-SW-EFETIVA
           ELSE
              MOVE "N"                 TO WS-SW-EFETIVA
           END-IF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO - A PREVIA E A EFETIVACAO PERCORREM OS *
      * MESMOS REGISTROS; SO A EFETIVACAO ATUALIZA OS ARQUIVOS         *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           PERFORM 2100-VALIDA-FUSAO
           PERFORM 2150-CARREGA-CONTATOS
           PERFORM 2200-ABRE-ARQUIVOS
           PERFORM 2250-CABECALHO

           PERFORM 2300-TRATA-PEDIDOS
           PERFORM 2400-TRATA-TITULOS
           PERFORM 2500-TRATA-VISITAS
           PERFORM 2600-TRATA-FIXACAO
           PERFORM 2700-TRATA-CONTATOS

           IF FUSAO-EFETIVA
              PERFORM 2800-RETIRA-CLIENTE
              PERFORM 2850-GRAVA-FUSAO
           END-IF

           PERFORM 2290-RODAPE

           MOVE WS-QTD-PEDIDOS         TO QTD-PEDIDOS-LNKG081
           MOVE WS-QTD-TITULOS         TO QTD-TITULOS-LNKG081
           MOVE WS-QTD-VISITAS         TO QTD-VISITAS-LNKG081
           MOVE WS-QTD-FIXACOES        TO QTD-FIXACOES-LNKG081
           MOVE WS-QTD-CONTATOS        TO QTD-CONTATOS-LNKG081

           MOVE ZEROS                  TO COD-RETORNO-LNKG081

           IF FUSAO-EFETIVA
              MOVE "FUSAO EFETIVADA - VER ArqRelFusaoCliente"
                                       TO MSG-RETORNO-LNKG081
           ELSE
              MOVE "PREVIA DA FUSAO GRAVADA EM ArqRelFusaoCliente"
                                       TO MSG-RETORNO-LNKG081
           END-IF

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDACOES: FUNCAO, PERFIL SUPERVISOR E OS DOIS CLIENTES       *
      * DIFERENTES, EXISTENTES E NAO EXCLUIDOS                         *
      *----------------------------------------------------------------*
       2100-VALIDA-FUSAO               SECTION.

           IF COD-FUNCAO-LNKG081       NOT EQUAL 1 AND
              COD-FUNCAO-LNKG081       NOT EQUAL 2
              MOVE 1                   TO COD-RETORNO-LNKG081
              MOVE "FUNCAO INVALIDA"   TO MSG-RETORNO-LNKG081
              PERFORM 3000-FINALIZA
           END-IF

           IF PERFIL-OPERADOR-LNKG081  NOT EQUAL 'S'
              MOVE 1                   TO COD-RETORNO-LNKG081
              MOVE "FUSAO DE CLIENTES RESTRITA AO SUPERVISOR"
                                       TO MSG-RETORNO-LNKG081
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-COD-SOB               EQUAL ZEROS OR
              WS-COD-RET               EQUAL ZEROS OR
              WS-COD-SOB               EQUAL WS-COD-RET
              MOVE 1                   TO COD-RETORNO-LNKG081
              MOVE "INFORME DOIS CLIENTES DIFERENTES"
                                       TO MSG-RETORNO-LNKG081
              PERFORM 3000-FINALIZA
           END-IF

           IF FUSAO-EFETIVA
              OPEN I-O ARQ-CLIENTE
           ELSE
              OPEN INPUT ARQ-CLIENTE
           END-IF

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG081
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CLIENTES"
                                       TO MSG-RETORNO-LNKG081
              PERFORM 3000-FINALIZA
           END-IF

           MOVE WS-COD-SOB             TO COD-CLIENTE

           READ ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS OR CLI-EXCLUIDO
              MOVE 1                   TO COD-RETORNO-LNKG081
              MOVE "CLIENTE SOBREVIVENTE INEXISTENTE OU EXCLUIDO"
                                       TO MSG-RETORNO-LNKG081
              PERFORM 3000-FINALIZA
           END-IF

           MOVE RAZAO-SOCIAL           TO WS-RAZAO-SOB

           MOVE WS-COD-RET             TO COD-CLIENTE

           READ ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS OR CLI-EXCLUIDO
              MOVE 1                   TO COD-RETORNO-LNKG081
              MOVE "CLIENTE A RETIRAR INEXISTENTE OU JA EXCLUIDO"
                                       TO MSG-RETORNO-LNKG081
              PERFORM 3000-FINALIZA
           END-IF

           MOVE RAZAO-SOCIAL           TO WS-RAZAO-RET

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA OS CONTATOS DO RETIRADO E APURA A MAIOR SEQUENCIA E OS *
      * PREFERENCIAIS DO SOBREVIVENTE - A RENUMERACAO NAO PODE PASSAR  *
      * DE 99 (O ArqContato E OPCIONAL)                                *
      *----------------------------------------------------------------*
       2150-CARREGA-CONTATOS           SECTION.

           MOVE ZEROS                  TO WS-QTD-CTT-RET
                                          WS-MAIOR-SEQ-SOB
           MOVE "N"                    TO WS-SW-PREF-COMPRADOR
                                          WS-SW-PREF-FINANCEIRO
                                          WS-SW-PREF-PROPRIETARIO

           OPEN INPUT ARQ-CONTATO

           IF WS-FL-STATUS-CTT         EQUAL ZEROS
              MOVE WS-COD-SOB          TO COD-CLIENTE-CTT
              MOVE ZEROS               TO SEQ-CONTATO-CTT
              MOVE "N"                 TO WS-FIM-CONTATOS

              START ARQ-CONTATO KEY IS NOT LESS THAN CHAVE-CTT

              IF WS-FL-STATUS-CTT      EQUAL ZEROS
                 PERFORM 2155-APURA-CONTATO-SOB
                         UNTIL WS-FIM-CONTATOS EQUAL "S"
              END-IF

              MOVE WS-COD-RET          TO COD-CLIENTE-CTT
              MOVE ZEROS               TO SEQ-CONTATO-CTT
              MOVE "N"                 TO WS-FIM-CONTATOS

              START ARQ-CONTATO KEY IS NOT LESS THAN CHAVE-CTT

              IF WS-FL-STATUS-CTT      EQUAL ZEROS
                 PERFORM 2160-CARREGA-CONTATO-RET
                         UNTIL WS-FIM-CONTATOS EQUAL "S"
              END-IF

              CLOSE ARQ-CONTATO
           END-IF

           IF WS-MAIOR-SEQ-SOB + WS-QTD-CTT-RET
                                       GREATER 99
              MOVE 1                   TO COD-RETORNO-LNKG081
              MOVE "CONTATOS DO SOBREVIVENTE PASSARIAM DE 99"
                                       TO MSG-RETORNO-LNKG081
              PERFORM 3000-FINALIZA
           END-IF

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UM CONTATO DO SOBREVIVENTE: SEQUENCIA E PREFERENCIAL POR PAPEL *
      *----------------------------------------------------------------*
       2155-APURA-CONTATO-SOB          SECTION.

           READ ARQ-CONTATO NEXT RECORD

           IF WS-FL-STATUS-CTT         EQUAL ZEROS AND
              COD-CLIENTE-CTT          EQUAL WS-COD-SOB
              MOVE SEQ-CONTATO-CTT     TO WS-MAIOR-SEQ-SOB

              IF CTT-PREFERENCIAL
                 EVALUATE TRUE
                     WHEN CTT-COMPRADOR
                          MOVE "S"     TO WS-SW-PREF-COMPRADOR
                     WHEN CTT-FINANCEIRO
                          MOVE "S"     TO WS-SW-PREF-FINANCEIRO
                     WHEN CTT-PROPRIETARIO
                          MOVE "S"     TO WS-SW-PREF-PROPRIETARIO
                 END-EVALUATE
              END-IF
           ELSE
              MOVE "S"                 TO WS-FIM-CONTATOS
           END-IF

           .
       2155-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UM CONTATO DO RETIRADO VAI PARA A TABELA                       *
      *----------------------------------------------------------------*
       2160-CARREGA-CONTATO-RET        SECTION.

           READ ARQ-CONTATO NEXT RECORD

           IF WS-FL-STATUS-CTT         EQUAL ZEROS AND
              COD-CLIENTE-CTT          EQUAL WS-COD-RET AND
              WS-QTD-CTT-RET           LESS 99
              ADD 1                    TO WS-QTD-CTT-RET
              MOVE REG-CONTATO         TO WS-CTT-RET(WS-QTD-CTT-RET)
           ELSE
              MOVE "S"                 TO WS-FIM-CONTATOS
           END-IF

           .
       2160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE O RELATORIO E, NA EFETIVACAO, A AUDITORIA E O ARQUIVO DE  *
      * FUSOES (CRIADOS QUANDO NAO EXISTEM)                            *
      *----------------------------------------------------------------*
       2200-ABRE-ARQUIVOS              SECTION.

           OPEN OUTPUT ARQ-REL-FUSAO

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG081
              MOVE "ERRO NA ABERTURA DO RELATORIO DA FUSAO"
                                       TO MSG-RETORNO-LNKG081
              PERFORM 3000-FINALIZA
           END-IF

           IF FUSAO-EFETIVA
              OPEN EXTEND ARQ-AUDITORIA

              IF WS-FL-STATUS-AUD      EQUAL "35"
                 OPEN OUTPUT ARQ-AUDITORIA
              END-IF

              IF WS-FL-STATUS-AUD      NOT EQUAL ZEROS
                 MOVE 9                TO COD-RETORNO-LNKG081
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE AUDITORIA"
                                       TO MSG-RETORNO-LNKG081
                 PERFORM 3000-FINALIZA
              END-IF

              OPEN I-O ARQ-FUSAO-CLI

              IF WS-FL-STATUS-FUS      EQUAL "35"
                 OPEN OUTPUT ARQ-FUSAO-CLI
                 CLOSE ARQ-FUSAO-CLI
                 OPEN I-O ARQ-FUSAO-CLI
              END-IF

              IF WS-FL-STATUS-FUS      NOT EQUAL ZEROS
                 MOVE 9                TO COD-RETORNO-LNKG081
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE FUSOES"
                                       TO MSG-RETORNO-LNKG081
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CABECALHO DO RELATORIO                                         *
      *----------------------------------------------------------------*
       2250-CABECALHO                  SECTION.

           IF FUSAO-EFETIVA
              MOVE "FUSAO DE CLIENTES EFETIVADA"
                                       TO WS-CAB-TITULO
           ELSE
              MOVE "PREVIA DA FUSAO DE CLIENTES"
                                       TO WS-CAB-TITULO
           END-IF

           MOVE WS-DATA-HOJE           TO WS-DATA-AUX-N
           PERFORM 2280-EDITA-DATA
           MOVE WS-DATA-EDITADA        TO WS-CAB-DATA-EMISSAO
           MOVE ID-OPERADOR-LNKG081    TO WS-CAB-OPERADOR
           MOVE WS-COD-RET             TO WS-CAB-COD-RET
           MOVE WS-RAZAO-RET           TO WS-CAB-RAZAO-RET
           MOVE WS-COD-SOB             TO WS-CAB-COD-SOB
           MOVE WS-RAZAO-SOB           TO WS-CAB-RAZAO-SOB

           MOVE WS-LIN-SEPARADOR       TO REG-REL-FUSAO
           WRITE REG-REL-FUSAO
           MOVE WS-LIN-CAB-1           TO REG-REL-FUSAO
           WRITE REG-REL-FUSAO
           MOVE WS-LIN-CAB-2           TO REG-REL-FUSAO
           WRITE REG-REL-FUSAO
           MOVE WS-LIN-CAB-3           TO REG-REL-FUSAO
           WRITE REG-REL-FUSAO
           MOVE WS-LIN-SEPARADOR       TO REG-REL-FUSAO
           WRITE REG-REL-FUSAO
           MOVE WS-LIN-CAB-COLUNAS     TO REG-REL-FUSAO
           WRITE REG-REL-FUSAO
           MOVE WS-LIN-SEPARADOR       TO REG-REL-FUSAO
           WRITE REG-REL-FUSAO

           .
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME A LINHA DE DETALHE MONTADA                             *
      *----------------------------------------------------------------*
       2270-IMPRIME-DETALHE            SECTION.

           MOVE WS-LIN-DETALHE         TO REG-REL-FUSAO
           WRITE REG-REL-FUSAO

           MOVE SPACES                 TO WS-DET-TIPO
                                          WS-DET-TEXTO
                                          WS-DET-OBS
           MOVE ZEROS                  TO WS-DET-DOCUMENTO
                                          WS-DET-DATA
                                          WS-DET-VENDEDOR
                                          WS-DET-VALOR

           .
       2270-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONVERTE A DATA AAAAMMDD DE WS-DATA-AUX EM DDMMAAAA            *
      *----------------------------------------------------------------*
       2280-EDITA-DATA                 SECTION.

           COMPUTE WS-DATA-EDITADA = WS-AUX-DIA * 1000000
                                   + WS-AUX-MES * 10000
                                   + WS-AUX-ANO

           .
       2280-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOTAIS DO RELATORIO                                            *
      *----------------------------------------------------------------*
       2290-RODAPE                     SECTION.

           MOVE WS-QTD-PEDIDOS         TO WS-TOT-PEDIDOS
           MOVE WS-QTD-TITULOS         TO WS-TOT-TITULOS
           MOVE WS-QTD-VISITAS         TO WS-TOT-VISITAS
           MOVE WS-QTD-FIXACOES        TO WS-TOT-FIXACOES
           MOVE WS-QTD-CONTATOS        TO WS-TOT-CONTATOS

           MOVE WS-LIN-SEPARADOR       TO REG-REL-FUSAO
           WRITE REG-REL-FUSAO
           MOVE WS-LIN-TOTAL           TO REG-REL-FUSAO
           WRITE REG-REL-FUSAO

           IF FUSAO-EFETIVA
              MOVE SPACES              TO REG-REL-FUSAO
              STRING "CLIENTE " WS-COD-RET
                     " EXCLUIDO E INCORPORADO AO CLIENTE " WS-COD-SOB
                     DELIMITED BY SIZE INTO REG-REL-FUSAO
              WRITE REG-REL-FUSAO
           ELSE
              MOVE "NADA FOI ALTERADO - CONFIRME A FUSAO PARA MOVER"
                                       TO REG-REL-FUSAO
              WRITE REG-REL-FUSAO
           END-IF

           .
       2290-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PEDIDOS DO RETIRADO                                            *
      *----------------------------------------------------------------*
       2300-TRATA-PEDIDOS              SECTION.

           IF FUSAO-EFETIVA
              OPEN I-O ARQ-PEDIDO
           ELSE
              OPEN INPUT ARQ-PEDIDO
           END-IF

           IF WS-FL-STATUS-PED         EQUAL ZEROS
              MOVE ZEROS               TO NUM-PEDIDO

              START ARQ-PEDIDO KEY IS NOT LESS THAN NUM-PEDIDO

              IF WS-FL-STATUS-PED      EQUAL ZEROS
                 PERFORM 2310-LER-PEDIDO

                 PERFORM 2320-MOVE-PEDIDO UNTIL
                         WS-FL-STATUS-PED NOT EQUAL "00"
              END-IF

              CLOSE ARQ-PEDIDO
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE PEDIDOS                                  *
      *----------------------------------------------------------------*
       2310-LER-PEDIDO                 SECTION.

           READ ARQ-PEDIDO NEXT RECORD

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA E, NA EFETIVACAO, MOVE UM PEDIDO DO RETIRADO             *
      *----------------------------------------------------------------*
       2320-MOVE-PEDIDO                SECTION.

           IF COD-CLIENTE-PED          EQUAL WS-COD-RET
              ADD 1                    TO WS-QTD-PEDIDOS

              MOVE "PEDIDO"            TO WS-DET-TIPO
              MOVE NUM-PEDIDO          TO WS-DET-DOCUMENTO
              MOVE DATA-PEDIDO         TO WS-DATA-AUX-N
              PERFORM 2280-EDITA-DATA
              MOVE WS-DATA-EDITADA     TO WS-DET-DATA
              MOVE COD-VENDEDOR-PED    TO WS-DET-VENDEDOR
              MOVE VALOR-PEDIDO        TO WS-DET-VALOR
              EVALUATE TRUE
                  WHEN PED-APROVADO
                       MOVE "APROVADO" TO WS-DET-TEXTO
                  WHEN PED-FATURADO
                       MOVE "FATURADO" TO WS-DET-TEXTO
                  WHEN PED-CANCELADO
                       MOVE "CANCELADO"
                                       TO WS-DET-TEXTO
                  WHEN OTHER
                       MOVE "DIGITADO" TO WS-DET-TEXTO
              END-EVALUATE
              PERFORM 2270-IMPRIME-DETALHE

              IF FUSAO-EFETIVA
                 MOVE WS-COD-SOB       TO COD-CLIENTE-PED

                 REWRITE REG-PEDIDO

                 IF WS-FL-STATUS-PED   NOT EQUAL ZEROS
                    MOVE 9             TO COD-RETORNO-LNKG081
                    MOVE "ERRO AO MOVER PEDIDO DO CLIENTE RETIRADO"
                                       TO MSG-RETORNO-LNKG081
                    PERFORM 3000-FINALIZA
                 END-IF

                 MOVE "ArqPedido"      TO WS-AUD-DESC-ARQUIVO
                 MOVE NUM-PEDIDO       TO WS-AUD-DOC-ANTERIOR
                                          WS-AUD-DOC-ATUAL
                 MOVE "N"              TO WS-SW-DESCARTE
                 PERFORM 2900-AUDITA-MOVIMENTO
              END-IF
           END-IF

           PERFORM 2310-LER-PEDIDO

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TITULOS DO RETIRADO (O ArqTitulo E OPCIONAL)                   *
      *----------------------------------------------------------------*
       2400-TRATA-TITULOS              SECTION.

           IF FUSAO-EFETIVA
              OPEN I-O ARQ-TITULO
           ELSE
              OPEN INPUT ARQ-TITULO
           END-IF

           IF WS-FL-STATUS-TIT         EQUAL ZEROS
              PERFORM 2410-LER-TITULO

              PERFORM 2420-MOVE-TITULO UNTIL
                      WS-FL-STATUS-TIT NOT EQUAL "00"

              CLOSE ARQ-TITULO
           END-IF

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE TITULOS                                  *
      *----------------------------------------------------------------*
       2410-LER-TITULO                 SECTION.

           READ ARQ-TITULO NEXT RECORD

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA E, NA EFETIVACAO, MOVE UM TITULO DO RETIRADO             *
      *----------------------------------------------------------------*
       2420-MOVE-TITULO                SECTION.

           IF COD-CLIENTE-TIT          EQUAL WS-COD-RET
              ADD 1                    TO WS-QTD-TITULOS

              MOVE "TITULO"            TO WS-DET-TIPO
              MOVE NUM-TITULO          TO WS-DET-DOCUMENTO
              MOVE DATA-VENCIMENTO-TIT TO WS-DATA-AUX-N
              PERFORM 2280-EDITA-DATA
              MOVE WS-DATA-EDITADA     TO WS-DET-DATA
              MOVE COD-VENDEDOR-TIT    TO WS-DET-VENDEDOR
              MOVE VALOR-TIT           TO WS-DET-VALOR
              IF TIT-PAGO
                 MOVE "PAGO"           TO WS-DET-TEXTO
              ELSE
                 MOVE "EM ABERTO"      TO WS-DET-TEXTO
              END-IF
              PERFORM 2270-IMPRIME-DETALHE

              IF FUSAO-EFETIVA
                 MOVE WS-COD-SOB       TO COD-CLIENTE-TIT

                 REWRITE REG-TITULO

                 IF WS-FL-STATUS-TIT   NOT EQUAL ZEROS
                    MOVE 9             TO COD-RETORNO-LNKG081
                    MOVE "ERRO AO MOVER TITULO DO CLIENTE RETIRADO"
                                       TO MSG-RETORNO-LNKG081
                    PERFORM 3000-FINALIZA
                 END-IF

                 MOVE "ArqTitulo"      TO WS-AUD-DESC-ARQUIVO
                 MOVE NUM-TITULO       TO WS-AUD-DOC-ANTERIOR
                                          WS-AUD-DOC-ATUAL
                 MOVE "N"              TO WS-SW-DESCARTE
                 PERFORM 2900-AUDITA-MOVIMENTO
              END-IF
           END-IF

           PERFORM 2410-LER-TITULO

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VISITAS DO RETIRADO - NA EFETIVACAO O ArqVisita (SEQUENCIAL) E *
      * COPIADO PARA O ArqVisitaNovo COM O CLIENTE TROCADO E DEPOIS    *
      * REGRAVADO A PARTIR DELE (O ArqVisita E OPCIONAL)               *
      *----------------------------------------------------------------*
       2500-TRATA-VISITAS              SECTION.

           OPEN INPUT ARQ-VISITA

           IF WS-FL-STATUS-VIS         EQUAL ZEROS
              IF FUSAO-EFETIVA
                 OPEN OUTPUT ARQ-VIS-NOVO

                 IF WS-FL-STATUS-VNV   NOT EQUAL ZEROS
                    MOVE 9             TO COD-RETORNO-LNKG081
                    MOVE "ERRO NA ABERTURA DO ArqVisitaNovo"
                                       TO MSG-RETORNO-LNKG081
                    PERFORM 3000-FINALIZA
                 END-IF
              END-IF

              PERFORM 2510-LER-VISITA

              PERFORM 2520-MOVE-VISITA UNTIL
                      WS-FL-STATUS-VIS NOT EQUAL "00"

              CLOSE ARQ-VISITA

              IF FUSAO-EFETIVA
                 CLOSE ARQ-VIS-NOVO
                 PERFORM 2550-REGRAVA-VISITAS
              END-IF
           END-IF

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE VISITAS                                  *
      *----------------------------------------------------------------*
       2510-LER-VISITA                 SECTION.

           READ ARQ-VISITA NEXT RECORD

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA UMA VISITA DO RETIRADO E, NA EFETIVACAO, COPIA A VISITA  *
      * PARA O ARQUIVO NOVO (TROCANDO O CLIENTE QUANDO FOR O RETIRADO) *
      *----------------------------------------------------------------*
       2520-MOVE-VISITA                SECTION.

           IF COD-CLIENTE-VIS          EQUAL WS-COD-RET
              ADD 1                    TO WS-QTD-VISITAS

              MOVE "VISITA"            TO WS-DET-TIPO
              MOVE DATA-VISITA         TO WS-DATA-AUX-N
              PERFORM 2280-EDITA-DATA
              MOVE WS-DATA-EDITADA     TO WS-DET-DATA
              MOVE COD-VENDEDOR-VIS    TO WS-DET-VENDEDOR
              MOVE OBSERVACAO-VIS      TO WS-DET-TEXTO
              PERFORM 2270-IMPRIME-DETALHE

              IF FUSAO-EFETIVA
                 MOVE WS-COD-SOB       TO COD-CLIENTE-VIS

                 MOVE "ArqVisita"      TO WS-AUD-DESC-ARQUIVO
                 MOVE DATA-VISITA      TO WS-AUD-DOC-ANTERIOR
                                          WS-AUD-DOC-ATUAL
                 MOVE "N"              TO WS-SW-DESCARTE
                 PERFORM 2900-AUDITA-MOVIMENTO
              END-IF
           END-IF

           IF FUSAO-EFETIVA
              WRITE REG-VIS-NOVO       FROM REG-VISITA
           END-IF

           PERFORM 2510-LER-VISITA

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRAVA O ArqVisita A PARTIR DO ArqVisitaNovo                  *
      *----------------------------------------------------------------*
       2550-REGRAVA-VISITAS            SECTION.

           OPEN INPUT  ARQ-VIS-NOVO
           OPEN OUTPUT ARQ-VISITA

           IF WS-FL-STATUS-VNV         NOT EQUAL ZEROS OR
              WS-FL-STATUS-VIS         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG081
              MOVE "ERRO AO REGRAVAR O ArqVisita"
                                       TO MSG-RETORNO-LNKG081
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2560-LER-VIS-NOVO

           PERFORM 2570-COPIA-VISITA UNTIL
                   WS-FL-STATUS-VNV NOT EQUAL "00"

           CLOSE ARQ-VIS-NOVO
           CLOSE ARQ-VISITA

           .
       2550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO NOVO DE VISITAS                             *
      *----------------------------------------------------------------*
       2560-LER-VIS-NOVO               SECTION.

           READ ARQ-VIS-NOVO NEXT RECORD

           .
       2560-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COPIA UMA VISITA DO ARQUIVO NOVO PARA O ArqVisita              *
      *----------------------------------------------------------------*
       2570-COPIA-VISITA               SECTION.

           WRITE REG-VISITA            FROM REG-VIS-NOVO

           PERFORM 2560-LER-VIS-NOVO

           .
       2570-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIXACAO DO RETIRADO - A CHAVE DO ArqFixacao E O CLIENTE, ENTAO *
      * QUANDO O SOBREVIVENTE JA TEM FIXACAO A DELE PREVALECE E A DO   *
      * RETIRADO E DESCARTADA (O ArqFixacao E OPCIONAL)                *
      *----------------------------------------------------------------*
       2600-TRATA-FIXACAO              SECTION.

           IF FUSAO-EFETIVA
              OPEN I-O ARQ-FIXACAO
           ELSE
              OPEN INPUT ARQ-FIXACAO
           END-IF

           IF WS-FL-STATUS-FIX         EQUAL ZEROS
              MOVE WS-COD-RET          TO COD-CLIENTE-FIX

              READ ARQ-FIXACAO

              IF WS-FL-STATUS-FIX      EQUAL ZEROS
                 PERFORM 2610-MOVE-FIXACAO
              END-IF

              CLOSE ARQ-FIXACAO
           END-IF

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA E, NA EFETIVACAO, MOVE OU DESCARTA A FIXACAO DO RETIRADO *
      *----------------------------------------------------------------*
       2610-MOVE-FIXACAO               SECTION.

           ADD 1                       TO WS-QTD-FIXACOES
           MOVE REG-FIXACAO            TO WS-REG-FIX-RET

           MOVE "FIXACAO"              TO WS-DET-TIPO
           MOVE DATA-INICIO-FIX        TO WS-DATA-AUX-N
           PERFORM 2280-EDITA-DATA
           MOVE WS-DATA-EDITADA        TO WS-DET-DATA
           MOVE COD-VENDEDOR-FIX       TO WS-DET-VENDEDOR
           MOVE MOTIVO-FIX             TO WS-DET-TEXTO

           MOVE WS-COD-SOB             TO COD-CLIENTE-FIX

           READ ARQ-FIXACAO

           IF WS-FL-STATUS-FIX         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-SOB-FIXADO
              MOVE "DESCARTADA - O SOBREVIVENTE JA TEM FIXACAO"
                                       TO WS-DET-OBS
           ELSE
              MOVE "N"                 TO WS-SW-SOB-FIXADO
           END-IF

           PERFORM 2270-IMPRIME-DETALHE

           IF FUSAO-EFETIVA
              MOVE WS-REG-FIX-RET      TO REG-FIXACAO

              DELETE ARQ-FIXACAO RECORD

              IF WS-FL-STATUS-FIX      EQUAL ZEROS AND
                 NOT SOBREVIVENTE-FIXADO
                 MOVE WS-COD-SOB       TO COD-CLIENTE-FIX

                 WRITE REG-FIXACAO
              END-IF

              IF WS-FL-STATUS-FIX      NOT EQUAL ZEROS
                 MOVE 9                TO COD-RETORNO-LNKG081
                 MOVE "ERRO AO MOVER A FIXACAO DO CLIENTE RETIRADO"
                                       TO MSG-RETORNO-LNKG081
                 PERFORM 3000-FINALIZA
              END-IF

              MOVE "ArqFixacao"        TO WS-AUD-DESC-ARQUIVO
              MOVE COD-VENDEDOR-FIX    TO WS-AUD-DOC-ANTERIOR
                                          WS-AUD-DOC-ATUAL
              MOVE WS-SW-SOB-FIXADO    TO WS-SW-DESCARTE
              PERFORM 2900-AUDITA-MOVIMENTO
           END-IF

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTATOS DO RETIRADO, RENUMERADOS APOS A MAIOR SEQUENCIA DO    *
      * SOBREVIVENTE - O PREFERENCIAL DE UM PAPEL QUE O SOBREVIVENTE   *
      * JA TEM DEIXA DE SER PREFERENCIAL                               *
      *----------------------------------------------------------------*
       2700-TRATA-CONTATOS             SECTION.

           IF WS-QTD-CTT-RET           GREATER ZEROS
              IF FUSAO-EFETIVA
                 OPEN I-O ARQ-CONTATO

                 IF WS-FL-STATUS-CTT   NOT EQUAL ZEROS
                    MOVE 9             TO COD-RETORNO-LNKG081
                    MOVE "ERRO NA ABERTURA DO ARQUIVO DE CONTATOS"
                                       TO MSG-RETORNO-LNKG081
                    PERFORM 3000-FINALIZA
                 END-IF
              END-IF

              PERFORM 2710-MOVE-CONTATO
                      VARYING WS-IDX-CTT FROM 1 BY 1
                      UNTIL WS-IDX-CTT GREATER WS-QTD-CTT-RET

              IF FUSAO-EFETIVA
                 CLOSE ARQ-CONTATO
              END-IF
           END-IF

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA E, NA EFETIVACAO, MOVE UM CONTATO DO RETIRADO            *
      *----------------------------------------------------------------*
       2710-MOVE-CONTATO               SECTION.

           ADD 1                       TO WS-QTD-CONTATOS
           MOVE WS-CTT-RET(WS-IDX-CTT) TO REG-CONTATO
           MOVE SEQ-CONTATO-CTT        TO WS-SEQ-ANTERIOR
           COMPUTE WS-NOVA-SEQ = WS-MAIOR-SEQ-SOB + WS-IDX-CTT

           MOVE "CONTATO"              TO WS-DET-TIPO
           MOVE SEQ-CONTATO-CTT        TO WS-DET-DOCUMENTO
           MOVE NOME-CONTATO-CTT       TO WS-DET-TEXTO
           MOVE SPACES                 TO WS-DET-OBS
           STRING "NOVA SEQUENCIA " WS-NOVA-SEQ
                  DELIMITED BY SIZE INTO WS-DET-OBS

           IF CTT-PREFERENCIAL
              IF (CTT-COMPRADOR AND WS-SW-PREF-COMPRADOR EQUAL "S")
                 OR
                 (CTT-FINANCEIRO AND WS-SW-PREF-FINANCEIRO EQUAL "S")
                 OR
                 (CTT-PROPRIETARIO AND
                  WS-SW-PREF-PROPRIETARIO EQUAL "S")
                 MOVE "N"              TO PREFERENCIAL-CTT
                 MOVE "NOVA SEQUENCIA   - DEIXA DE SER PREFERENCIAL"
                                       TO WS-DET-OBS
                 MOVE WS-NOVA-SEQ      TO WS-DET-OBS(16:2)
              END-IF
           END-IF

           PERFORM 2270-IMPRIME-DETALHE

           IF FUSAO-EFETIVA
              DELETE ARQ-CONTATO RECORD

              IF WS-FL-STATUS-CTT      EQUAL ZEROS
                 MOVE WS-COD-SOB       TO COD-CLIENTE-CTT
                 MOVE WS-NOVA-SEQ      TO SEQ-CONTATO-CTT

                 WRITE REG-CONTATO
              END-IF

              IF WS-FL-STATUS-CTT      NOT EQUAL ZEROS
                 MOVE 9                TO COD-RETORNO-LNKG081
                 MOVE "ERRO AO MOVER CONTATO DO CLIENTE RETIRADO"
                                       TO MSG-RETORNO-LNKG081
                 PERFORM 3000-FINALIZA
              END-IF

              MOVE "ArqContato"        TO WS-AUD-DESC-ARQUIVO
              MOVE WS-SEQ-ANTERIOR     TO WS-AUD-DOC-ANTERIOR
              MOVE WS-NOVA-SEQ         TO WS-AUD-DOC-ATUAL
              MOVE "N"                 TO WS-SW-DESCARTE
              PERFORM 2900-AUDITA-MOVIMENTO
           END-IF

           .
       2710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUSAO LOGICA DO RETIRADO, AUDITADA COMO EXCLUSAO DE CLIENTE *
      * ('C'/'E'), E ALTERACAO AUDITADA NO SOBREVIVENTE ('C'/'A')      *
      *----------------------------------------------------------------*
       2800-RETIRA-CLIENTE             SECTION.

           MOVE WS-COD-RET             TO COD-CLIENTE

           READ ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE "E"                 TO SITUACAO-CLI
              MOVE WS-DATA-HOJE        TO DATA-EXCLUSAO-CLI

              REWRITE ARQ-CLIENTES
           END-IF

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG081
              MOVE "ERRO AO EXCLUIR O CLIENTE RETIRADO"
                                       TO MSG-RETORNO-LNKG081
              PERFORM 3000-FINALIZA
           END-IF

           MOVE "E"                    TO WS-AUD-OPERACAO
           MOVE "INCORPORADO AO CLIENTE "
                                       TO WS-AUD-DESC-CLI-TEXTO
           MOVE WS-COD-SOB             TO WS-AUD-DESC-CLI-CODIGO
           PERFORM 2950-AUDITA-CLIENTE

           MOVE WS-COD-SOB             TO COD-CLIENTE

           READ ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE "A"                 TO WS-AUD-OPERACAO
              MOVE "INCORPOROU O CLIENTE "
                                       TO WS-AUD-DESC-CLI-TEXTO
              MOVE WS-COD-RET          TO WS-AUD-DESC-CLI-CODIGO
              PERFORM 2950-AUDITA-CLIENTE
           END-IF

           .
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A FUSAO NO ArqFusaoCliente (CHAVE = CLIENTE RETIRADO)    *
      *----------------------------------------------------------------*
       2850-GRAVA-FUSAO                SECTION.

           MOVE WS-COD-RET             TO COD-CLIENTE-RET-FUS
           MOVE WS-COD-SOB             TO COD-CLIENTE-SOB-FUS
           MOVE WS-DATA-HOJE           TO DATA-FUS
           MOVE WS-HORA-AGORA          TO HORA-FUS
           MOVE ID-OPERADOR-LNKG081    TO OPERADOR-FUS
           MOVE WS-QTD-PEDIDOS         TO QTD-PEDIDOS-FUS
           MOVE WS-QTD-TITULOS         TO QTD-TITULOS-FUS
           MOVE WS-QTD-VISITAS         TO QTD-VISITAS-FUS
           MOVE WS-QTD-FIXACOES        TO QTD-FIXACOES-FUS
           MOVE WS-QTD-CONTATOS        TO QTD-CONTATOS-FUS

           WRITE REG-FUSAO-CLIENTE

           IF WS-FL-STATUS-FUS         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG081
              MOVE "ERRO AO GRAVAR O REGISTRO DA FUSAO"
                                       TO MSG-RETORNO-LNKG081
              PERFORM 3000-FINALIZA
           END-IF

           .
       2850-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AUDITORIA DE UM REGISTRO MOVIDO - ENTIDADE 'M', CLIENTE        *
      * RETIRADO EM COD-REF-AUDIT, DOCUMENTO ANTERIOR/ATUAL E ARQUIVO  *
      * COM O CLIENTE DE/PARA NAS DESCRICOES                           *
      *----------------------------------------------------------------*
       2900-AUDITA-MOVIMENTO           SECTION.

           MOVE SPACES                 TO REG-AUDITORIA
           MOVE WS-DATA-HOJE           TO DATA-EXECUCAO-AUDIT
           MOVE WS-HORA-AGORA          TO HORA-AUDIT
           MOVE "M"                    TO TIPO-ENTIDADE-AUDIT
           MOVE WS-COD-RET             TO COD-REF-AUDIT
           MOVE "A"                    TO OPERACAO-AUDIT
           MOVE ID-OPERADOR-LNKG081    TO OPERADOR-AUDIT

           MOVE WS-COD-RET             TO WS-AUD-DESC-CLIENTE
           MOVE WS-AUD-DESCRICAO       TO DESCRICAO-ANTERIOR-AUDIT

           IF REGISTRO-DESCARTADO
              STRING WS-AUD-DESC-ARQUIVO DELIMITED BY SPACE
                     " DESCARTADA"       DELIMITED BY SIZE
                     INTO DESCRICAO-AUDIT
           ELSE
              MOVE WS-COD-SOB          TO WS-AUD-DESC-CLIENTE
              MOVE WS-AUD-DESCRICAO    TO DESCRICAO-AUDIT
           END-IF

           MOVE WS-AUD-DOC-ANTERIOR    TO DOCUMENTO-ANTERIOR-AUDIT
           MOVE WS-AUD-DOC-ATUAL       TO DOCUMENTO-AUDIT
           MOVE ZEROS                  TO LATITUDE-ANTERIOR-AUDIT
                                          LATITUDE-AUDIT
                                          LONGITUDE-ANTERIOR-AUDIT
                                          LONGITUDE-AUDIT
                                          COD-REGIAO-ANTERIOR-AUDIT
                                          COD-REGIAO-AUDIT
           MOVE SPACES                 TO CIDADE-ANTERIOR-AUDIT
                                          CIDADE-AUDIT
                                          UF-ANTERIOR-AUDIT
                                          UF-AUDIT

           WRITE REG-AUDITORIA

           .
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AUDITORIA DO CLIENTE EM ARQ-CLIENTES - ENTIDADE 'C', OPERACAO  *
      * JA EM OPERACAO-AUDIT E O OUTRO CLIENTE DA FUSAO NA DESCRICAO   *
      *----------------------------------------------------------------*
       2950-AUDITA-CLIENTE             SECTION.

           MOVE SPACES                 TO REG-AUDITORIA
           MOVE WS-AUD-OPERACAO        TO OPERACAO-AUDIT
           MOVE WS-DATA-HOJE           TO DATA-EXECUCAO-AUDIT
           MOVE WS-HORA-AGORA          TO HORA-AUDIT
           MOVE "C"                    TO TIPO-ENTIDADE-AUDIT
           MOVE COD-CLIENTE            TO COD-REF-AUDIT
           MOVE ID-OPERADOR-LNKG081    TO OPERADOR-AUDIT
           MOVE RAZAO-SOCIAL           TO DESCRICAO-ANTERIOR-AUDIT
           MOVE WS-AUD-DESC-CLIENTE-LIN
                                       TO DESCRICAO-AUDIT
           MOVE CNPJ                   TO DOCUMENTO-ANTERIOR-AUDIT
                                          DOCUMENTO-AUDIT
           MOVE LATITUDE-CLI           TO LATITUDE-ANTERIOR-AUDIT
                                          LATITUDE-AUDIT
           MOVE LONGITUDE-CLI          TO LONGITUDE-ANTERIOR-AUDIT
                                          LONGITUDE-AUDIT
           MOVE CIDADE-CLI             TO CIDADE-ANTERIOR-AUDIT
                                          CIDADE-AUDIT
           MOVE UF-CLI                 TO UF-ANTERIOR-AUDIT
                                          UF-AUDIT
           MOVE COD-REGIAO-CLI         TO COD-REGIAO-ANTERIOR-AUDIT
                                          COD-REGIAO-AUDIT

           WRITE REG-AUDITORIA

           .
       2950-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           CLOSE ARQ-CLIENTE
                 ARQ-PEDIDO
                 ARQ-TITULO
                 ARQ-VISITA
                 ARQ-VIS-NOVO
                 ARQ-FIXACAO
                 ARQ-CONTATO
                 ARQ-FUSAO-CLI
                 ARQ-AUDITORIA
                 ARQ-REL-FUSAO

           GOBACK

           .
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF081P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF081P.
      *----------------------------------------------------------------*
