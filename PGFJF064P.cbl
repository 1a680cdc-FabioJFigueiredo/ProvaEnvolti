       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF064P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF064P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: REALIZAR ACESSOS AO ARQUIVO DE CONTATOS DO      *
      *                CLIENTE PELA CHAVE CLIENTE/SEQUENCIA (FUNCOES 0 *
      *                A 3), GRAVANDO CADA INCLUSAO, ALTERACAO E       *
      *                EXCLUSAO NA AUDITORIA, E EMITIR A LISTA DE      *
      *                CONTATOS DA CARTEIRA VIGENTE DE CADA VENDEDOR   *
      *                (FUNCAO 4)                                      *
      * ARQUIVOS.....: ArqContato, ArqCliente, ArqAuditoria,           *
      *                ArqUltimaDistribuicao, ArqListaContatos         *
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
           SELECT ARQ-CONTATO        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-CTT
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CTT.

           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE
                       ALTERNATE RECORD KEY IS CNPJ
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.

           SELECT ARQ-AUDITORIA      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-AUD.

           SELECT ARQ-ULT-DISTRIB    ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-ULT
                                FILE STATUS IS WS-FL-STATUS-ULT.

           SELECT ARQ-LISTA-CONTATO  ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-LST.

           SELECT ARQ-SORT-CONTATO   ASSIGN TO DISK.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-CONTATO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqContato'.
       COPY "CONTATO.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "CLIENTES.CPY".

       FD  ARQ-AUDITORIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqAuditoria'.
       COPY "AUDIT.CPY".

       FD  ARQ-ULT-DISTRIB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqUltimaDistribuicao'.
       COPY "ULTDIST.CPY".

       FD  ARQ-LISTA-CONTATO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqListaContatos'.
       COPY "LISTCTT.CPY".

       SD  ARQ-SORT-CONTATO.
       01  REG-SORT-CONTATO.
           05  SRT-COD-VENDEDOR        PIC  9(003).
           05  SRT-COD-CLIENTE         PIC  9(007).
           05  SRT-NOME-VENDEDOR       PIC  X(040).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CTT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-AUD            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-ULT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-LST            PIC  X(002)         VALUE "00".

      *----------------------------------------------------------------*
      * AUDITORIA - OPERACAO E NOME ANTERIOR DO CONTATO                *
      *----------------------------------------------------------------*
       77  WS-OPERACAO-AUD             PIC  X(001)         VALUE SPACES.
       77  WS-NOME-ANTERIOR-AUD        PIC  X(040)         VALUE SPACES.

      *----------------------------------------------------------------*
      * CONTATO PREFERENCIAL - SO UM POR PAPEL EM CADA CLIENTE         *
      *----------------------------------------------------------------*
       77  WS-PRF-CLIENTE              PIC  9(007)         VALUE ZEROS.
       77  WS-PRF-SEQUENCIA            PIC  9(002)         VALUE ZEROS.
       77  WS-PRF-PAPEL                PIC  X(001)         VALUE SPACES.
       77  WS-SW-FIM-CONTATO           PIC  X(001)         VALUE "N".
           88  FIM-CONTATO                  VALUE "S".
       77  WS-ULTIMA-SEQUENCIA         PIC  9(002)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * LISTA DE CONTATOS DA CARTEIRA                                  *
      *----------------------------------------------------------------*
       77  WS-SW-FIM-SORT              PIC  X(001)         VALUE "N".
           88  FIM-SORT                     VALUE "S".
       77  WS-SW-CONTATO-ABERTO        PIC  X(001)         VALUE "N".
           88  CONTATO-ABERTO               VALUE "S".
       77  WS-VEND-CORRENTE            PIC  9(003)         VALUE ZEROS.
       77  WS-QTD-CONTATOS-CLI         PIC  9(003)         VALUE ZEROS.
       77  WS-QTD-CLIENTES             PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-CONTATOS             PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-SEM-CONTATO          PIC  9(007)         VALUE ZEROS.

       01  WS-LIN-SEPARADOR            PIC  X(132)         VALUE ALL
           "-".

       01  WS-LIN-CAB-VEND.
           05  FILLER                  PIC  X(030)         VALUE
               "CONTATOS DA CARTEIRA - VEND.: ".
           05  WS-CAB-COD-VEND         PIC  ZZ9.
           05  FILLER                  PIC  X(003)         VALUE " - ".
           05  WS-CAB-NOME-VEND        PIC  X(040).
           05  FILLER                  PIC  X(010)         VALUE
               "  EMISSAO ".
           05  WS-CAB-DATA             PIC  9(008).

       01  WS-LIN-CAB-COLUNAS.
           05  FILLER                  PIC  X(008)         VALUE
               "CLIENTE ".
           05  FILLER                  PIC  X(031)         VALUE
               "CONTATO".
           05  FILLER                  PIC  X(013)         VALUE
               "PAPEL".
           05  FILLER                  PIC  X(016)         VALUE
               "TELEFONE".
           05  FILLER                  PIC  X(061)         VALUE
               "E-MAIL".
           05  FILLER                  PIC  X(003)         VALUE
               "PRF".

       01  WS-LIN-CLIENTE.
           05  WS-CLI-CODIGO           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-CLI-RAZAO            PIC  X(040).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-CLI-CIDADE           PIC  X(030).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-CLI-UF               PIC  X(002).

       01  WS-LIN-CONTATO.
           05  FILLER                  PIC  X(008)         VALUE SPACES.
           05  WS-CTT-NOME             PIC  X(030).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-CTT-PAPEL            PIC  X(012).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-CTT-TELEFONE         PIC  X(015).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-CTT-EMAIL            PIC  X(060).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-CTT-PREFERENCIAL     PIC  X(001).

       01  WS-LIN-SEM-CONTATO.
           05  FILLER                  PIC  X(008)         VALUE SPACES.
           05  FILLER                  PIC  X(040)         VALUE
               "*** CLIENTE SEM CONTATO CADASTRADO ***".

       01  WS-LIN-TOTAL.
           05  FILLER                  PIC  X(020)         VALUE
               "CLIENTES LISTADOS..:".
           05  WS-TOT-CLIENTES         PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(020)         VALUE
               "   CONTATOS........:".
           05  WS-TOT-CONTATOS         PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(020)         VALUE
               "   SEM CONTATO.....:".
           05  WS-TOT-SEM-CONTATO      PIC  ZZZZZZ9.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG064L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG064L.
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

           MOVE ZEROS                  TO COD-RETORNO-LNKG064
           MOVE SPACES                 TO MSG-RETORNO-LNKG064

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-LNKG064
               WHEN 0
                    PERFORM 2100-BUSCAR-CONTATO
               WHEN 1
                    PERFORM 2200-INCLUIR-CONTATO
               WHEN 2
                    PERFORM 2300-ALTERAR-CONTATO
               WHEN 3
                    PERFORM 2400-EXCLUIR-CONTATO
               WHEN 4
                    PERFORM 2700-LISTA-CONTATOS
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-LNKG064
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-LNKG064
                    PERFORM 3000-FINALIZA
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE BUSCA PELA CHAVE CLIENTE/SEQUENCIA                   *
      *----------------------------------------------------------------*
       2100-BUSCAR-CONTATO             SECTION.

           PERFORM 2110-OPEN-ARQ-CONTATO

           PERFORM 2140-MONTA-CHAVE

           READ ARQ-CONTATO

           IF WS-FL-STATUS-CTT         EQUAL ZEROS
              PERFORM 2130-DEVOLVE-CONTATO
              MOVE ZEROS               TO COD-RETORNO-LNKG064
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG064
              MOVE "CONTATO NAO ENCONTRADO"
                                       TO MSG-RETORNO-LNKG064
           END-IF

           PERFORM 2120-CLOSE-ARQ-CONTATO

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DE ARQUIVO                                            *
      *----------------------------------------------------------------*
       2110-OPEN-ARQ-CONTATO           SECTION.

           OPEN I-O ARQ-CONTATO

           IF WS-FL-STATUS-CTT         EQUAL "35"
              OPEN OUTPUT ARQ-CONTATO

              IF WS-FL-STATUS-CTT      EQUAL ZEROS
                 CLOSE ARQ-CONTATO
                 OPEN I-O ARQ-CONTATO
              END-IF
           END-IF

           IF WS-FL-STATUS-CTT         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG064
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CONTATOS"
                                       TO MSG-RETORNO-LNKG064
              PERFORM 3000-FINALIZA
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DE ARQUIVO                                          *
      *----------------------------------------------------------------*
       2120-CLOSE-ARQ-CONTATO          SECTION.

           CLOSE ARQ-CONTATO

           IF WS-FL-STATUS-CTT         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG064
              MOVE "ERRO NO FECHAMENTO DO ARQUIVO DE CONTATOS"
                                       TO MSG-RETORNO-LNKG064
              PERFORM 3000-FINALIZA
           END-IF

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE O CONTATO LIDO NA AREA DE COMUNICACAO                  *
      *----------------------------------------------------------------*
       2130-DEVOLVE-CONTATO            SECTION.

           MOVE NOME-CONTATO-CTT       TO NOME-CONTATO-LNKG064
           MOVE PAPEL-CONTATO-CTT      TO PAPEL-CONTATO-LNKG064
           MOVE TELEFONE-CTT           TO TELEFONE-LNKG064
           MOVE EMAIL-CTT              TO EMAIL-LNKG064
           MOVE PREFERENCIAL-CTT       TO PREFERENCIAL-LNKG064

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA A CHAVE DO CONTATO A PARTIR DA AREA DE COMUNICACAO       *
      *----------------------------------------------------------------*
       2140-MONTA-CHAVE                SECTION.

           MOVE COD-CLIENTE-LNKG064    TO COD-CLIENTE-CTT
           MOVE SEQ-CONTATO-LNKG064    TO SEQ-CONTATO-CTT

           .
       2140-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA O REGISTRO DO CONTATO A PARTIR DA AREA DE COMUNICACAO    *
      *----------------------------------------------------------------*
       2150-MONTA-CONTATO              SECTION.

           PERFORM 2140-MONTA-CHAVE

           MOVE NOME-CONTATO-LNKG064   TO NOME-CONTATO-CTT
           MOVE PAPEL-CONTATO-LNKG064  TO PAPEL-CONTATO-CTT
           MOVE TELEFONE-LNKG064       TO TELEFONE-CTT
           MOVE EMAIL-LNKG064          TO EMAIL-CTT
           MOVE PREFERENCIAL-LNKG064   TO PREFERENCIAL-CTT

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA OS DADOS DO CONTATO: NOME, PAPEL C/F/P, INDICADOR DE    *
      * PREFERENCIAL S/N (BRANCO = N) E AO MENOS TELEFONE OU E-MAIL    *
      *----------------------------------------------------------------*
       2160-VALIDA-CONTATO             SECTION.

           MOVE FUNCTION UPPER-CASE(PAPEL-CONTATO-LNKG064)
                                       TO PAPEL-CONTATO-LNKG064
           MOVE FUNCTION UPPER-CASE(PREFERENCIAL-LNKG064)
                                       TO PREFERENCIAL-LNKG064

           IF PREFERENCIAL-LNKG064     EQUAL SPACES
              MOVE "N"                 TO PREFERENCIAL-LNKG064
           END-IF

           IF NOME-CONTATO-LNKG064     EQUAL SPACES
              MOVE 1                   TO COD-RETORNO-LNKG064
              MOVE "NOME DO CONTATO NAO INFORMADO"
                                       TO MSG-RETORNO-LNKG064
              PERFORM 3000-FINALIZA
           END-IF

           IF PAPEL-CONTATO-LNKG064    NOT EQUAL "C" AND
              PAPEL-CONTATO-LNKG064    NOT EQUAL "F" AND
              PAPEL-CONTATO-LNKG064    NOT EQUAL "P"
              MOVE 1                   TO COD-RETORNO-LNKG064
              MOVE "PAPEL INVALIDO - USE C, F OU P"
                                       TO MSG-RETORNO-LNKG064
              PERFORM 3000-FINALIZA
           END-IF

           IF PREFERENCIAL-LNKG064     NOT EQUAL "S" AND
              PREFERENCIAL-LNKG064     NOT EQUAL "N"
              MOVE 1                   TO COD-RETORNO-LNKG064
              MOVE "INDICADOR DE PREFERENCIAL INVALIDO - USE S OU N"
                                       TO MSG-RETORNO-LNKG064
              PERFORM 3000-FINALIZA
           END-IF

           IF TELEFONE-LNKG064         EQUAL SPACES AND
              EMAIL-LNKG064            EQUAL SPACES
              MOVE 1                   TO COD-RETORNO-LNKG064
              MOVE "INFORME O TELEFONE OU O E-MAIL DO CONTATO"
                                       TO MSG-RETORNO-LNKG064
              PERFORM 3000-FINALIZA
           END-IF

           .
       2160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA QUE O CLIENTE DO CONTATO EXISTE E ESTA ATIVO            *
      *----------------------------------------------------------------*
       2170-VALIDA-CLIENTE             SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG064
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CLIENTES"
                                       TO MSG-RETORNO-LNKG064
              PERFORM 3000-FINALIZA
           END-IF

           MOVE COD-CLIENTE-LNKG064    TO COD-CLIENTE

           READ ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS AND
              NOT CLI-EXCLUIDO
              CLOSE ARQ-CLIENTE
           ELSE
              CLOSE ARQ-CLIENTE
              MOVE 1                   TO COD-RETORNO-LNKG064
              MOVE "CLIENTE NAO CADASTRADO OU EXCLUIDO"
                                       TO MSG-RETORNO-LNKG064
              PERFORM 3000-FINALIZA
           END-IF

           .
       2170-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INCLUSAO DE CONTATO - A SEQUENCIA E A PROXIMA LIVRE  *
      * DO CLIENTE                                                     *
      *----------------------------------------------------------------*
       2200-INCLUIR-CONTATO            SECTION.

           PERFORM 2160-VALIDA-CONTATO

           PERFORM 2170-VALIDA-CLIENTE

           PERFORM 2110-OPEN-ARQ-CONTATO

           PERFORM 2210-PROXIMA-SEQUENCIA

           IF WS-ULTIMA-SEQUENCIA      EQUAL 99
              MOVE 1                   TO COD-RETORNO-LNKG064
              MOVE "CLIENTE JA POSSUI O MAXIMO DE CONTATOS"
                                       TO MSG-RETORNO-LNKG064
              PERFORM 2120-CLOSE-ARQ-CONTATO
              PERFORM 3000-FINALIZA
           END-IF

           ADD 1                       TO WS-ULTIMA-SEQUENCIA
           MOVE WS-ULTIMA-SEQUENCIA    TO SEQ-CONTATO-LNKG064

           PERFORM 2150-MONTA-CONTATO

           WRITE REG-CONTATO

           IF WS-FL-STATUS-CTT         EQUAL ZEROS
              MOVE ZEROS               TO COD-RETORNO-LNKG064
              MOVE "CONTATO CADASTRADO COM SUCESSO"
                                       TO MSG-RETORNO-LNKG064
              MOVE "I"                 TO WS-OPERACAO-AUD
              MOVE SPACES              TO WS-NOME-ANTERIOR-AUD
              PERFORM 2500-GRAVA-AUDITORIA
              IF CTT-PREFERENCIAL
                 PERFORM 2600-AJUSTA-PREFERENCIAL
              END-IF
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG064
              MOVE "ERRO AO GRAVAR O CONTATO"
                                       TO MSG-RETORNO-LNKG064
           END-IF

           PERFORM 2120-CLOSE-ARQ-CONTATO

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOCALIZA A ULTIMA SEQUENCIA DE CONTATO USADA PELO CLIENTE      *
      *----------------------------------------------------------------*
       2210-PROXIMA-SEQUENCIA          SECTION.

           MOVE ZEROS                  TO WS-ULTIMA-SEQUENCIA
           MOVE "N"                    TO WS-SW-FIM-CONTATO

           MOVE COD-CLIENTE-LNKG064    TO COD-CLIENTE-CTT
           MOVE ZEROS                  TO SEQ-CONTATO-CTT

           START ARQ-CONTATO KEY IS NOT LESS THAN CHAVE-CTT

           IF WS-FL-STATUS-CTT         NOT EQUAL ZEROS
              MOVE "S"                 TO WS-SW-FIM-CONTATO
           END-IF

           PERFORM 2220-LER-SEQUENCIA UNTIL FIM-CONTATO

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE O PROXIMO CONTATO DO CLIENTE GUARDANDO A SEQUENCIA          *
      *----------------------------------------------------------------*
       2220-LER-SEQUENCIA              SECTION.

           READ ARQ-CONTATO NEXT RECORD

           IF WS-FL-STATUS-CTT         EQUAL ZEROS AND
              COD-CLIENTE-CTT          EQUAL COD-CLIENTE-LNKG064
              MOVE SEQ-CONTATO-CTT     TO WS-ULTIMA-SEQUENCIA
           ELSE
              MOVE "S"                 TO WS-SW-FIM-CONTATO
           END-IF

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE ALTERACAO DE CONTATO                                 *
      *----------------------------------------------------------------*
       2300-ALTERAR-CONTATO            SECTION.

           PERFORM 2160-VALIDA-CONTATO

           PERFORM 2110-OPEN-ARQ-CONTATO

           PERFORM 2140-MONTA-CHAVE

           READ ARQ-CONTATO

           IF WS-FL-STATUS-CTT         EQUAL ZEROS
              MOVE NOME-CONTATO-CTT    TO WS-NOME-ANTERIOR-AUD

              PERFORM 2150-MONTA-CONTATO

              REWRITE REG-CONTATO

              IF WS-FL-STATUS-CTT      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-LNKG064
                 MOVE "CONTATO ALTERADO COM SUCESSO"
                                       TO MSG-RETORNO-LNKG064
                 MOVE "A"              TO WS-OPERACAO-AUD
                 PERFORM 2500-GRAVA-AUDITORIA
                 IF CTT-PREFERENCIAL
                    PERFORM 2600-AJUSTA-PREFERENCIAL
                 END-IF
              ELSE
                 MOVE 9                TO COD-RETORNO-LNKG064
                 MOVE "ERRO AO ALTERAR CONTATO"
                                       TO MSG-RETORNO-LNKG064
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG064
              MOVE "CONTATO NAO ENCONTRADO"
                                       TO MSG-RETORNO-LNKG064
           END-IF

           PERFORM 2120-CLOSE-ARQ-CONTATO

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE EXCLUSAO DE CONTATO                                  *
      *----------------------------------------------------------------*
       2400-EXCLUIR-CONTATO            SECTION.

           PERFORM 2110-OPEN-ARQ-CONTATO

           PERFORM 2140-MONTA-CHAVE

           READ ARQ-CONTATO

           IF WS-FL-STATUS-CTT         EQUAL ZEROS
              MOVE NOME-CONTATO-CTT    TO WS-NOME-ANTERIOR-AUD

              DELETE ARQ-CONTATO RECORD

              IF WS-FL-STATUS-CTT      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-LNKG064
                 MOVE "CONTATO EXCLUIDO COM SUCESSO"
                                       TO MSG-RETORNO-LNKG064
                 MOVE "E"              TO WS-OPERACAO-AUD
                 PERFORM 2500-GRAVA-AUDITORIA
              ELSE
                 MOVE 9                TO COD-RETORNO-LNKG064
                 MOVE "ERRO AO EXCLUIR CONTATO"
                                       TO MSG-RETORNO-LNKG064
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-LNKG064
              MOVE "CONTATO NAO ENCONTRADO"
                                       TO MSG-RETORNO-LNKG064
           END-IF

           PERFORM 2120-CLOSE-ARQ-CONTATO

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA NA AUDITORIA A OPERACAO SOBRE O CONTATO EM REG-CONTATO - *
      * ENTIDADE 'K', CLIENTE EM COD-REF-AUDIT, SEQUENCIA DO CONTATO   *
      * EM DOCUMENTO-AUDIT E NOME ANTERIOR/ATUAL NAS DESCRICOES        *
      *----------------------------------------------------------------*
       2500-GRAVA-AUDITORIA            SECTION.

           OPEN EXTEND ARQ-AUDITORIA

           IF WS-FL-STATUS-AUD         EQUAL "35"
              OPEN OUTPUT ARQ-AUDITORIA
           END-IF

           IF WS-FL-STATUS-AUD         EQUAL ZEROS
              MOVE SPACES              TO REG-AUDITORIA
              MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO DATA-EXECUCAO-AUDIT
              MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO HORA-AUDIT
              MOVE "K"                 TO TIPO-ENTIDADE-AUDIT
              MOVE COD-CLIENTE-CTT     TO COD-REF-AUDIT
              MOVE WS-OPERACAO-AUD     TO OPERACAO-AUDIT
              MOVE ID-OPERADOR-LNKG064 TO OPERADOR-AUDIT
              MOVE WS-NOME-ANTERIOR-AUD
                                       TO DESCRICAO-ANTERIOR-AUDIT
              IF WS-OPERACAO-AUD       EQUAL "E"
                 MOVE SPACES           TO DESCRICAO-AUDIT
              ELSE
                 MOVE NOME-CONTATO-CTT TO DESCRICAO-AUDIT
              END-IF
              MOVE SEQ-CONTATO-CTT     TO DOCUMENTO-ANTERIOR-AUDIT
                                          DOCUMENTO-AUDIT
              MOVE ZEROS               TO LATITUDE-ANTERIOR-AUDIT
                                          LATITUDE-AUDIT
                                          LONGITUDE-ANTERIOR-AUDIT
                                          LONGITUDE-AUDIT
                                          COD-REGIAO-ANTERIOR-AUDIT
                                          COD-REGIAO-AUDIT
              MOVE SPACES              TO CIDADE-ANTERIOR-AUDIT
                                          CIDADE-AUDIT
                                          UF-ANTERIOR-AUDIT
                                          UF-AUDIT

              WRITE REG-AUDITORIA

              CLOSE ARQ-AUDITORIA
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG064
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE AUDITORIA"
                                       TO MSG-RETORNO-LNKG064
           END-IF

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * O CONTATO GRAVADO PASSOU A SER O PREFERENCIAL DO SEU PAPEL:    *
      * DESMARCA O PREFERENCIAL DOS DEMAIS CONTATOS DO MESMO PAPEL NO  *
      * CLIENTE, AUDITANDO CADA ALTERACAO                              *
      *----------------------------------------------------------------*
       2600-AJUSTA-PREFERENCIAL        SECTION.

           MOVE COD-CLIENTE-CTT        TO WS-PRF-CLIENTE
           MOVE SEQ-CONTATO-CTT        TO WS-PRF-SEQUENCIA
           MOVE PAPEL-CONTATO-CTT      TO WS-PRF-PAPEL
           MOVE "N"                    TO WS-SW-FIM-CONTATO

           MOVE WS-PRF-CLIENTE         TO COD-CLIENTE-CTT
           MOVE ZEROS                  TO SEQ-CONTATO-CTT

           START ARQ-CONTATO KEY IS NOT LESS THAN CHAVE-CTT

           IF WS-FL-STATUS-CTT         NOT EQUAL ZEROS
              MOVE "S"                 TO WS-SW-FIM-CONTATO
           END-IF

           PERFORM 2610-DESMARCA-PREFERENCIAL UNTIL FIM-CONTATO

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE O PROXIMO CONTATO DO CLIENTE E DESMARCA SE FOR OUTRO        *
      * PREFERENCIAL DO MESMO PAPEL                                    *
      *----------------------------------------------------------------*
       2610-DESMARCA-PREFERENCIAL      SECTION.

           READ ARQ-CONTATO NEXT RECORD

           IF WS-FL-STATUS-CTT         EQUAL ZEROS AND
              COD-CLIENTE-CTT          EQUAL WS-PRF-CLIENTE
              IF SEQ-CONTATO-CTT       NOT EQUAL WS-PRF-SEQUENCIA AND
                 PAPEL-CONTATO-CTT     EQUAL WS-PRF-PAPEL AND
                 CTT-PREFERENCIAL
                 MOVE "N"              TO PREFERENCIAL-CTT

                 REWRITE REG-CONTATO

                 IF WS-FL-STATUS-CTT   EQUAL ZEROS
                    MOVE "A"           TO WS-OPERACAO-AUD
                    MOVE NOME-CONTATO-CTT
                                       TO WS-NOME-ANTERIOR-AUD
                    PERFORM 2500-GRAVA-AUDITORIA
                 END-IF
              END-IF
           ELSE
              MOVE "S"                 TO WS-SW-FIM-CONTATO
           END-IF

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUNCAO 4 - LISTA DE CONTATOS DA CARTEIRA VIGENTE DE CADA       *
      * VENDEDOR (ArqUltimaDistribuicao), EM ORDEM DE VENDEDOR E       *
      * CLIENTE, GRAVADA EM ArqListaContatos                           *
      *----------------------------------------------------------------*
       2700-LISTA-CONTATOS             SECTION.

           MOVE "N"                    TO WS-SW-FIM-SORT
           MOVE ZEROS                  TO WS-VEND-CORRENTE
                                          WS-QTD-CLIENTES
                                          WS-QTD-CONTATOS
                                          WS-QTD-SEM-CONTATO

           SORT ARQ-SORT-CONTATO
                ON ASCENDING KEY SRT-COD-VENDEDOR
                                 SRT-COD-CLIENTE
                INPUT  PROCEDURE IS 2710-SELECIONA-CARTEIRA
                OUTPUT PROCEDURE IS 2800-GERA-LISTA

           MOVE WS-QTD-CONTATOS        TO QTD-CONTATOS-LNKG064

           IF WS-QTD-CLIENTES          EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG064
              MOVE "NENHUM CLIENTE NA CARTEIRA INFORMADA"
                                       TO MSG-RETORNO-LNKG064
           ELSE
              MOVE ZEROS               TO COD-RETORNO-LNKG064
              MOVE "LISTA DE CONTATOS GRAVADA EM ARQLISTACONTATOS"
                                       TO MSG-RETORNO-LNKG064
           END-IF

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCEDIMENTO DE ENTRADA DO SORT - CLIENTES DA CARTEIRA VIGENTE *
      * DO VENDEDOR INFORMADO (OU DE TODOS)                            *
      *----------------------------------------------------------------*
       2710-SELECIONA-CARTEIRA         SECTION.

           OPEN INPUT ARQ-ULT-DISTRIB

           IF WS-FL-STATUS-ULT         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG064
              MOVE "ERRO NA ABERTURA DA ULTIMA DISTRIBUICAO"
                                       TO MSG-RETORNO-LNKG064
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2720-LER-ULT-DISTRIB

           PERFORM 2730-LIBERA-CLIENTE UNTIL
                   WS-FL-STATUS-ULT    NOT EQUAL "00"

           CLOSE ARQ-ULT-DISTRIB

           .
       2710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DA ULTIMA DISTRIBUICAO                      *
      *----------------------------------------------------------------*
       2720-LER-ULT-DISTRIB            SECTION.

           READ ARQ-ULT-DISTRIB NEXT RECORD

           .
       2720-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LIBERA PARA O SORT O CLIENTE COM VENDEDOR ATRIBUIDO            *
      *----------------------------------------------------------------*
       2730-LIBERA-CLIENTE             SECTION.

           IF COD-VENDEDOR-ULT         GREATER ZEROS AND
              (COD-VENDEDOR-LNKG064    EQUAL ZEROS OR
               COD-VENDEDOR-LNKG064    EQUAL COD-VENDEDOR-ULT)
              MOVE COD-VENDEDOR-ULT    TO SRT-COD-VENDEDOR
              MOVE COD-CLIENTE-ULT     TO SRT-COD-CLIENTE
              MOVE NOME-VENDEDOR-ULT   TO SRT-NOME-VENDEDOR

              RELEASE REG-SORT-CONTATO
           END-IF

           PERFORM 2720-LER-ULT-DISTRIB

           .
       2730-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCEDIMENTO DE SAIDA DO SORT - GRAVA A LISTA COM QUEBRA POR   *
      * VENDEDOR; CLIENTES EXCLUIDOS NAO ENTRAM NA LISTA               *
      *----------------------------------------------------------------*
       2800-GERA-LISTA                 SECTION.

           OPEN OUTPUT ARQ-LISTA-CONTATO

           IF WS-FL-STATUS-LST         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG064
              MOVE "ERRO NA ABERTURA DA LISTA DE CONTATOS"
                                       TO MSG-RETORNO-LNKG064
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-CLIENTE

           OPEN INPUT ARQ-CONTATO

           IF WS-FL-STATUS-CTT         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-CONTATO-ABERTO
           ELSE
              MOVE "N"                 TO WS-SW-CONTATO-ABERTO
           END-IF

           PERFORM 2810-RETORNA-REGISTRO

           PERFORM 2820-GRAVA-CLIENTE UNTIL FIM-SORT

           MOVE WS-QTD-CLIENTES        TO WS-TOT-CLIENTES
           MOVE WS-QTD-CONTATOS        TO WS-TOT-CONTATOS
           MOVE WS-QTD-SEM-CONTATO     TO WS-TOT-SEM-CONTATO

           MOVE WS-LIN-SEPARADOR       TO REG-LISTA-CONTATO
           WRITE REG-LISTA-CONTATO
           MOVE SPACES                 TO REG-LISTA-CONTATO
           MOVE WS-LIN-TOTAL           TO REG-LISTA-CONTATO
           WRITE REG-LISTA-CONTATO

           CLOSE ARQ-LISTA-CONTATO
           CLOSE ARQ-CLIENTE

           IF CONTATO-ABERTO
              CLOSE ARQ-CONTATO
           END-IF

           .
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RETORNO DE UM REGISTRO CLASSIFICADO                            *
      *----------------------------------------------------------------*
       2810-RETORNA-REGISTRO           SECTION.

           RETURN ARQ-SORT-CONTATO
               AT END MOVE "S"         TO WS-SW-FIM-SORT
           END-RETURN

           .
       2810-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UM CLIENTE DA CARTEIRA E SEUS CONTATOS, ABRINDO NOVA     *
      * FOLHA QUANDO O VENDEDOR MUDA                                   *
      *----------------------------------------------------------------*
       2820-GRAVA-CLIENTE              SECTION.

           MOVE SRT-COD-CLIENTE        TO COD-CLIENTE

           READ ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS AND
              NOT CLI-EXCLUIDO
              IF SRT-COD-VENDEDOR      NOT EQUAL WS-VEND-CORRENTE
                 MOVE SRT-COD-VENDEDOR TO WS-VEND-CORRENTE
                 PERFORM 2830-GRAVA-CABECALHO
              END-IF

              ADD 1                    TO WS-QTD-CLIENTES

              MOVE SPACES              TO WS-LIN-CLIENTE
              MOVE COD-CLIENTE         TO WS-CLI-CODIGO
              MOVE RAZAO-SOCIAL        TO WS-CLI-RAZAO
              MOVE CIDADE-CLI          TO WS-CLI-CIDADE
              MOVE UF-CLI              TO WS-CLI-UF

              MOVE SPACES              TO REG-LISTA-CONTATO
              MOVE WS-LIN-CLIENTE      TO REG-LISTA-CONTATO
              WRITE REG-LISTA-CONTATO

              MOVE ZEROS               TO WS-QTD-CONTATOS-CLI
              MOVE "N"                 TO WS-SW-FIM-CONTATO

              IF CONTATO-ABERTO
                 MOVE SRT-COD-CLIENTE  TO COD-CLIENTE-CTT
                 MOVE ZEROS            TO SEQ-CONTATO-CTT

                 START ARQ-CONTATO KEY IS NOT LESS THAN CHAVE-CTT

                 IF WS-FL-STATUS-CTT   NOT EQUAL ZEROS
                    MOVE "S"           TO WS-SW-FIM-CONTATO
                 END-IF

                 PERFORM 2840-GRAVA-CONTATO UNTIL FIM-CONTATO
              END-IF

              IF WS-QTD-CONTATOS-CLI   EQUAL ZEROS
                 ADD 1                 TO WS-QTD-SEM-CONTATO
                 MOVE SPACES           TO REG-LISTA-CONTATO
                 MOVE WS-LIN-SEM-CONTATO
                                       TO REG-LISTA-CONTATO
                 WRITE REG-LISTA-CONTATO
              END-IF
           END-IF

           PERFORM 2810-RETORNA-REGISTRO

           .
       2820-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O CABECALHO DA FOLHA DE UM VENDEDOR                      *
      *----------------------------------------------------------------*
       2830-GRAVA-CABECALHO            SECTION.

           MOVE WS-LIN-SEPARADOR       TO REG-LISTA-CONTATO
           WRITE REG-LISTA-CONTATO

           MOVE SRT-COD-VENDEDOR       TO WS-CAB-COD-VEND
           MOVE SRT-NOME-VENDEDOR      TO WS-CAB-NOME-VEND
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-CAB-DATA

           MOVE SPACES                 TO REG-LISTA-CONTATO
           MOVE WS-LIN-CAB-VEND        TO REG-LISTA-CONTATO
           WRITE REG-LISTA-CONTATO

           MOVE SPACES                 TO REG-LISTA-CONTATO
           MOVE WS-LIN-CAB-COLUNAS     TO REG-LISTA-CONTATO
           WRITE REG-LISTA-CONTATO

           .
       2830-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE E GRAVA O PROXIMO CONTATO DO CLIENTE                        *
      *----------------------------------------------------------------*
       2840-GRAVA-CONTATO              SECTION.

           READ ARQ-CONTATO NEXT RECORD

           IF WS-FL-STATUS-CTT         EQUAL ZEROS AND
              COD-CLIENTE-CTT          EQUAL SRT-COD-CLIENTE
              ADD 1                    TO WS-QTD-CONTATOS-CLI
                                          WS-QTD-CONTATOS

              MOVE SPACES              TO WS-CTT-PREFERENCIAL
              MOVE NOME-CONTATO-CTT    TO WS-CTT-NOME
              MOVE TELEFONE-CTT        TO WS-CTT-TELEFONE
              MOVE EMAIL-CTT           TO WS-CTT-EMAIL

              EVALUATE TRUE
                  WHEN CTT-COMPRADOR
                       MOVE "COMPRADOR"
                                       TO WS-CTT-PAPEL
                  WHEN CTT-FINANCEIRO
                       MOVE "FINANCEIRO"
                                       TO WS-CTT-PAPEL
                  WHEN CTT-PROPRIETARIO
                       MOVE "PROPRIETARIO"
                                       TO WS-CTT-PAPEL
                  WHEN OTHER
                       MOVE SPACES     TO WS-CTT-PAPEL
              END-EVALUATE

              IF CTT-PREFERENCIAL
                 MOVE "*"              TO WS-CTT-PREFERENCIAL
              END-IF

              MOVE SPACES              TO REG-LISTA-CONTATO
              MOVE WS-LIN-CONTATO      TO REG-LISTA-CONTATO
              WRITE REG-LISTA-CONTATO
           ELSE
              MOVE "S"                 TO WS-SW-FIM-CONTATO
           END-IF

           .
       2840-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF064P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF064P.
      *----------------------------------------------------------------*
