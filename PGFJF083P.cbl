       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF083P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF083P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: RELATORIO DO TITULAR (LGPD) - LISTA TUDO O QUE  *
      *                O SISTEMA GUARDA SOBRE UM CPF: LOCALIZA OS      *
      *                CLIENTES PELO DOCUMENTO DO CADASTRO, PELOS      *
      *                DOCUMENTOS JA AUDITADOS, PELOS PROSPECTOS       *
      *                CONVERTIDOS E PELAS FUSOES, E LISTA CADASTRO,   *
      *                CONTATOS, FIXACAO, ULTIMA DISTRIBUICAO,         *
      *                PROSPECTOS, PEDIDOS, TITULOS, FUSOES E OS       *
      *                HISTORICOS SEQUENCIAIS (DISTRIBUICAO, CHURN,    *
      *                AUDITORIA, RETORNO DO CRM, VISITAS, COBRANCA E  *
      *                SNAPSHOTS) - SO SUPERVISOR                      *
      * ARQUIVOS.....: ArqCliente, ArqContato, ArqFixacao,             *
      *                ArqUltimaDistribuicao, ArqProspecto, ArqPedido, *
      *                ArqTitulo, ArqFusaoCliente, ArqDistribuicao,    *
      *                ArqDistribuicaoArquivo, ArqChurn,               *
      *                ArqChurnArquivo, ArqAuditoria,                  *
      *                ArqAuditoriaArquivo, ArqRetornoCadastroCRM,     *
      *                ArqVisita, ArqHistCobranca,                     *
      *                ArqClienteGer1/2/3, ArqRelTitularDados          *
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

           SELECT ARQ-CONTATO        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-CTT
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CTT.

           SELECT ARQ-FIXACAO        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-FIX
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-FIX.

           SELECT ARQ-ULT-DISTRIB    ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-ULT
                                FILE STATUS IS WS-FL-STATUS-ULT.

           SELECT ARQ-PROSPECTO      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-PROSPECTO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PSP.

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

           SELECT ARQ-FUSAO-CLI      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-RET-FUS
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-FUS.

           SELECT ARQ-DISTRIB        ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-HIS.
           SELECT ARQ-DIS-ARQ        ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-HIS.
           SELECT ARQ-CHURN          ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-HIS.
           SELECT ARQ-CHU-ARQ        ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-HIS.
           SELECT ARQ-AUD-HIS        ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-HIS.
           SELECT ARQ-AUD-ARQ        ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-HIS.
           SELECT ARQ-RET-CADASTRO   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-HIS.
           SELECT ARQ-VISITA         ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-HIS.
           SELECT ARQ-HIST-COBR      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-HIS.
           SELECT ARQ-CLI-G1         ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-HIS.
           SELECT ARQ-CLI-G2         ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-HIS.
           SELECT ARQ-CLI-G3         ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-HIS.

           SELECT ARQ-REL-TITULAR    ASSIGN TO DISK
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

       FD  ARQ-CONTATO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqContato'.
       COPY "CONTATO.CPY".

       FD  ARQ-FIXACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqFixacao'.
       COPY "FIXACAO.CPY".

       FD  ARQ-ULT-DISTRIB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqUltimaDistribuicao'.
       COPY "ULTDIST.CPY".

       FD  ARQ-PROSPECTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqProspecto'.
       COPY "PROSPECT.CPY".

       FD  ARQ-PEDIDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPedido'.
       COPY "PEDIDO.CPY".

       FD  ARQ-TITULO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTitulo'.
       COPY "TITULO.CPY".

       FD  ARQ-FUSAO-CLI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqFusaoCliente'.
       COPY "FUSAO.CPY".

       FD  ARQ-DISTRIB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDistribuicao'.
       01  REG-HIS-DIS                 PIC  X(258).

       FD  ARQ-DIS-ARQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDistribuicaoArquivo'.
       01  REG-HIS-DIS-ARQ             PIC  X(258).

       FD  ARQ-CHURN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqChurn'.
       01  REG-HIS-CHU                 PIC  X(163).

       FD  ARQ-CHU-ARQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqChurnArquivo'.
       01  REG-HIS-CHU-ARQ             PIC  X(163).

       FD  ARQ-AUD-HIS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqAuditoria'.
       01  REG-HIS-AUD                 PIC  X(253).

       FD  ARQ-AUD-ARQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqAuditoriaArquivo'.
       01  REG-HIS-AUD-ARQ             PIC  X(253).

       FD  ARQ-RET-CADASTRO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRetornoCadastroCRM'.
       01  REG-HIS-RCA                 PIC  X(121).

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVisita'.
       01  REG-HIS-VIS                 PIC  X(059).

       FD  ARQ-HIST-COBR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqHistCobranca'.
       01  REG-HIS-HCB                 PIC  X(052).

       FD  ARQ-CLI-G1
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqClienteGer1'.
       01  REG-CLI-G1                  PIC  X(200).

       FD  ARQ-CLI-G2
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqClienteGer2'.
       01  REG-CLI-G2                  PIC  X(200).

       FD  ARQ-CLI-G3
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqClienteGer3'.
       01  REG-CLI-G3                  PIC  X(200).

       FD  ARQ-REL-TITULAR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRelTitularDados'.
       COPY "RELTIT.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CTT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-FIX            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-ULT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PSP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PED            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TIT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-FUS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-HIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".

       77  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       77  WS-CPF                      PIC  9(014)         VALUE ZEROS.
       77  WS-QTD-PROSP-CPF            PIC  9(005)         VALUE ZEROS.
       77  WS-QTD-REGISTROS            PIC  9(007)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * CODIGOS DE CLIENTE LOCALIZADOS PARA O CPF                      *
      *----------------------------------------------------------------*
       77  WS-QTD-COD                  PIC  9(003)         VALUE ZEROS.
       77  WS-IDX-COD                  PIC  9(003)         VALUE ZEROS.
       77  WS-COD-PROCURA              PIC  9(007)         VALUE ZEROS.
       77  WS-SW-ACHOU-COD             PIC  X(001)         VALUE "N".
           88  CODIGO-DO-TITULAR            VALUE "S".
       77  WS-SW-INCLUIU-COD           PIC  X(001)         VALUE "N".
           88  INCLUIU-CODIGO               VALUE "S".

       01  WS-TAB-CODIGOS.
           05  WS-COD-TITULAR          OCCURS 20 TIMES
                                       PIC  9(007).

      *----------------------------------------------------------------*
      * ARQUIVOS CONSULTADOS: 1 A 8 INDEXADOS, 9 A 20 HISTORICOS       *
      * SEQUENCIAIS                                                    *
      *----------------------------------------------------------------*
       77  WS-IDX-ARQ                  PIC  9(002)         VALUE ZEROS.

       01  WS-NOMES-ARQUIVOS.
           05  FILLER                  PIC  X(022)         VALUE
               "ArqCliente".
           05  FILLER                  PIC  X(022)         VALUE
               "ArqContato".
           05  FILLER                  PIC  X(022)         VALUE
               "ArqFixacao".
           05  FILLER                  PIC  X(022)         VALUE
               "ArqUltimaDistribuicao".
           05  FILLER                  PIC  X(022)         VALUE
               "ArqProspecto".
           05  FILLER                  PIC  X(022)         VALUE
               "ArqPedido".
           05  FILLER                  PIC  X(022)         VALUE
               "ArqTitulo".
           05  FILLER                  PIC  X(022)         VALUE
               "ArqFusaoCliente".
           05  FILLER                  PIC  X(022)         VALUE
               "ArqDistribuicao".
           05  FILLER                  PIC  X(022)         VALUE
               "ArqDistribuicaoArqv".
           05  FILLER                  PIC  X(022)         VALUE
               "ArqChurn".
           05  FILLER                  PIC  X(022)         VALUE
               "ArqChurnArquivo".
           05  FILLER                  PIC  X(022)         VALUE
               "ArqAuditoria".
           05  FILLER                  PIC  X(022)         VALUE
               "ArqAuditoriaArquivo".
           05  FILLER                  PIC  X(022)         VALUE
               "ArqRetornoCadastroCRM".
           05  FILLER                  PIC  X(022)         VALUE
               "ArqVisita".
           05  FILLER                  PIC  X(022)         VALUE
               "ArqHistCobranca".
           05  FILLER                  PIC  X(022)         VALUE
               "ArqClienteGer1".
           05  FILLER                  PIC  X(022)         VALUE
               "ArqClienteGer2".
           05  FILLER                  PIC  X(022)         VALUE
               "ArqClienteGer3".
       01  WS-TAB-NOMES REDEFINES WS-NOMES-ARQUIVOS.
           05  WS-NOME-ARQ             OCCURS 20 TIMES
                                       PIC  X(022).

       01  WS-TAB-ARQUIVOS.
           05  WS-ARQ                  OCCURS 20 TIMES.
               10  WS-ARQ-QTD          PIC  9(007).
               10  WS-ARQ-SITUACAO     PIC  X(007).

      *----------------------------------------------------------------*
      * REGISTRO DE HISTORICO LIDO E SUAS VISOES                       *
      *----------------------------------------------------------------*
       01  WS-REG-HIST                 PIC  X(258)         VALUE SPACES.
       01  WS-HIST-DISTRIB REDEFINES WS-REG-HIST.
           05  WS-HDI-DATA             PIC  9(008).
           05  WS-HDI-COD              PIC  9(007).
           05  WS-HDI-NOME             PIC  X(040).
           05  WS-HDI-VEND             PIC  9(003).
           05  FILLER                  PIC  X(200).
       01  WS-HIST-CHURN REDEFINES WS-REG-HIST.
           05  WS-HCH-DATA             PIC  9(008).
           05  WS-HCH-COD              PIC  9(007).
           05  WS-HCH-NOME             PIC  X(040).
           05  WS-HCH-VEND-ANT         PIC  9(003).
           05  FILLER                  PIC  X(051).
           05  WS-HCH-VEND-NOVO        PIC  9(003).
           05  FILLER                  PIC  X(146).
       01  WS-HIST-AUDITORIA REDEFINES WS-REG-HIST.
           05  WS-HAU-DATA             PIC  9(008).
           05  FILLER                  PIC  X(006).
           05  WS-HAU-ENTIDADE         PIC  X(001).
           05  WS-HAU-COD              PIC  9(007).
           05  WS-HAU-OPERACAO         PIC  X(001).
           05  WS-HAU-OPERADOR         PIC  X(008).
           05  WS-HAU-DESC-ANT         PIC  X(040).
           05  WS-HAU-DESC             PIC  X(040).
           05  WS-HAU-DOC-ANT          PIC  9(014).
           05  WS-HAU-DOC              PIC  9(014).
           05  FILLER                  PIC  X(119).
       01  WS-HIST-CRM REDEFINES WS-REG-HIST.
           05  WS-HCR-TIPO             PIC  X(001).
           05  WS-HCR-COD              PIC  9(007).
           05  WS-HCR-NOME             PIC  X(040).
           05  WS-HCR-CIDADE           PIC  X(030).
           05  WS-HCR-UF               PIC  X(002).
           05  FILLER                  PIC  X(178).
       01  WS-HIST-VISITA REDEFINES WS-REG-HIST.
           05  WS-HVI-COD              PIC  9(007).
           05  WS-HVI-VEND             PIC  9(003).
           05  WS-HVI-DATA             PIC  9(008).
           05  WS-HVI-RESULTADO        PIC  X(001).
           05  WS-HVI-OBS              PIC  X(040).
           05  FILLER                  PIC  X(199).
       01  WS-HIST-COBRANCA REDEFINES WS-REG-HIST.
           05  WS-HCB-TITULO           PIC  9(009).
           05  WS-HCB-COD              PIC  9(007).
           05  FILLER                  PIC  X(003).
           05  WS-HCB-ESTAGIO          PIC  9(001).
           05  WS-HCB-DATA             PIC  9(008).
           05  FILLER                  PIC  X(013).
           05  WS-HCB-SALDO            PIC  9(009)V9(002).
           05  FILLER                  PIC  X(206).
       01  WS-HIST-SNAPSHOT REDEFINES WS-REG-HIST.
           05  WS-HSN-COD              PIC  9(007).
           05  WS-HSN-DOC              PIC  9(014).
           05  FILLER                  PIC  X(001).
           05  WS-HSN-NOME             PIC  X(040).
           05  FILLER                  PIC  X(196).

      *----------------------------------------------------------------*
      * CAMPOS EDITADOS PARA OS TEXTOS DO RELATORIO                    *
      *----------------------------------------------------------------*
       77  WS-ED-VALOR                 PIC  ZZZZZZZZ9,99.
       77  WS-ED-VALOR-2               PIC  ZZZZZZZZ9,99.
       77  WS-ED-COORD                 PIC  -ZZ9,99999999.
       77  WS-ED-COORD-2               PIC  -ZZ9,99999999.
       77  WS-ED-QTD                   PIC  ZZZZZZ9.

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
           05  FILLER                  PIC  X(031)         VALUE
               "RELATORIO DO TITULAR DOS DADOS".
           05  FILLER                  PIC  X(014)         VALUE
               " - EMITIDO EM ".
           05  WS-CAB-DATA-EMISSAO     PIC  99/99/9999.
           05  FILLER                  PIC  X(005)         VALUE
               " POR ".
           05  WS-CAB-OPERADOR         PIC  X(008).

       01  WS-LIN-CAB-2.
           05  FILLER                  PIC  X(016)         VALUE
               "CPF CONSULTADO: ".
           05  WS-CAB-CPF              PIC  9(014).
           05  FILLER                  PIC  X(025)         VALUE
               " - CLIENTES LOCALIZADOS: ".
           05  WS-CAB-QTD-COD          PIC  ZZ9.
           05  FILLER                  PIC  X(030)         VALUE
               " - PROSPECTOS COM ESTE CPF: ".
           05  WS-CAB-QTD-PROSP        PIC  ZZZZ9.

       01  WS-LIN-CAB-COLUNAS.
           05  FILLER                  PIC  X(023)         VALUE
               "ARQUIVO".
           05  FILLER                  PIC  X(008)         VALUE
               "CLIENTE".
           05  FILLER                  PIC  X(011)         VALUE
               "DATA".
           05  FILLER                  PIC  X(090)         VALUE
               "DADOS".

       01  WS-LIN-DETALHE.
           05  WS-DET-ARQUIVO          PIC  X(022).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-CLIENTE          PIC  ZZZZZZ9 BLANK WHEN ZERO.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-DATA             PIC  99/99/9999 BLANK WHEN ZERO.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-TEXTO            PIC  X(090).

       01  WS-LIN-CAB-RESUMO.
           05  FILLER                  PIC  X(023)         VALUE
               "ARQUIVO".
           05  FILLER                  PIC  X(019)         VALUE
               "REGISTROS SITUACAO".

       01  WS-LIN-RESUMO.
           05  WS-RES-ARQUIVO          PIC  X(022).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-RES-QTD              PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-RES-SITUACAO         PIC  X(007).

       01  WS-LIN-TOTAL.
           05  FILLER                  PIC  X(022)         VALUE
               "TOTAL DE REGISTROS....".
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-TOT-REGISTROS        PIC  ZZZZZZ9.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG083L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG083L.
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

           MOVE ZEROS                  TO COD-RETORNO-LNKG083
                                          QTD-CLIENTES-LNKG083
                                          QTD-REGISTROS-LNKG083
                                          WS-QTD-COD
                                          WS-QTD-PROSP-CPF
                                          WS-QTD-REGISTROS
           MOVE SPACES                 TO MSG-RETORNO-LNKG083

           INITIALIZE WS-TAB-ARQUIVOS
                      WS-TAB-CODIGOS

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-HOJE
           MOVE CPF-LNKG083            TO WS-CPF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO - LOCALIZA OS CLIENTES DO CPF E LISTA  *
      * O QUE CADA ARQUIVO GUARDA DELES                                *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           PERFORM 2100-VALIDA-CONSULTA
           PERFORM 2200-LOCALIZA-CODIGOS
           PERFORM 2300-CABECALHO

           IF WS-QTD-COD               EQUAL ZEROS AND
              WS-QTD-PROSP-CPF         EQUAL ZEROS
              MOVE "NENHUM DADO ENCONTRADO PARA O CPF INFORMADO"
                                       TO REG-REL-TITULAR
              WRITE REG-REL-TITULAR
              MOVE "NENHUM DADO ENCONTRADO PARA O CPF INFORMADO"
                                       TO MSG-RETORNO-LNKG083
           ELSE
              PERFORM 2400-LISTA-CADASTRO
                      VARYING WS-IDX-COD FROM 1 BY 1
                      UNTIL WS-IDX-COD GREATER WS-QTD-COD
              PERFORM 2450-LISTA-CONTATOS
              PERFORM 2500-LISTA-FIXACAO
              PERFORM 2530-LISTA-ULT-DISTRIB
              PERFORM 2550-LISTA-PROSPECTOS
              PERFORM 2600-LISTA-PEDIDOS
              PERFORM 2650-LISTA-TITULOS
              PERFORM 2700-LISTA-FUSOES
              PERFORM 2750-LISTA-HISTORICO
                      VARYING WS-IDX-ARQ FROM 9 BY 1
                      UNTIL WS-IDX-ARQ GREATER 20
              PERFORM 2800-RESUMO
              MOVE "RELATORIO DO TITULAR GRAVADO EM ArqRelTitularDados"
                                       TO MSG-RETORNO-LNKG083
           END-IF

           MOVE WS-QTD-COD             TO QTD-CLIENTES-LNKG083
           MOVE WS-QTD-REGISTROS       TO QTD-REGISTROS-LNKG083
           MOVE ZEROS                  TO COD-RETORNO-LNKG083

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDACOES: PERFIL SUPERVISOR E CPF INFORMADO                  *
      *----------------------------------------------------------------*
       2100-VALIDA-CONSULTA            SECTION.

           IF PERFIL-OPERADOR-LNKG083  NOT EQUAL 'S'
              MOVE 1                   TO COD-RETORNO-LNKG083
              MOVE "RELATORIO DO TITULAR RESTRITO AO SUPERVISOR"
                                       TO MSG-RETORNO-LNKG083
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-CPF                   EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-LNKG083
              MOVE "INFORME O CPF DO TITULAR"
                                       TO MSG-RETORNO-LNKG083
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG083
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CLIENTES"
                                       TO MSG-RETORNO-LNKG083
              PERFORM 3000-FINALIZA
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOCALIZA OS CLIENTES DO CPF: DOCUMENTO ATUAL DO CADASTRO,      *
      * DOCUMENTOS JA AUDITADOS (ANTERIOR OU NOVO), PROSPECTOS PESSOA  *
      * FISICA CONVERTIDOS E, POR FIM, AS FUSOES DOS CLIENTES ACHADOS  *
      *----------------------------------------------------------------*
       2200-LOCALIZA-CODIGOS           SECTION.

           MOVE WS-CPF                 TO CNPJ

           READ ARQ-CLIENTE KEY IS CNPJ

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE COD-CLIENTE         TO WS-COD-PROCURA
              PERFORM 2950-INCLUI-CODIGO
           END-IF

           PERFORM 2210-LOCALIZA-AUDITORIA
                   VARYING WS-IDX-ARQ FROM 13 BY 1
                   UNTIL WS-IDX-ARQ GREATER 14

           OPEN INPUT ARQ-PROSPECTO

           IF WS-FL-STATUS-PSP         EQUAL ZEROS
              MOVE ZEROS               TO COD-PROSPECTO

              START ARQ-PROSPECTO KEY IS NOT LESS THAN COD-PROSPECTO

              IF WS-FL-STATUS-PSP      EQUAL ZEROS
                 PERFORM 2560-LER-PROSPECTO

                 PERFORM 2230-AVALIA-PROSPECTO UNTIL
                         WS-FL-STATUS-PSP NOT EQUAL "00"
              END-IF

              CLOSE ARQ-PROSPECTO
           END-IF

           IF WS-QTD-COD               GREATER ZEROS
              MOVE "S"                 TO WS-SW-INCLUIU-COD

              PERFORM 2240-PASSADA-FUSOES UNTIL NOT INCLUIU-CODIGO
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA O CPF NOS DOCUMENTOS DA AUDITORIA DE CLIENTES          *
      *----------------------------------------------------------------*
       2210-LOCALIZA-AUDITORIA         SECTION.

           PERFORM 2760-ABRE-HIST

           IF WS-FL-STATUS-HIS         EQUAL ZEROS
              PERFORM 2770-LER-HIST

              PERFORM 2220-AVALIA-AUDITORIA UNTIL
                      WS-FL-STATUS-HIS NOT EQUAL "00"

              PERFORM 2790-FECHA-HIST
           END-IF

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UMA LINHA DE AUDITORIA - CLIENTE COM O CPF ANTES OU DEPOIS     *
      *----------------------------------------------------------------*
       2220-AVALIA-AUDITORIA           SECTION.

           IF WS-HAU-ENTIDADE          EQUAL "C" AND
              (WS-HAU-DOC-ANT          EQUAL WS-CPF OR
               WS-HAU-DOC              EQUAL WS-CPF)
              MOVE WS-HAU-COD          TO WS-COD-PROCURA
              PERFORM 2950-INCLUI-CODIGO
           END-IF

           PERFORM 2770-LER-HIST

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UM PROSPECTO - PESSOA FISICA COM O CPF (CONVERTIDO OU NAO)     *
      *----------------------------------------------------------------*
       2230-AVALIA-PROSPECTO           SECTION.

           IF PROSP-PESSOA-FISICA AND
              DOCUMENTO-PROSP          EQUAL WS-CPF
              ADD 1                    TO WS-QTD-PROSP-CPF

              IF COD-CLIENTE-CONV-PROSP
                                       GREATER ZEROS
                 MOVE COD-CLIENTE-CONV-PROSP
                                       TO WS-COD-PROCURA
                 PERFORM 2950-INCLUI-CODIGO
              END-IF
           END-IF

           PERFORM 2560-LER-PROSPECTO

           .
       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UMA PASSADA NO ArqFusaoCliente INCLUINDO O OUTRO CLIENTE DE    *
      * CADA FUSAO DE UM CODIGO JA ACHADO - REPETE ENQUANTO INCLUIR    *
      *----------------------------------------------------------------*
       2240-PASSADA-FUSOES             SECTION.

           MOVE "N"                    TO WS-SW-INCLUIU-COD

           OPEN INPUT ARQ-FUSAO-CLI

           IF WS-FL-STATUS-FUS         EQUAL ZEROS
              MOVE ZEROS               TO COD-CLIENTE-RET-FUS

              START ARQ-FUSAO-CLI KEY IS NOT LESS THAN
                                         COD-CLIENTE-RET-FUS

              IF WS-FL-STATUS-FUS      EQUAL ZEROS
                 PERFORM 2710-LER-FUSAO

                 PERFORM 2250-AVALIA-FUSAO UNTIL
                         WS-FL-STATUS-FUS NOT EQUAL "00"
              END-IF

              CLOSE ARQ-FUSAO-CLI
           END-IF

           .
       2240-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UMA FUSAO - SE UM DOS LADOS E DO TITULAR, INCLUI O OUTRO       *
      *----------------------------------------------------------------*
       2250-AVALIA-FUSAO               SECTION.

           MOVE COD-CLIENTE-RET-FUS    TO WS-COD-PROCURA
           PERFORM 2900-PROCURA-CODIGO

           IF CODIGO-DO-TITULAR
              MOVE COD-CLIENTE-SOB-FUS TO WS-COD-PROCURA
              PERFORM 2950-INCLUI-CODIGO
           ELSE
              MOVE COD-CLIENTE-SOB-FUS TO WS-COD-PROCURA
              PERFORM 2900-PROCURA-CODIGO

              IF CODIGO-DO-TITULAR
                 MOVE COD-CLIENTE-RET-FUS
                                       TO WS-COD-PROCURA
                 PERFORM 2950-INCLUI-CODIGO
              END-IF
           END-IF

           PERFORM 2710-LER-FUSAO

           .
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE O RELATORIO E IMPRIME O CABECALHO                         *
      *----------------------------------------------------------------*
       2300-CABECALHO                  SECTION.

           OPEN OUTPUT ARQ-REL-TITULAR

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG083
              MOVE "ERRO NA ABERTURA DO RELATORIO DO TITULAR"
                                       TO MSG-RETORNO-LNKG083
              PERFORM 3000-FINALIZA
           END-IF

           MOVE WS-DATA-HOJE           TO WS-DATA-AUX-N
           PERFORM 2380-EDITA-DATA
           MOVE WS-DATA-EDITADA        TO WS-CAB-DATA-EMISSAO
           MOVE ID-OPERADOR-LNKG083    TO WS-CAB-OPERADOR
           MOVE WS-CPF                 TO WS-CAB-CPF
           MOVE WS-QTD-COD             TO WS-CAB-QTD-COD
           MOVE WS-QTD-PROSP-CPF       TO WS-CAB-QTD-PROSP

           MOVE WS-LIN-SEPARADOR       TO REG-REL-TITULAR
           WRITE REG-REL-TITULAR
           MOVE WS-LIN-CAB-1           TO REG-REL-TITULAR
           WRITE REG-REL-TITULAR
           MOVE WS-LIN-CAB-2           TO REG-REL-TITULAR
           WRITE REG-REL-TITULAR
           MOVE WS-LIN-SEPARADOR       TO REG-REL-TITULAR
           WRITE REG-REL-TITULAR
           MOVE WS-LIN-CAB-COLUNAS     TO REG-REL-TITULAR
           WRITE REG-REL-TITULAR
           MOVE WS-LIN-SEPARADOR       TO REG-REL-TITULAR
           WRITE REG-REL-TITULAR

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME A LINHA DE DETALHE MONTADA E CONTA O REGISTRO NO       *
      * ARQUIVO DA VEZ                                                 *
      *----------------------------------------------------------------*
       2370-IMPRIME-DETALHE            SECTION.

           MOVE WS-NOME-ARQ(WS-IDX-ARQ)
                                       TO WS-DET-ARQUIVO
           MOVE WS-LIN-DETALHE         TO REG-REL-TITULAR
           WRITE REG-REL-TITULAR

           MOVE SPACES                 TO WS-DET-TEXTO
           MOVE ZEROS                  TO WS-DET-CLIENTE
                                          WS-DET-DATA

           .
       2370-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONVERTE A DATA AAAAMMDD DE WS-DATA-AUX EM DDMMAAAA            *
      *----------------------------------------------------------------*
       2380-EDITA-DATA                 SECTION.

           COMPUTE WS-DATA-EDITADA = WS-AUX-DIA * 1000000
                                   + WS-AUX-MES * 10000
                                   + WS-AUX-ANO

           .
       2380-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CADASTRO DE UM CLIENTE DO TITULAR (NOME, DOCUMENTO, SITUACAO,  *
      * LOCALIZACAO E CREDITO)                                         *
      *----------------------------------------------------------------*
       2400-LISTA-CADASTRO             SECTION.

           MOVE 1                      TO WS-IDX-ARQ
           MOVE WS-COD-TITULAR(WS-IDX-COD)
                                       TO COD-CLIENTE

           READ ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              ADD 1                    TO WS-ARQ-QTD(1)

              MOVE COD-CLIENTE         TO WS-DET-CLIENTE
              STRING "NOME: " RAZAO-SOCIAL
                     DELIMITED BY SIZE INTO WS-DET-TEXTO
              PERFORM 2370-IMPRIME-DETALHE

              MOVE COD-CLIENTE         TO WS-DET-CLIENTE
              MOVE DATA-EXCLUSAO-CLI   TO WS-DATA-AUX-N
              PERFORM 2380-EDITA-DATA
              MOVE WS-DATA-EDITADA     TO WS-DET-DATA
              STRING "DOCUMENTO: " CNPJ " TIPO: " TIPO-DOC-CLI
                     " SITUACAO: " SITUACAO-CLI
                     " (DATA = EXCLUSAO)"
                     DELIMITED BY SIZE INTO WS-DET-TEXTO
              PERFORM 2370-IMPRIME-DETALHE

              MOVE COD-CLIENTE         TO WS-DET-CLIENTE
              MOVE LIMITE-CREDITO-CLI  TO WS-ED-VALOR
              STRING "LOCAL: " CIDADE-CLI " " UF-CLI
                     " REGIAO " COD-REGIAO-CLI
                     " LIMITE " WS-ED-VALOR
                     " CLASSE " CLASSE-ABC-CLI
                     DELIMITED BY SIZE INTO WS-DET-TEXTO
              PERFORM 2370-IMPRIME-DETALHE

              MOVE COD-CLIENTE         TO WS-DET-CLIENTE
              MOVE LATITUDE-CLI        TO WS-ED-COORD
              MOVE LONGITUDE-CLI       TO WS-ED-COORD-2
              STRING "COORDENADAS: " WS-ED-COORD " " WS-ED-COORD-2
                     DELIMITED BY SIZE INTO WS-DET-TEXTO
              PERFORM 2370-IMPRIME-DETALHE
           END-IF

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTATOS DOS CLIENTES DO TITULAR (O ArqContato E OPCIONAL)     *
      *----------------------------------------------------------------*
       2450-LISTA-CONTATOS             SECTION.

           MOVE 2                      TO WS-IDX-ARQ

           OPEN INPUT ARQ-CONTATO

           IF WS-FL-STATUS-CTT         EQUAL ZEROS
              PERFORM 2460-CONTATOS-CLIENTE
                      VARYING WS-IDX-COD FROM 1 BY 1
                      UNTIL WS-IDX-COD GREATER WS-QTD-COD

              CLOSE ARQ-CONTATO
           ELSE
              MOVE "AUSENTE"           TO WS-ARQ-SITUACAO(2)
           END-IF

           .
       2450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * POSICIONA NOS CONTATOS DE UM CLIENTE                           *
      *----------------------------------------------------------------*
       2460-CONTATOS-CLIENTE           SECTION.

           MOVE WS-COD-TITULAR(WS-IDX-COD)
                                       TO COD-CLIENTE-CTT
           MOVE ZEROS                  TO SEQ-CONTATO-CTT

           START ARQ-CONTATO KEY IS NOT LESS THAN CHAVE-CTT

           IF WS-FL-STATUS-CTT         EQUAL ZEROS
              PERFORM 2470-LER-CONTATO

              PERFORM 2480-IMPRIME-CONTATO UNTIL
                      WS-FL-STATUS-CTT NOT EQUAL "00" OR
                      COD-CLIENTE-CTT  NOT EQUAL
                                       WS-COD-TITULAR(WS-IDX-COD)
           END-IF

           .
       2460-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE CONTATOS                                 *
      *----------------------------------------------------------------*
       2470-LER-CONTATO                SECTION.

           READ ARQ-CONTATO NEXT RECORD

           .
       2470-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME UM CONTATO (NOME E PAPEL; TELEFONE E E-MAIL)           *
      *----------------------------------------------------------------*
       2480-IMPRIME-CONTATO            SECTION.

           ADD 1                       TO WS-ARQ-QTD(2)

           MOVE COD-CLIENTE-CTT        TO WS-DET-CLIENTE
           STRING "CONTATO " SEQ-CONTATO-CTT
                  " PAPEL " PAPEL-CONTATO-CTT
                  " PREFERENCIAL " PREFERENCIAL-CTT
                  ": " NOME-CONTATO-CTT
                  DELIMITED BY SIZE INTO WS-DET-TEXTO
           PERFORM 2370-IMPRIME-DETALHE

           MOVE COD-CLIENTE-CTT        TO WS-DET-CLIENTE
           STRING "TELEFONE: " TELEFONE-CTT " E-MAIL: " EMAIL-CTT
                  DELIMITED BY SIZE INTO WS-DET-TEXTO
           PERFORM 2370-IMPRIME-DETALHE

           PERFORM 2470-LER-CONTATO

           .
       2480-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIXACAO DOS CLIENTES DO TITULAR (O ArqFixacao E OPCIONAL)      *
      *----------------------------------------------------------------*
       2500-LISTA-FIXACAO              SECTION.

           MOVE 3                      TO WS-IDX-ARQ

           OPEN INPUT ARQ-FIXACAO

           IF WS-FL-STATUS-FIX         EQUAL ZEROS
              PERFORM 2510-FIXACAO-CLIENTE
                      VARYING WS-IDX-COD FROM 1 BY 1
                      UNTIL WS-IDX-COD GREATER WS-QTD-COD

              CLOSE ARQ-FIXACAO
           ELSE
              MOVE "AUSENTE"           TO WS-ARQ-SITUACAO(3)
           END-IF

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME A FIXACAO DE UM CLIENTE                                *
      *----------------------------------------------------------------*
       2510-FIXACAO-CLIENTE            SECTION.

           MOVE WS-COD-TITULAR(WS-IDX-COD)
                                       TO COD-CLIENTE-FIX

           READ ARQ-FIXACAO

           IF WS-FL-STATUS-FIX         EQUAL ZEROS
              ADD 1                    TO WS-ARQ-QTD(3)

              MOVE COD-CLIENTE-FIX     TO WS-DET-CLIENTE
              MOVE DATA-INICIO-FIX     TO WS-DATA-AUX-N
              PERFORM 2380-EDITA-DATA
              MOVE WS-DATA-EDITADA     TO WS-DET-DATA
              STRING "VENDEDOR " COD-VENDEDOR-FIX
                     " FIM " DATA-FIM-FIX
                     " MOTIVO: " MOTIVO-FIX
                     DELIMITED BY SIZE INTO WS-DET-TEXTO
              PERFORM 2370-IMPRIME-DETALHE
           END-IF

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ULTIMA DISTRIBUICAO DOS CLIENTES DO TITULAR                    *
      *----------------------------------------------------------------*
       2530-LISTA-ULT-DISTRIB          SECTION.

           MOVE 4                      TO WS-IDX-ARQ

           OPEN INPUT ARQ-ULT-DISTRIB

           IF WS-FL-STATUS-ULT         EQUAL ZEROS
              PERFORM 2540-ULT-DISTRIB-CLIENTE
                      VARYING WS-IDX-COD FROM 1 BY 1
                      UNTIL WS-IDX-COD GREATER WS-QTD-COD

              CLOSE ARQ-ULT-DISTRIB
           ELSE
              MOVE "AUSENTE"           TO WS-ARQ-SITUACAO(4)
           END-IF

           .
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME A ULTIMA DISTRIBUICAO DE UM CLIENTE                    *
      *----------------------------------------------------------------*
       2540-ULT-DISTRIB-CLIENTE        SECTION.

           MOVE WS-COD-TITULAR(WS-IDX-COD)
                                       TO COD-CLIENTE-ULT

           READ ARQ-ULT-DISTRIB

           IF WS-FL-STATUS-ULT         EQUAL ZEROS
              ADD 1                    TO WS-ARQ-QTD(4)

              MOVE COD-CLIENTE-ULT     TO WS-DET-CLIENTE
              MOVE DATA-EXECUCAO-ULT   TO WS-DATA-AUX-N
              PERFORM 2380-EDITA-DATA
              MOVE WS-DATA-EDITADA     TO WS-DET-DATA
              MOVE LATITUDE-CLI-ULT    TO WS-ED-COORD
              MOVE LONGITUDE-CLI-ULT   TO WS-ED-COORD-2
              STRING "VENDEDOR " COD-VENDEDOR-ULT " "
                     NOME-VENDEDOR-ULT
                     " COORDENADAS " WS-ED-COORD " " WS-ED-COORD-2
                     DELIMITED BY SIZE INTO WS-DET-TEXTO
              PERFORM 2370-IMPRIME-DETALHE
           END-IF

           .
       2540-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROSPECTOS DO TITULAR: PESSOA FISICA COM O CPF OU CONVERTIDO   *
      * EM UM DOS CLIENTES (O ArqProspecto E OPCIONAL)                 *
      *----------------------------------------------------------------*
       2550-LISTA-PROSPECTOS           SECTION.

           MOVE 5                      TO WS-IDX-ARQ

           OPEN INPUT ARQ-PROSPECTO

           IF WS-FL-STATUS-PSP         EQUAL ZEROS
              MOVE ZEROS               TO COD-PROSPECTO

              START ARQ-PROSPECTO KEY IS NOT LESS THAN COD-PROSPECTO

              IF WS-FL-STATUS-PSP      EQUAL ZEROS
                 PERFORM 2560-LER-PROSPECTO

                 PERFORM 2570-IMPRIME-PROSPECTO UNTIL
                         WS-FL-STATUS-PSP NOT EQUAL "00"
              END-IF

              CLOSE ARQ-PROSPECTO
           ELSE
              MOVE "AUSENTE"           TO WS-ARQ-SITUACAO(5)
           END-IF

           .
       2550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE PROSPECTOS                               *
      *----------------------------------------------------------------*
       2560-LER-PROSPECTO              SECTION.

           READ ARQ-PROSPECTO NEXT RECORD

           .
       2560-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME UM PROSPECTO QUANDO FOR DO TITULAR                     *
      *----------------------------------------------------------------*
       2570-IMPRIME-PROSPECTO          SECTION.

           MOVE "N"                    TO WS-SW-ACHOU-COD

           IF COD-CLIENTE-CONV-PROSP   GREATER ZEROS
              MOVE COD-CLIENTE-CONV-PROSP
                                       TO WS-COD-PROCURA
              PERFORM 2900-PROCURA-CODIGO
           END-IF

           IF CODIGO-DO-TITULAR OR
              (PROSP-PESSOA-FISICA AND DOCUMENTO-PROSP EQUAL WS-CPF)
              ADD 1                    TO WS-ARQ-QTD(5)

              MOVE COD-CLIENTE-CONV-PROSP
                                       TO WS-DET-CLIENTE
              MOVE DATA-CADASTRO-PROSP TO WS-DATA-AUX-N
              PERFORM 2380-EDITA-DATA
              MOVE WS-DATA-EDITADA     TO WS-DET-DATA
              STRING "PROSPECTO " COD-PROSPECTO ": " NOME-PROSP
                     " DOC " DOCUMENTO-PROSP
                     " SITUACAO " SITUACAO-PROSP
                     DELIMITED BY SIZE INTO WS-DET-TEXTO
              PERFORM 2370-IMPRIME-DETALHE

              MOVE COD-CLIENTE-CONV-PROSP
                                       TO WS-DET-CLIENTE
              STRING "LOCAL: " CIDADE-PROSP " " UF-PROSP
                     " VENDEDOR " COD-VENDEDOR-PROSP
                     DELIMITED BY SIZE INTO WS-DET-TEXTO
              PERFORM 2370-IMPRIME-DETALHE
           END-IF

           PERFORM 2560-LER-PROSPECTO

           .
       2570-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PEDIDOS DOS CLIENTES DO TITULAR (O ArqPedido E OPCIONAL)       *
      *----------------------------------------------------------------*
       2600-LISTA-PEDIDOS              SECTION.

           MOVE 6                      TO WS-IDX-ARQ

           OPEN INPUT ARQ-PEDIDO

           IF WS-FL-STATUS-PED         EQUAL ZEROS
              MOVE ZEROS               TO NUM-PEDIDO

              START ARQ-PEDIDO KEY IS NOT LESS THAN NUM-PEDIDO

              IF WS-FL-STATUS-PED      EQUAL ZEROS
                 PERFORM 2610-LER-PEDIDO

                 PERFORM 2620-IMPRIME-PEDIDO UNTIL
                         WS-FL-STATUS-PED NOT EQUAL "00"
              END-IF

              CLOSE ARQ-PEDIDO
           ELSE
              MOVE "AUSENTE"           TO WS-ARQ-SITUACAO(6)
           END-IF

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE PEDIDOS                                  *
      *----------------------------------------------------------------*
       2610-LER-PEDIDO                 SECTION.

           READ ARQ-PEDIDO NEXT RECORD

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME UM PEDIDO QUANDO FOR DO TITULAR                        *
      *----------------------------------------------------------------*
       2620-IMPRIME-PEDIDO             SECTION.

           MOVE COD-CLIENTE-PED        TO WS-COD-PROCURA
           PERFORM 2900-PROCURA-CODIGO

           IF CODIGO-DO-TITULAR
              ADD 1                    TO WS-ARQ-QTD(6)

              MOVE COD-CLIENTE-PED     TO WS-DET-CLIENTE
              MOVE DATA-PEDIDO         TO WS-DATA-AUX-N
              PERFORM 2380-EDITA-DATA
              MOVE WS-DATA-EDITADA     TO WS-DET-DATA
              MOVE VALOR-PEDIDO        TO WS-ED-VALOR
              STRING "PEDIDO " NUM-PEDIDO
                     " VENDEDOR " COD-VENDEDOR-PED
                     " VALOR " WS-ED-VALOR
                     " SITUACAO " SITUACAO-PEDIDO
                     DELIMITED BY SIZE INTO WS-DET-TEXTO
              PERFORM 2370-IMPRIME-DETALHE
           END-IF

           PERFORM 2610-LER-PEDIDO

           .
       2620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TITULOS DOS CLIENTES DO TITULAR (O ArqTitulo E OPCIONAL)       *
      *----------------------------------------------------------------*
       2650-LISTA-TITULOS              SECTION.

           MOVE 7                      TO WS-IDX-ARQ

           OPEN INPUT ARQ-TITULO

           IF WS-FL-STATUS-TIT         EQUAL ZEROS
              PERFORM 2660-LER-TITULO

              PERFORM 2670-IMPRIME-TITULO UNTIL
                      WS-FL-STATUS-TIT NOT EQUAL "00"

              CLOSE ARQ-TITULO
           ELSE
              MOVE "AUSENTE"           TO WS-ARQ-SITUACAO(7)
           END-IF

           .
       2650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE TITULOS                                  *
      *----------------------------------------------------------------*
       2660-LER-TITULO                 SECTION.

           READ ARQ-TITULO NEXT RECORD

           .
       2660-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME UM TITULO QUANDO FOR DO TITULAR                        *
      *----------------------------------------------------------------*
       2670-IMPRIME-TITULO             SECTION.

           MOVE COD-CLIENTE-TIT        TO WS-COD-PROCURA
           PERFORM 2900-PROCURA-CODIGO

           IF CODIGO-DO-TITULAR
              ADD 1                    TO WS-ARQ-QTD(7)

              MOVE COD-CLIENTE-TIT     TO WS-DET-CLIENTE
              MOVE DATA-VENCIMENTO-TIT TO WS-DATA-AUX-N
              PERFORM 2380-EDITA-DATA
              MOVE WS-DATA-EDITADA     TO WS-DET-DATA
              MOVE VALOR-TIT           TO WS-ED-VALOR
              MOVE VALOR-PAGO-TIT      TO WS-ED-VALOR-2
              STRING "TITULO " NUM-TITULO
                     " VALOR " WS-ED-VALOR
                     " PAGO " WS-ED-VALOR-2
                     " SITUACAO " SITUACAO-TIT
                     " ESTAGIO " ESTAGIO-COBR-TIT
                     DELIMITED BY SIZE INTO WS-DET-TEXTO
              PERFORM 2370-IMPRIME-DETALHE
           END-IF

           PERFORM 2660-LER-TITULO

           .
       2670-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FUSOES QUE ENVOLVEM OS CLIENTES DO TITULAR                     *
      *----------------------------------------------------------------*
       2700-LISTA-FUSOES               SECTION.

           MOVE 8                      TO WS-IDX-ARQ

           OPEN INPUT ARQ-FUSAO-CLI

           IF WS-FL-STATUS-FUS         EQUAL ZEROS
              MOVE ZEROS               TO COD-CLIENTE-RET-FUS

              START ARQ-FUSAO-CLI KEY IS NOT LESS THAN
                                         COD-CLIENTE-RET-FUS

              IF WS-FL-STATUS-FUS      EQUAL ZEROS
                 PERFORM 2710-LER-FUSAO

                 PERFORM 2720-IMPRIME-FUSAO UNTIL
                         WS-FL-STATUS-FUS NOT EQUAL "00"
              END-IF

              CLOSE ARQ-FUSAO-CLI
           ELSE
              MOVE "AUSENTE"           TO WS-ARQ-SITUACAO(8)
           END-IF

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE FUSOES                                   *
      *----------------------------------------------------------------*
       2710-LER-FUSAO                  SECTION.

           READ ARQ-FUSAO-CLI NEXT RECORD

           .
       2710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME UMA FUSAO DO TITULAR (O RETIRADO JA ESTA NA TABELA     *
      * QUANDO O SOBREVIVENTE ESTA, E VICE-VERSA)                      *
      *----------------------------------------------------------------*
       2720-IMPRIME-FUSAO              SECTION.

           MOVE COD-CLIENTE-RET-FUS    TO WS-COD-PROCURA
           PERFORM 2900-PROCURA-CODIGO

           IF CODIGO-DO-TITULAR
              ADD 1                    TO WS-ARQ-QTD(8)

              MOVE COD-CLIENTE-RET-FUS TO WS-DET-CLIENTE
              MOVE DATA-FUS            TO WS-DATA-AUX-N
              PERFORM 2380-EDITA-DATA
              MOVE WS-DATA-EDITADA     TO WS-DET-DATA
              STRING "INCORPORADO AO CLIENTE " COD-CLIENTE-SOB-FUS
                     " POR " OPERADOR-FUS
                     DELIMITED BY SIZE INTO WS-DET-TEXTO
              PERFORM 2370-IMPRIME-DETALHE
           END-IF

           PERFORM 2710-LER-FUSAO

           .
       2720-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UM HISTORICO SEQUENCIAL - LISTA OS REGISTROS DOS CLIENTES DO   *
      * TITULAR (HISTORICO AUSENTE E ANOTADO NO RESUMO)                *
      *----------------------------------------------------------------*
       2750-LISTA-HISTORICO            SECTION.

           PERFORM 2760-ABRE-HIST

           IF WS-FL-STATUS-HIS         EQUAL ZEROS
              PERFORM 2770-LER-HIST

              PERFORM 2780-IMPRIME-HIST UNTIL
                      WS-FL-STATUS-HIS NOT EQUAL "00"

              PERFORM 2790-FECHA-HIST
           ELSE
              MOVE "AUSENTE"           TO WS-ARQ-SITUACAO(WS-IDX-ARQ)
           END-IF

           .
       2750-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE PARA LEITURA O HISTORICO DA VEZ                           *
      *----------------------------------------------------------------*
       2760-ABRE-HIST                  SECTION.

           EVALUATE WS-IDX-ARQ
               WHEN 9
                    OPEN INPUT ARQ-DISTRIB
               WHEN 10
                    OPEN INPUT ARQ-DIS-ARQ
               WHEN 11
                    OPEN INPUT ARQ-CHURN
               WHEN 12
                    OPEN INPUT ARQ-CHU-ARQ
               WHEN 13
                    OPEN INPUT ARQ-AUD-HIS
               WHEN 14
                    OPEN INPUT ARQ-AUD-ARQ
               WHEN 15
                    OPEN INPUT ARQ-RET-CADASTRO
               WHEN 16
                    OPEN INPUT ARQ-VISITA
               WHEN 17
                    OPEN INPUT ARQ-HIST-COBR
               WHEN 18
                    OPEN INPUT ARQ-CLI-G1
               WHEN 19
                    OPEN INPUT ARQ-CLI-G2
               WHEN 20
                    OPEN INPUT ARQ-CLI-G3
           END-EVALUATE

           .
       2760-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO HISTORICO DA VEZ PARA WS-REG-HIST                   *
      *----------------------------------------------------------------*
       2770-LER-HIST                   SECTION.

           MOVE SPACES                 TO WS-REG-HIST

           EVALUATE WS-IDX-ARQ
               WHEN 9
                    READ ARQ-DISTRIB      NEXT RECORD INTO WS-REG-HIST
               WHEN 10
                    READ ARQ-DIS-ARQ      NEXT RECORD INTO WS-REG-HIST
               WHEN 11
                    READ ARQ-CHURN        NEXT RECORD INTO WS-REG-HIST
               WHEN 12
                    READ ARQ-CHU-ARQ      NEXT RECORD INTO WS-REG-HIST
               WHEN 13
                    READ ARQ-AUD-HIS      NEXT RECORD INTO WS-REG-HIST
               WHEN 14
                    READ ARQ-AUD-ARQ      NEXT RECORD INTO WS-REG-HIST
               WHEN 15
                    READ ARQ-RET-CADASTRO NEXT RECORD INTO WS-REG-HIST
               WHEN 16
                    READ ARQ-VISITA       NEXT RECORD INTO WS-REG-HIST
               WHEN 17
                    READ ARQ-HIST-COBR    NEXT RECORD INTO WS-REG-HIST
               WHEN 18
                    READ ARQ-CLI-G1       NEXT RECORD INTO WS-REG-HIST
               WHEN 19
                    READ ARQ-CLI-G2       NEXT RECORD INTO WS-REG-HIST
               WHEN 20
                    READ ARQ-CLI-G3       NEXT RECORD INTO WS-REG-HIST
           END-EVALUATE

           .
       2770-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME O REGISTRO DE HISTORICO QUANDO FOR DO TITULAR          *
      *----------------------------------------------------------------*
       2780-IMPRIME-HIST               SECTION.

           MOVE "N"                    TO WS-SW-ACHOU-COD

           EVALUATE WS-IDX-ARQ
               WHEN 9 THRU 10
                    MOVE WS-HDI-COD    TO WS-COD-PROCURA
                    PERFORM 2900-PROCURA-CODIGO
                    IF CODIGO-DO-TITULAR
                       MOVE WS-HDI-DATA
                                       TO WS-DATA-AUX-N
                       STRING "VENDEDOR " WS-HDI-VEND
                              " NOME NO REGISTRO: " WS-HDI-NOME
                              DELIMITED BY SIZE INTO WS-DET-TEXTO
                    END-IF
               WHEN 11 THRU 12
                    MOVE WS-HCH-COD    TO WS-COD-PROCURA
                    PERFORM 2900-PROCURA-CODIGO
                    IF CODIGO-DO-TITULAR
                       MOVE WS-HCH-DATA
                                       TO WS-DATA-AUX-N
                       STRING "VENDEDOR " WS-HCH-VEND-ANT
                              " PARA " WS-HCH-VEND-NOVO
                              " NOME NO REGISTRO: " WS-HCH-NOME
                              DELIMITED BY SIZE INTO WS-DET-TEXTO
                    END-IF
               WHEN 13 THRU 14
                    IF WS-HAU-ENTIDADE EQUAL "C" OR
                       WS-HAU-ENTIDADE EQUAL "K" OR
                       WS-HAU-ENTIDADE EQUAL "M"
                       MOVE WS-HAU-COD TO WS-COD-PROCURA
                       PERFORM 2900-PROCURA-CODIGO
                    END-IF
                    IF CODIGO-DO-TITULAR
                       MOVE WS-HAU-DATA
                                       TO WS-DATA-AUX-N
                       STRING "ENT " WS-HAU-ENTIDADE
                              " OPER " WS-HAU-OPERACAO
                              " " WS-HAU-OPERADOR
                              " " WS-HAU-DESC
                              " DOC " WS-HAU-DOC
                              DELIMITED BY SIZE INTO WS-DET-TEXTO
                    END-IF
               WHEN 15
                    IF WS-HCR-TIPO     EQUAL "D"
                       MOVE WS-HCR-COD TO WS-COD-PROCURA
                       PERFORM 2900-PROCURA-CODIGO
                    END-IF
                    IF CODIGO-DO-TITULAR
                       MOVE ZEROS      TO WS-DATA-AUX-N
                       STRING "RETORNO DO CRM: " WS-HCR-NOME
                              " " WS-HCR-CIDADE " " WS-HCR-UF
                              DELIMITED BY SIZE INTO WS-DET-TEXTO
                    END-IF
               WHEN 16
                    MOVE WS-HVI-COD    TO WS-COD-PROCURA
                    PERFORM 2900-PROCURA-CODIGO
                    IF CODIGO-DO-TITULAR
                       MOVE WS-HVI-DATA
                                       TO WS-DATA-AUX-N
                       STRING "VENDEDOR " WS-HVI-VEND
                              " RESULTADO " WS-HVI-RESULTADO
                              " " WS-HVI-OBS
                              DELIMITED BY SIZE INTO WS-DET-TEXTO
                    END-IF
               WHEN 17
                    MOVE WS-HCB-COD    TO WS-COD-PROCURA
                    PERFORM 2900-PROCURA-CODIGO
                    IF CODIGO-DO-TITULAR
                       MOVE WS-HCB-DATA
                                       TO WS-DATA-AUX-N
                       MOVE WS-HCB-SALDO
                                       TO WS-ED-VALOR
                       STRING "TITULO " WS-HCB-TITULO
                              " ESTAGIO " WS-HCB-ESTAGIO
                              " SALDO " WS-ED-VALOR
                              DELIMITED BY SIZE INTO WS-DET-TEXTO
                    END-IF
               WHEN OTHER
                    MOVE WS-HSN-COD    TO WS-COD-PROCURA
                    PERFORM 2900-PROCURA-CODIGO
                    IF CODIGO-DO-TITULAR
                       MOVE ZEROS      TO WS-DATA-AUX-N
                       STRING "SNAPSHOT: " WS-HSN-NOME
                              " DOC " WS-HSN-DOC
                              DELIMITED BY SIZE INTO WS-DET-TEXTO
                    END-IF
           END-EVALUATE

           IF CODIGO-DO-TITULAR
              ADD 1                    TO WS-ARQ-QTD(WS-IDX-ARQ)
              MOVE WS-COD-PROCURA      TO WS-DET-CLIENTE
              PERFORM 2380-EDITA-DATA
              MOVE WS-DATA-EDITADA     TO WS-DET-DATA
              PERFORM 2370-IMPRIME-DETALHE
           END-IF

           PERFORM 2770-LER-HIST

           .
       2780-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHA O HISTORICO DA VEZ                                       *
      *----------------------------------------------------------------*
       2790-FECHA-HIST                 SECTION.

           EVALUATE WS-IDX-ARQ
               WHEN 9
                    CLOSE ARQ-DISTRIB
               WHEN 10
                    CLOSE ARQ-DIS-ARQ
               WHEN 11
                    CLOSE ARQ-CHURN
               WHEN 12
                    CLOSE ARQ-CHU-ARQ
               WHEN 13
                    CLOSE ARQ-AUD-HIS
               WHEN 14
                    CLOSE ARQ-AUD-ARQ
               WHEN 15
                    CLOSE ARQ-RET-CADASTRO
               WHEN 16
                    CLOSE ARQ-VISITA
               WHEN 17
                    CLOSE ARQ-HIST-COBR
               WHEN 18
                    CLOSE ARQ-CLI-G1
               WHEN 19
                    CLOSE ARQ-CLI-G2
               WHEN 20
                    CLOSE ARQ-CLI-G3
           END-EVALUATE

           .
       2790-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESUMO POR ARQUIVO E TOTAL DE REGISTROS                        *
      *----------------------------------------------------------------*
       2800-RESUMO                     SECTION.

           MOVE WS-LIN-SEPARADOR       TO REG-REL-TITULAR
           WRITE REG-REL-TITULAR
           MOVE WS-LIN-CAB-RESUMO      TO REG-REL-TITULAR
           WRITE REG-REL-TITULAR
           MOVE WS-LIN-SEPARADOR       TO REG-REL-TITULAR
           WRITE REG-REL-TITULAR

           PERFORM 2810-IMPRIME-RESUMO
                   VARYING WS-IDX-ARQ FROM 1 BY 1
                   UNTIL WS-IDX-ARQ GREATER 20

           MOVE WS-QTD-REGISTROS       TO WS-TOT-REGISTROS

           MOVE WS-LIN-SEPARADOR       TO REG-REL-TITULAR
           WRITE REG-REL-TITULAR
           MOVE WS-LIN-TOTAL           TO REG-REL-TITULAR
           WRITE REG-REL-TITULAR

           .
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME UM ARQUIVO DO RESUMO E ACUMULA O TOTAL                 *
      *----------------------------------------------------------------*
       2810-IMPRIME-RESUMO             SECTION.

           MOVE WS-NOME-ARQ(WS-IDX-ARQ)
                                       TO WS-RES-ARQUIVO
           MOVE WS-ARQ-QTD(WS-IDX-ARQ) TO WS-RES-QTD
           MOVE WS-ARQ-SITUACAO(WS-IDX-ARQ)
                                       TO WS-RES-SITUACAO

           ADD WS-ARQ-QTD(WS-IDX-ARQ)  TO WS-QTD-REGISTROS

           MOVE WS-LIN-RESUMO          TO REG-REL-TITULAR
           WRITE REG-REL-TITULAR

           .
       2810-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA WS-COD-PROCURA NA TABELA DE CODIGOS DO TITULAR         *
      *----------------------------------------------------------------*
       2900-PROCURA-CODIGO             SECTION.

           MOVE "N"                    TO WS-SW-ACHOU-COD

           PERFORM 2905-COMPARA-CODIGO
                   VARYING WS-IDX-COD FROM 1 BY 1
                   UNTIL WS-IDX-COD GREATER WS-QTD-COD OR
                         CODIGO-DO-TITULAR

           .
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA UM CODIGO DA TABELA                                    *
      *----------------------------------------------------------------*
       2905-COMPARA-CODIGO             SECTION.

           IF WS-COD-TITULAR(WS-IDX-COD)
                                       EQUAL WS-COD-PROCURA
              MOVE "S"                 TO WS-SW-ACHOU-COD
           END-IF

           .
       2905-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INCLUI WS-COD-PROCURA NA TABELA QUANDO AINDA NAO ESTA (ATE 20) *
      *----------------------------------------------------------------*
       2950-INCLUI-CODIGO              SECTION.

           IF WS-COD-PROCURA           GREATER ZEROS
              PERFORM 2900-PROCURA-CODIGO

              IF NOT CODIGO-DO-TITULAR AND
                 WS-QTD-COD            LESS 20
                 ADD 1                 TO WS-QTD-COD
                 MOVE WS-COD-PROCURA   TO WS-COD-TITULAR(WS-QTD-COD)
                 MOVE "S"              TO WS-SW-INCLUIU-COD
              END-IF
           END-IF

           .
       2950-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           CLOSE ARQ-CLIENTE
                 ARQ-CONTATO
                 ARQ-FIXACAO
                 ARQ-ULT-DISTRIB
                 ARQ-PROSPECTO
                 ARQ-PEDIDO
                 ARQ-TITULO
                 ARQ-FUSAO-CLI
                 ARQ-DISTRIB
                 ARQ-DIS-ARQ
                 ARQ-CHURN
                 ARQ-CHU-ARQ
                 ARQ-AUD-HIS
                 ARQ-AUD-ARQ
                 ARQ-RET-CADASTRO
                 ARQ-VISITA
                 ARQ-HIST-COBR
                 ARQ-CLI-G1
                 ARQ-CLI-G2
                 ARQ-CLI-G3
                 ARQ-REL-TITULAR

           GOBACK

           .
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF083P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF083P.
      *----------------------------------------------------------------*
