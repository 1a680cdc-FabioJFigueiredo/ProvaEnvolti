       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF082P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF082P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: ANONIMIZACAO LGPD DOS CLIENTES PESSOA FISICA    *
      *                EXCLUIDOS HA MAIS TEMPO QUE A RETENCAO DO       *
      *                ArqParametros: O NOME E O CPF SAO TROCADOS POR  *
      *                VALORES MASCARADOS NO CADASTRO E EM TODOS OS    *
      *                HISTORICOS QUE GUARDAM COPIA DELES (CONTATOS,   *
      *                PROSPECTOS, DISTRIBUICAO, CHURN, AUDITORIA,     *
      *                RETORNO DO CRM E SNAPSHOTS) - PEDIDOS E TITULOS *
      *                NAO SAO ALTERADOS: OS TOTAIS FINANCEIROS DOS    *
      *                TITULARES SAO APURADOS ANTES E DEPOIS DA        *
      *                ANONIMIZACAO E QUALQUER DIFERENCA DEVOLVE O     *
      *                RETORNO 8 - A EXECUCAO EMITE O CERTIFICADO DE   *
      *                ANONIMIZACAO - O CADASTRO E REGRAVADO POR       *
      *                ULTIMO, ENTAO UMA EXECUCAO INTERROMPIDA E SO    *
      *                REPETIDA                                        *
      * ARQUIVOS.....: ArqCliente, ArqContato, ArqProspecto,           *
      *                ArqDistribuicao, ArqDistribuicaoArquivo,        *
      *                ArqChurn, ArqChurnArquivo, ArqAuditoria,        *
      *                ArqAuditoriaArquivo, ArqRetornoCadastroCRM,     *
      *                ArqClienteGer1/2/3, ArqPedido, ArqTitulo,       *
      *                ArqCertificadoAnonimizacao,                     *
      *                ArqAnonimizacaoTrab (TRABALHO)                  *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                          *
      * 15/10/2026 FJF              TOTAIS FINANCEIROS DOS TITULARES   *
      *                             APURADOS ANTES E DEPOIS DA         *
      *                             ANONIMIZACAO E IMPRESSOS NO        *
      *                             CERTIFICADO; DIFERENCA DEVOLVE     *
      *                             RETORNO 8 E PARA A CADEIA          *
      * 15/10/2026 FJF              COPIA DO PROSPECTO COM O TAMANHO   *
      *                             DO REGISTRO (143) - SO O PROSPECTO *
      *                             MASCARADO E REGRAVADO E CONTADO    *
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
           SELECT ARQ-CLI-G1         ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-HIS.
           SELECT ARQ-CLI-G2         ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-HIS.
           SELECT ARQ-CLI-G3         ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-HIS.

           SELECT ARQ-ANO-TRAB       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-TRB.

           SELECT ARQ-AUDITORIA      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-AUD.

           SELECT ARQ-REL-ANONIMIZA  ASSIGN TO DISK
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

       FD  ARQ-ANO-TRAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqAnonimizacaoTrab'.
       01  REG-ANO-TRAB                PIC  X(258).

       FD  ARQ-AUDITORIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqAuditoria'.
       COPY "AUDIT.CPY".

       FD  ARQ-REL-ANONIMIZA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCertificadoAnonimizacao'.
       COPY "RELANO.CPY".

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CTT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PSP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PED            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TIT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-HIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TRB            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-AUD            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".

      *----------------------------------------------------------------*
      * CORTE DE RETENCAO (AAAAMM) - CLIENTE EXCLUIDO EM ANO/MES       *
      * ANTERIOR AO CORTE E ANONIMIZADO                                *
      *----------------------------------------------------------------*
       77  WS-MESES-RETENCAO           PIC  9(003)         VALUE ZEROS.
       77  WS-ANO-MES-CORTE            PIC  9(006)         VALUE ZEROS.
       77  WS-ANO-MES-EXC              PIC  9(006)         VALUE ZEROS.
       77  WS-MESES-TOTAL              PIC  9(007)         VALUE ZEROS.
       77  WS-ANO-CORTE                PIC  9(005)         VALUE ZEROS.
       77  WS-MES-CORTE                PIC  9(003)         VALUE ZEROS.

       01  WS-DATA-REF                 PIC  9(008)         VALUE ZEROS.
       01  WS-DATA-REF-R REDEFINES WS-DATA-REF.
           05  WS-ANO-REF              PIC  9(004).
           05  WS-MES-REF              PIC  9(002).
           05  WS-DIA-REF              PIC  9(002).

       77  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       77  WS-HORA-AGORA               PIC  9(006)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * TITULARES A ANONIMIZAR, EM ORDEM DE CODIGO (O CADASTRO E LIDO  *
      * PELA CHAVE) PARA A PROCURA BINARIA - 'D' = DOCUMENTO OU NOME   *
      * MASCARADO JA EM USO NO CADASTRO, TITULAR NAO ANONIMIZADO       *
      *----------------------------------------------------------------*
       77  WS-QTD-TIT                  PIC  9(005)         VALUE ZEROS.
       77  WS-QTD-ATIVOS               PIC  9(005)         VALUE ZEROS.
       77  WS-IDX-TIT                  PIC  9(005)         VALUE ZEROS.
       77  WS-IDX-ACHADO               PIC  9(005)         VALUE ZEROS.
       77  WS-SW-TABELA-CHEIA          PIC  X(001)         VALUE "N".
           88  TABELA-CHEIA                 VALUE "S".

       01  WS-TAB-TITULARES.
           05  WS-TIT                  OCCURS 2000 TIMES.
               10  WS-TIT-COD          PIC  9(007).
               10  WS-TIT-CPF          PIC  9(014).
               10  WS-TIT-DATA-EXC     PIC  9(008).
               10  WS-TIT-DOC-MASC     PIC  9(014).
               10  WS-TIT-SITUACAO     PIC  X(001).
               10  WS-TIT-QTD-REG      PIC  9(005).

      *----------------------------------------------------------------*
      * PROCURA BINARIA NA TABELA DE TITULARES                         *
      *----------------------------------------------------------------*
       77  WS-COD-PROCURA              PIC  9(007)         VALUE ZEROS.
       77  WS-BUSCA-INI                PIC  9(005)         VALUE ZEROS.
       77  WS-BUSCA-FIM                PIC  9(005)         VALUE ZEROS.
       77  WS-BUSCA-MEIO               PIC  9(005)         VALUE ZEROS.
       77  WS-SW-FIM-BUSCA             PIC  X(001)         VALUE "N".
           88  FIM-BUSCA                    VALUE "S".
       77  WS-SW-ACHOU                 PIC  X(001)         VALUE "N".
           88  TITULAR-ENCONTRADO           VALUE "S".

      *----------------------------------------------------------------*
      * VALORES MASCARADOS: NOME "ANONIMIZADO LGPD " + CODIGO E        *
      * DOCUMENTO 99999 + CODIGO + 00 (14 DIGITOS, NUNCA UM CPF)       *
      *----------------------------------------------------------------*
       01  WS-NOME-MASCARA.
           05  FILLER                  PIC  X(017)         VALUE
               "ANONIMIZADO LGPD ".
           05  WS-NM-COD               PIC  9(007)         VALUE ZEROS.
           05  FILLER                  PIC  X(016)         VALUE SPACES.

       77  WS-DOC-MASCARA              PIC  9(014)         VALUE ZEROS.
       77  WS-CONTATO-MASCARA          PIC  X(040)         VALUE
           "CONTATO ANONIMIZADO".

      *----------------------------------------------------------------*
      * ARQUIVOS TRATADOS: 1 CONTATOS, 2 PROSPECTOS, 3 A 12 HISTORICOS *
      * SEQUENCIAIS (REGRAVADOS PELO ArqAnonimizacaoTrab), 13 CADASTRO *
      *----------------------------------------------------------------*
       77  WS-IDX-ARQ                  PIC  9(002)         VALUE ZEROS.
       77  WS-SW-ALTEROU               PIC  X(001)         VALUE "N".
           88  HISTORICO-ALTERADO           VALUE "S".

       01  WS-NOMES-ARQUIVOS.
           05  FILLER                  PIC  X(026)         VALUE
               "ArqContato".
           05  FILLER                  PIC  X(026)         VALUE
               "ArqProspecto".
           05  FILLER                  PIC  X(026)         VALUE
               "ArqDistribuicao".
           05  FILLER                  PIC  X(026)         VALUE
               "ArqDistribuicaoArquivo".
           05  FILLER                  PIC  X(026)         VALUE
               "ArqChurn".
           05  FILLER                  PIC  X(026)         VALUE
               "ArqChurnArquivo".
           05  FILLER                  PIC  X(026)         VALUE
               "ArqAuditoria".
           05  FILLER                  PIC  X(026)         VALUE
               "ArqAuditoriaArquivo".
           05  FILLER                  PIC  X(026)         VALUE
               "ArqRetornoCadastroCRM".
           05  FILLER                  PIC  X(026)         VALUE
               "ArqClienteGer1".
           05  FILLER                  PIC  X(026)         VALUE
               "ArqClienteGer2".
           05  FILLER                  PIC  X(026)         VALUE
               "ArqClienteGer3".
           05  FILLER                  PIC  X(026)         VALUE
               "ArqCliente".
       01  WS-TAB-NOMES REDEFINES WS-NOMES-ARQUIVOS.
           05  WS-NOME-ARQ             OCCURS 13 TIMES
                                       PIC  X(026).

       01  WS-TAB-ARQUIVOS.
           05  WS-ARQ                  OCCURS 13 TIMES.
               10  WS-ARQ-LIDOS        PIC  9(007).
               10  WS-ARQ-ALTERADOS    PIC  9(007).
               10  WS-ARQ-SITUACAO     PIC  X(013).

       77  WS-QTD-REGISTROS            PIC  9(007)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * REGISTRO DE HISTORICO LIDO E SUAS VISOES: MOVIMENTO            *
      * (DISTRIBUICAO E CHURN), AUDITORIA, RETORNO DO CRM E SNAPSHOT   *
      * DO CADASTRO                                                    *
      *----------------------------------------------------------------*
       01  WS-REG-HIST                 PIC  X(258)         VALUE SPACES.
       01  WS-HIST-MOVIMENTO REDEFINES WS-REG-HIST.
           05  FILLER                  PIC  X(008).
           05  WS-HMV-COD              PIC  9(007).
           05  WS-HMV-NOME             PIC  X(040).
           05  FILLER                  PIC  X(203).
       01  WS-HIST-AUDITORIA REDEFINES WS-REG-HIST.
           05  FILLER                  PIC  X(014).
           05  WS-HAU-ENTIDADE         PIC  X(001).
           05  WS-HAU-COD              PIC  9(007).
           05  FILLER                  PIC  X(009).
           05  WS-HAU-DESC-ANT         PIC  X(040).
           05  WS-HAU-DESC             PIC  X(040).
           05  WS-HAU-DOC-ANT          PIC  9(014).
           05  WS-HAU-DOC              PIC  9(014).
           05  FILLER                  PIC  X(119).
       01  WS-HIST-CRM REDEFINES WS-REG-HIST.
           05  WS-HCR-TIPO             PIC  X(001).
           05  WS-HCR-COD              PIC  9(007).
           05  WS-HCR-NOME             PIC  X(040).
           05  FILLER                  PIC  X(210).
       01  WS-HIST-SNAPSHOT REDEFINES WS-REG-HIST.
           05  WS-HSN-COD              PIC  9(007).
           05  WS-HSN-DOC              PIC  9(014).
           05  FILLER                  PIC  X(001).
           05  WS-HSN-NOME             PIC  X(040).
           05  FILLER                  PIC  X(196).

       01  WS-REG-HIST-ANT             PIC  X(258)         VALUE SPACES.
       01  WS-REG-CTT-ANT              PIC  X(126)         VALUE SPACES.
       01  WS-REG-PSP-ANT              PIC  X(143)         VALUE SPACES.

      *----------------------------------------------------------------*
      * TOTAIS FINANCEIROS DOS TITULARES (SO LEITURA - PROVA DE QUE    *
      * PEDIDOS E TITULOS FICAM COMO ESTAVAM): APURACAO CORRENTE E     *
      * RESULTADOS ANTES E DEPOIS DA ANONIMIZACAO                      *
      *----------------------------------------------------------------*
       77  WS-TOT-PED-QTD              PIC  9(007)         VALUE ZEROS.
       77  WS-TOT-PED-VALOR            PIC  9(013)V9(002)  VALUE ZEROS.
       77  WS-TOT-TIT-QTD              PIC  9(007)         VALUE ZEROS.
       77  WS-TOT-TIT-VALOR            PIC  9(013)V9(002)  VALUE ZEROS.
       77  WS-TOT-TIT-PAGO             PIC  9(013)V9(002)  VALUE ZEROS.

       77  WS-TOT-PED-QTD-ANTES        PIC  9(007)         VALUE ZEROS.
       77  WS-TOT-PED-VALOR-ANTES      PIC  9(013)V9(002)  VALUE ZEROS.
       77  WS-TOT-TIT-QTD-ANTES        PIC  9(007)         VALUE ZEROS.
       77  WS-TOT-TIT-VALOR-ANTES      PIC  9(013)V9(002)  VALUE ZEROS.
       77  WS-TOT-TIT-PAGO-ANTES       PIC  9(013)V9(002)  VALUE ZEROS.

       77  WS-TOT-PED-QTD-DEPOIS       PIC  9(007)         VALUE ZEROS.
       77  WS-TOT-PED-VALOR-DEPOIS     PIC  9(013)V9(002)  VALUE ZEROS.
       77  WS-TOT-TIT-QTD-DEPOIS       PIC  9(007)         VALUE ZEROS.
       77  WS-TOT-TIT-VALOR-DEPOIS     PIC  9(013)V9(002)  VALUE ZEROS.
       77  WS-TOT-TIT-PAGO-DEPOIS      PIC  9(013)V9(002)  VALUE ZEROS.

       77  WS-SW-DIVERGENTE            PIC  X(001)         VALUE "N".
           88  TOTAIS-DIVERGENTES           VALUE "S".

       01  WS-DATA-AUX.
           05  WS-AUX-ANO              PIC  9(004).
           05  WS-AUX-MES              PIC  9(002).
           05  WS-AUX-DIA              PIC  9(002).
       01  WS-DATA-AUX-N               REDEFINES WS-DATA-AUX
                                       PIC  9(008).
       77  WS-DATA-EDITADA             PIC  9(008)         VALUE ZEROS.

      *----------------------------------------------------------------*
      * LINHAS DO CERTIFICADO                                          *
      *----------------------------------------------------------------*
       01  WS-LIN-SEPARADOR            PIC  X(132)         VALUE ALL
           "-".

       01  WS-LIN-CAB-1.
           05  FILLER                  PIC  X(032)         VALUE
               "CERTIFICADO DE ANONIMIZACAO LGPD".
           05  FILLER                  PIC  X(014)         VALUE
               " - EMITIDO EM ".
           05  WS-CAB-DATA-EMISSAO     PIC  99/99/9999.
           05  FILLER                  PIC  X(005)         VALUE
               " POR ".
           05  WS-CAB-OPERADOR         PIC  X(008).

       01  WS-LIN-CAB-2.
           05  FILLER                  PIC  X(020)         VALUE
               "DATA DE REFERENCIA: ".
           05  WS-CAB-DATA-REF         PIC  99/99/9999.
           05  FILLER                  PIC  X(013)         VALUE
               " - RETENCAO: ".
           05  WS-CAB-RETENCAO         PIC  ZZ9.
           05  FILLER                  PIC  X(045)         VALUE
               " MESES - CLIENTES PESSOA FISICA EXCLUIDOS ANT".
           05  FILLER                  PIC  X(006)         VALUE
               "ES DE ".
           05  WS-CAB-MES-CORTE        PIC  99.
           05  FILLER                  PIC  X(001)         VALUE "/".
           05  WS-CAB-ANO-CORTE        PIC  9999.

       01  WS-LIN-CAB-3.
           05  FILLER                  PIC  X(044)         VALUE
               "MASCARAS: NOME = ANONIMIZADO LGPD + CODIGO; ".
           05  FILLER                  PIC  X(045)         VALUE
               "CPF = 99999 + CODIGO + 00; CONTATOS SEM NOME,".
           05  FILLER                  PIC  X(019)         VALUE
               " TELEFONE E E-MAIL".

       01  WS-LIN-CAB-TITULARES.
           05  FILLER                  PIC  X(044)         VALUE
               "CLIENTE  EXCLUIDO EM  DOC. MASCARADO  REGIST".
           05  FILLER                  PIC  X(012)         VALUE
               "ROS SITUACAO".

       01  WS-LIN-TITULAR.
           05  WS-LTI-COD              PIC  9(007).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-LTI-DATA             PIC  99/99/9999.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-LTI-DOC              PIC  9(014).
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  WS-LTI-QTD              PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-LTI-SITUACAO         PIC  X(050).

       01  WS-LIN-CAB-ARQUIVOS.
           05  FILLER                  PIC  X(044)         VALUE
               "ARQUIVO                      LIDOS  ANONIMIZ".
           05  FILLER                  PIC  X(014)         VALUE
               "ADOS  SITUACAO".

       01  WS-LIN-ARQUIVO.
           05  WS-LAR-NOME             PIC  X(026).
           05  WS-LAR-LIDOS            PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(007)         VALUE SPACES.
           05  WS-LAR-ALTERADOS        PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-LAR-SITUACAO         PIC  X(013).

       01  WS-LIN-FIN-PEDIDOS.
           05  WS-LFP-MOMENTO          PIC  X(009).
           05  FILLER                  PIC  X(024)         VALUE
               "PEDIDOS DOS TITULARES.: ".
           05  WS-LFP-QTD              PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(009)         VALUE
               "  VALOR: ".
           05  WS-LFP-VALOR            PIC  ZZZZZZZZZZZZ9,99.

       01  WS-LIN-FIN-TITULOS.
           05  WS-LFT-MOMENTO          PIC  X(009).
           05  FILLER                  PIC  X(024)         VALUE
               "TITULOS DOS TITULARES.: ".
           05  WS-LFT-QTD              PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(009)         VALUE
               "  VALOR: ".
           05  WS-LFT-VALOR            PIC  ZZZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(008)         VALUE
               "  PAGO: ".
           05  WS-LFT-PAGO             PIC  ZZZZZZZZZZZZ9,99.

       01  WS-LIN-TOTAL.
           05  FILLER                  PIC  X(007)         VALUE
               "TOTAL: ".
           05  WS-TOT-TITULARES        PIC  ZZZZ9.
           05  FILLER                  PIC  X(025)         VALUE
               " TITULAR(ES) ANONIMIZADO(".
           05  FILLER                  PIC  X(005)         VALUE
               "S) - ".
           05  WS-TOT-REGISTROS        PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(022)         VALUE
               " REGISTRO(S) ALTERADO(".
           05  FILLER                  PIC  X(002)         VALUE
               "S)".

      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-PGFJF012                 PIC  X(009)         VALUE
           'PGFJF012P'.

       COPY LNKG012L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG082L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG082L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - DATA DE REFERENCIA (ZERO = HOJE),    *
      * RETENCAO DO ArqParametros E CORTE EM ANO/MES                   *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-LNKG082
                                          QTD-TITULARES-LNKG082
                                          QTD-REGISTROS-LNKG082
                                          WS-QTD-TIT
                                          WS-QTD-ATIVOS
                                          WS-QTD-REGISTROS
           MOVE SPACES                 TO MSG-RETORNO-LNKG082
           MOVE "N"                    TO WS-SW-DIVERGENTE

           INITIALIZE WS-TAB-ARQUIVOS

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-HOJE
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO WS-HORA-AGORA

           IF DATA-REFERENCIA-LNKG082  EQUAL ZEROS
              MOVE WS-DATA-HOJE        TO WS-DATA-REF
           ELSE
              MOVE DATA-REFERENCIA-LNKG082
                                       TO WS-DATA-REF
           END-IF

           MOVE 0                      TO COD-FUNCAO-LNKG012

           CALL WS-PGFJF012            USING LNKG012L

           MOVE MESES-RET-LGPD-LNKG012 TO WS-MESES-RETENCAO

           COMPUTE WS-MESES-TOTAL = (WS-ANO-REF * 12)
                                  + WS-MES-REF
                                  - WS-MESES-RETENCAO
           COMPUTE WS-ANO-CORTE = (WS-MESES-TOTAL - 1) / 12
           COMPUTE WS-MES-CORTE = WS-MESES-TOTAL
                                - (WS-ANO-CORTE * 12)
           COMPUTE WS-ANO-MES-CORTE = (WS-ANO-CORTE * 100)
                                    + WS-MES-CORTE

           DISPLAY "PGFJF082P: RETENCAO LGPD DE " WS-MESES-RETENCAO
                   " MESES - CORTE EM " WS-ANO-MES-CORTE

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO - SELECIONA OS TITULARES, MASCARA OS   *
      * HISTORICOS E POR ULTIMO O CADASTRO; SEM TITULAR NADA E         *
      * ALTERADO E O CERTIFICADO REGISTRA ISSO                         *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           PERFORM 2100-SELECIONA-TITULARES
           PERFORM 2150-VERIFICA-MASCARAS
           PERFORM 2200-ABRE-CERTIFICADO

           IF WS-QTD-ATIVOS            GREATER ZEROS
              PERFORM 2700-APURA-FINANCEIRO
              PERFORM 2750-GUARDA-ANTES
              PERFORM 2300-ANONIMIZA-CONTATOS
              PERFORM 2400-ANONIMIZA-PROSPECTOS
              PERFORM 2500-TRATA-HISTORICO
                      VARYING WS-IDX-ARQ FROM 3 BY 1
                      UNTIL WS-IDX-ARQ GREATER 12
              PERFORM 2600-ANONIMIZA-CADASTRO
              PERFORM 2700-APURA-FINANCEIRO
              PERFORM 2760-CONFERE-DEPOIS
           END-IF

           PERFORM 2800-EMITE-CERTIFICADO

           MOVE WS-QTD-ATIVOS          TO QTD-TITULARES-LNKG082
           MOVE WS-QTD-REGISTROS       TO QTD-REGISTROS-LNKG082
           MOVE ZEROS                  TO COD-RETORNO-LNKG082

           IF WS-QTD-ATIVOS            GREATER ZEROS
              MOVE "ANONIMIZACAO CONCLUIDA - VER O CERTIFICADO"
                                       TO MSG-RETORNO-LNKG082
           ELSE
              MOVE "NENHUM TITULAR A ANONIMIZAR - VER O CERTIFICADO"
                                       TO MSG-RETORNO-LNKG082
           END-IF

           IF TOTAIS-DIVERGENTES
              MOVE 8                   TO COD-RETORNO-LNKG082
              MOVE "TOTAIS FINANCEIROS DIVERGENTES - VER O CERTIFICADO"
                                       TO MSG-RETORNO-LNKG082
           END-IF

           DISPLAY "PGFJF082P: " WS-QTD-ATIVOS
                   " TITULAR(ES) ANONIMIZADO(S), "
                   WS-QTD-REGISTROS " REGISTRO(S) ALTERADO(S)"

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SELECAO: PESSOA FISICA, EXCLUIDO, EXCLUSAO ANTERIOR AO CORTE E *
      * AINDA NAO ANONIMIZADO                                          *
      *----------------------------------------------------------------*
       2100-SELECIONA-TITULARES        SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG082
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CLIENTES"
                                       TO MSG-RETORNO-LNKG082
              PERFORM 3000-FINALIZA
           END-IF

           MOVE ZEROS                  TO COD-CLIENTE

           START ARQ-CLIENTE KEY IS NOT LESS THAN COD-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              PERFORM 2110-LER-CLIENTE

              PERFORM 2120-AVALIA-CLIENTE UNTIL
                      WS-FL-STATUS-CLI NOT EQUAL "00"
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE CLIENTES                                 *
      *----------------------------------------------------------------*
       2110-LER-CLIENTE                SECTION.

           READ ARQ-CLIENTE NEXT RECORD

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UM CLIENTE DO CADASTRO - O TITULAR VAI PARA A TABELA           *
      *----------------------------------------------------------------*
       2120-AVALIA-CLIENTE             SECTION.

           MOVE DATA-EXCLUSAO-CLI(1:6) TO WS-ANO-MES-EXC

           IF CLI-PESSOA-FISICA AND CLI-EXCLUIDO AND
              DATA-EXCLUSAO-CLI        GREATER ZEROS AND
              WS-ANO-MES-EXC           LESS WS-ANO-MES-CORTE AND
              RAZAO-SOCIAL(1:11)       NOT EQUAL "ANONIMIZADO"
              IF WS-QTD-TIT            LESS 2000
                 ADD 1                 TO WS-QTD-TIT
                 MOVE COD-CLIENTE      TO WS-TIT-COD(WS-QTD-TIT)
                 MOVE CNPJ             TO WS-TIT-CPF(WS-QTD-TIT)
                 MOVE DATA-EXCLUSAO-CLI
                                       TO WS-TIT-DATA-EXC(WS-QTD-TIT)
                 COMPUTE WS-TIT-DOC-MASC(WS-QTD-TIT) =
                         99999000000000 + (COD-CLIENTE * 100)
                 MOVE "A"              TO WS-TIT-SITUACAO(WS-QTD-TIT)
                 MOVE ZEROS            TO WS-TIT-QTD-REG(WS-QTD-TIT)
              ELSE
                 MOVE "S"              TO WS-SW-TABELA-CHEIA
              END-IF
           END-IF

           PERFORM 2110-LER-CLIENTE

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * O DOCUMENTO E O NOME MASCARADOS SAO CHAVES ALTERNATIVAS DO     *
      * CADASTRO - SE UM DELES JA ESTIVER EM USO POR OUTRO CLIENTE O   *
      * TITULAR FICA DE FORA ('D') E O CERTIFICADO REGISTRA            *
      *----------------------------------------------------------------*
       2150-VERIFICA-MASCARAS          SECTION.

           PERFORM 2160-VERIFICA-TITULAR
                   VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT GREATER WS-QTD-TIT

           CLOSE ARQ-CLIENTE

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICA AS MASCARAS DE UM TITULAR                             *
      *----------------------------------------------------------------*
       2160-VERIFICA-TITULAR           SECTION.

           MOVE WS-TIT-DOC-MASC(WS-IDX-TIT)
                                       TO CNPJ

           READ ARQ-CLIENTE KEY IS CNPJ

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE "D"                 TO WS-TIT-SITUACAO(WS-IDX-TIT)
           END-IF

           MOVE WS-TIT-COD(WS-IDX-TIT) TO WS-NM-COD
           MOVE WS-NOME-MASCARA        TO RAZAO-SOCIAL

           READ ARQ-CLIENTE KEY IS RAZAO-SOCIAL

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE "D"                 TO WS-TIT-SITUACAO(WS-IDX-TIT)
           END-IF

           IF WS-TIT-SITUACAO(WS-IDX-TIT)
                                       EQUAL "A"
              ADD 1                    TO WS-QTD-ATIVOS
           END-IF

           .
       2160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE O CERTIFICADO E IMPRIME O CABECALHO                       *
      *----------------------------------------------------------------*
       2200-ABRE-CERTIFICADO           SECTION.

           OPEN OUTPUT ARQ-REL-ANONIMIZA

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG082
              MOVE "ERRO NA ABERTURA DO CERTIFICADO DE ANONIMIZACAO"
                                       TO MSG-RETORNO-LNKG082
              PERFORM 3000-FINALIZA
           END-IF

           MOVE WS-DATA-HOJE           TO WS-DATA-AUX-N
           PERFORM 2280-EDITA-DATA
           MOVE WS-DATA-EDITADA        TO WS-CAB-DATA-EMISSAO
           MOVE ID-OPERADOR-LNKG082    TO WS-CAB-OPERADOR

           MOVE WS-DATA-REF            TO WS-DATA-AUX-N
           PERFORM 2280-EDITA-DATA
           MOVE WS-DATA-EDITADA        TO WS-CAB-DATA-REF
           MOVE WS-MESES-RETENCAO      TO WS-CAB-RETENCAO
           MOVE WS-MES-CORTE           TO WS-CAB-MES-CORTE
           MOVE WS-ANO-CORTE           TO WS-CAB-ANO-CORTE

           MOVE WS-LIN-SEPARADOR       TO REG-REL-ANONIMIZACAO
           WRITE REG-REL-ANONIMIZACAO
           MOVE WS-LIN-CAB-1           TO REG-REL-ANONIMIZACAO
           WRITE REG-REL-ANONIMIZACAO
           MOVE WS-LIN-CAB-2           TO REG-REL-ANONIMIZACAO
           WRITE REG-REL-ANONIMIZACAO
           MOVE WS-LIN-CAB-3           TO REG-REL-ANONIMIZACAO
           WRITE REG-REL-ANONIMIZACAO
           MOVE WS-LIN-SEPARADOR       TO REG-REL-ANONIMIZACAO
           WRITE REG-REL-ANONIMIZACAO

           .
       2200-EXIT.
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
      * CONTATOS DOS TITULARES: NOME MASCARADO, TELEFONE E E-MAIL      *
      * APAGADOS (O ArqContato E OPCIONAL)                             *
      *----------------------------------------------------------------*
       2300-ANONIMIZA-CONTATOS         SECTION.

           OPEN I-O ARQ-CONTATO

           IF WS-FL-STATUS-CTT         EQUAL ZEROS
              PERFORM 2310-CONTATOS-TITULAR
                      VARYING WS-IDX-TIT FROM 1 BY 1
                      UNTIL WS-IDX-TIT GREATER WS-QTD-TIT

              CLOSE ARQ-CONTATO
              MOVE "ATUALIZADO"        TO WS-ARQ-SITUACAO(1)
           ELSE
              MOVE "AUSENTE"           TO WS-ARQ-SITUACAO(1)
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * POSICIONA NOS CONTATOS DE UM TITULAR                           *
      *----------------------------------------------------------------*
       2310-CONTATOS-TITULAR           SECTION.

           IF WS-TIT-SITUACAO(WS-IDX-TIT)
                                       EQUAL "A"
              MOVE WS-TIT-COD(WS-IDX-TIT)
                                       TO COD-CLIENTE-CTT
              MOVE ZEROS               TO SEQ-CONTATO-CTT

              START ARQ-CONTATO KEY IS NOT LESS THAN CHAVE-CTT

              IF WS-FL-STATUS-CTT      EQUAL ZEROS
                 PERFORM 2320-LER-CONTATO

                 PERFORM 2330-MASCARA-CONTATO UNTIL
                         WS-FL-STATUS-CTT NOT EQUAL "00" OR
                         COD-CLIENTE-CTT  NOT EQUAL
                                          WS-TIT-COD(WS-IDX-TIT)
              END-IF
           END-IF

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE CONTATOS                                 *
      *----------------------------------------------------------------*
       2320-LER-CONTATO                SECTION.

           READ ARQ-CONTATO NEXT RECORD

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MASCARA UM CONTATO DO TITULAR                                  *
      *----------------------------------------------------------------*
       2330-MASCARA-CONTATO            SECTION.

           ADD 1                       TO WS-ARQ-LIDOS(1)
           MOVE REG-CONTATO            TO WS-REG-CTT-ANT

           MOVE WS-CONTATO-MASCARA     TO NOME-CONTATO-CTT
           MOVE SPACES                 TO TELEFONE-CTT
                                          EMAIL-CTT

           IF REG-CONTATO              NOT EQUAL WS-REG-CTT-ANT
              REWRITE REG-CONTATO

              IF WS-FL-STATUS-CTT      NOT EQUAL ZEROS
                 MOVE 9                TO COD-RETORNO-LNKG082
                 MOVE "ERRO AO ANONIMIZAR CONTATO DO TITULAR"
                                       TO MSG-RETORNO-LNKG082
                 PERFORM 3000-FINALIZA
              END-IF

              ADD 1                    TO WS-ARQ-ALTERADOS(1)
                                          WS-TIT-QTD-REG(WS-IDX-TIT)
           END-IF

           PERFORM 2320-LER-CONTATO

           .
       2330-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROSPECTOS DOS TITULARES: O CONVERTIDO NO CLIENTE OU O PESSOA  *
      * FISICA COM O MESMO CPF (O ArqProspecto E OPCIONAL)             *
      *----------------------------------------------------------------*
       2400-ANONIMIZA-PROSPECTOS       SECTION.

           OPEN I-O ARQ-PROSPECTO

           IF WS-FL-STATUS-PSP         EQUAL ZEROS
              MOVE ZEROS               TO COD-PROSPECTO

              START ARQ-PROSPECTO KEY IS NOT LESS THAN COD-PROSPECTO

              IF WS-FL-STATUS-PSP      EQUAL ZEROS
                 PERFORM 2410-LER-PROSPECTO

                 PERFORM 2420-MASCARA-PROSPECTO UNTIL
                         WS-FL-STATUS-PSP NOT EQUAL "00"
              END-IF

              CLOSE ARQ-PROSPECTO
              MOVE "ATUALIZADO"        TO WS-ARQ-SITUACAO(2)
           ELSE
              MOVE "AUSENTE"           TO WS-ARQ-SITUACAO(2)
           END-IF

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE PROSPECTOS                               *
      *----------------------------------------------------------------*
       2410-LER-PROSPECTO              SECTION.

           READ ARQ-PROSPECTO NEXT RECORD

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MASCARA UM PROSPECTO QUANDO FOR DE UM TITULAR                  *
      *----------------------------------------------------------------*
       2420-MASCARA-PROSPECTO          SECTION.

           ADD 1                       TO WS-ARQ-LIDOS(2)
           MOVE REG-PROSPECTO          TO WS-REG-PSP-ANT
           MOVE "N"                    TO WS-SW-ACHOU

           IF COD-CLIENTE-CONV-PROSP   GREATER ZEROS
              MOVE COD-CLIENTE-CONV-PROSP
                                       TO WS-COD-PROCURA
              PERFORM 2900-PROCURA-TITULAR
           END-IF

           IF NOT TITULAR-ENCONTRADO AND PROSP-PESSOA-FISICA AND
              DOCUMENTO-PROSP          GREATER ZEROS
              PERFORM 2430-PROCURA-CPF
                      VARYING WS-IDX-TIT FROM 1 BY 1
                      UNTIL WS-IDX-TIT GREATER WS-QTD-TIT OR
                            TITULAR-ENCONTRADO
           END-IF

           IF TITULAR-ENCONTRADO
              MOVE WS-NOME-MASCARA     TO NOME-PROSP
              MOVE WS-DOC-MASCARA      TO DOCUMENTO-PROSP
           END-IF

           IF REG-PROSPECTO            NOT EQUAL WS-REG-PSP-ANT
              REWRITE REG-PROSPECTO

              IF WS-FL-STATUS-PSP      NOT EQUAL ZEROS
                 MOVE 9                TO COD-RETORNO-LNKG082
                 MOVE "ERRO AO ANONIMIZAR PROSPECTO DO TITULAR"
                                       TO MSG-RETORNO-LNKG082
                 PERFORM 3000-FINALIZA
              END-IF

              ADD 1                    TO WS-ARQ-ALTERADOS(2)

              IF TITULAR-ENCONTRADO
                 ADD 1                 TO WS-TIT-QTD-REG(WS-IDX-ACHADO)
              END-IF
           END-IF

           PERFORM 2410-LER-PROSPECTO

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA O DOCUMENTO DO PROSPECTO COM O CPF DE UM TITULAR       *
      *----------------------------------------------------------------*
       2430-PROCURA-CPF                SECTION.

           IF WS-TIT-CPF(WS-IDX-TIT)   EQUAL DOCUMENTO-PROSP AND
              WS-TIT-SITUACAO(WS-IDX-TIT)
                                       EQUAL "A"
              MOVE WS-IDX-TIT          TO WS-IDX-ACHADO
              PERFORM 2910-PREPARA-MASCARAS
              MOVE "S"                 TO WS-SW-ACHOU
           END-IF

           .
       2430-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UM HISTORICO SEQUENCIAL: COPIADO PARA O ArqAnonimizacaoTrab    *
      * COM OS REGISTROS DOS TITULARES MASCARADOS E REGRAVADO A PARTIR *
      * DELE SO QUANDO ALGO MUDOU (HISTORICO AUSENTE E PULADO)         *
      *----------------------------------------------------------------*
       2500-TRATA-HISTORICO            SECTION.

           MOVE "N"                    TO WS-SW-ALTEROU

           PERFORM 2510-ABRE-HIST-ENTRADA

           IF WS-FL-STATUS-HIS         EQUAL "35"
              MOVE "AUSENTE"           TO WS-ARQ-SITUACAO(WS-IDX-ARQ)
           ELSE
              IF WS-FL-STATUS-HIS      NOT EQUAL ZEROS
                 MOVE 9                TO COD-RETORNO-LNKG082
                 STRING "ERRO NA ABERTURA DO " DELIMITED BY SIZE
                        WS-NOME-ARQ(WS-IDX-ARQ) DELIMITED BY SPACE
                        INTO MSG-RETORNO-LNKG082
                 PERFORM 3000-FINALIZA
              END-IF

              OPEN OUTPUT ARQ-ANO-TRAB

              IF WS-FL-STATUS-TRB      NOT EQUAL ZEROS
                 MOVE 9                TO COD-RETORNO-LNKG082
                 MOVE "ERRO NA ABERTURA DO ArqAnonimizacaoTrab"
                                       TO MSG-RETORNO-LNKG082
                 PERFORM 3000-FINALIZA
              END-IF

              PERFORM 2520-LER-HIST

              PERFORM 2530-MASCARA-HIST UNTIL
                      WS-FL-STATUS-HIS NOT EQUAL "00"

              PERFORM 2540-FECHA-HIST
              CLOSE ARQ-ANO-TRAB

              IF HISTORICO-ALTERADO
                 PERFORM 2550-REGRAVA-HIST
                 MOVE "REGRAVADO"      TO WS-ARQ-SITUACAO(WS-IDX-ARQ)
              ELSE
                 MOVE "SEM ALTERACAO"  TO WS-ARQ-SITUACAO(WS-IDX-ARQ)
              END-IF
           END-IF

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE PARA LEITURA O HISTORICO DA VEZ                           *
      *----------------------------------------------------------------*
       2510-ABRE-HIST-ENTRADA          SECTION.

           EVALUATE WS-IDX-ARQ
               WHEN 3
                    OPEN INPUT ARQ-DISTRIB
               WHEN 4
                    OPEN INPUT ARQ-DIS-ARQ
               WHEN 5
                    OPEN INPUT ARQ-CHURN
               WHEN 6
                    OPEN INPUT ARQ-CHU-ARQ
               WHEN 7
                    OPEN INPUT ARQ-AUD-HIS
               WHEN 8
                    OPEN INPUT ARQ-AUD-ARQ
               WHEN 9
                    OPEN INPUT ARQ-RET-CADASTRO
               WHEN 10
                    OPEN INPUT ARQ-CLI-G1
               WHEN 11
                    OPEN INPUT ARQ-CLI-G2
               WHEN 12
                    OPEN INPUT ARQ-CLI-G3
           END-EVALUATE

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO HISTORICO DA VEZ PARA WS-REG-HIST                   *
      *----------------------------------------------------------------*
       2520-LER-HIST                   SECTION.

           MOVE SPACES                 TO WS-REG-HIST

           EVALUATE WS-IDX-ARQ
               WHEN 3
                    READ ARQ-DISTRIB      NEXT RECORD INTO WS-REG-HIST
               WHEN 4
                    READ ARQ-DIS-ARQ      NEXT RECORD INTO WS-REG-HIST
               WHEN 5
                    READ ARQ-CHURN        NEXT RECORD INTO WS-REG-HIST
               WHEN 6
                    READ ARQ-CHU-ARQ      NEXT RECORD INTO WS-REG-HIST
               WHEN 7
                    READ ARQ-AUD-HIS      NEXT RECORD INTO WS-REG-HIST
               WHEN 8
                    READ ARQ-AUD-ARQ      NEXT RECORD INTO WS-REG-HIST
               WHEN 9
                    READ ARQ-RET-CADASTRO NEXT RECORD INTO WS-REG-HIST
               WHEN 10
                    READ ARQ-CLI-G1       NEXT RECORD INTO WS-REG-HIST
               WHEN 11
                    READ ARQ-CLI-G2       NEXT RECORD INTO WS-REG-HIST
               WHEN 12
                    READ ARQ-CLI-G3       NEXT RECORD INTO WS-REG-HIST
           END-EVALUATE

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MASCARA O REGISTRO QUANDO FOR DE UM TITULAR E O GRAVA NO       *
      * ARQUIVO DE TRABALHO: MOVIMENTO (NOME), AUDITORIA DE CLIENTE    *
      * (NOMES E DOCUMENTOS) OU DE CONTATO (NOMES), DETALHE DO RETORNO *
      * DO CRM (NOME) E SNAPSHOT DO CADASTRO (NOME E DOCUMENTO)        *
      *----------------------------------------------------------------*
       2530-MASCARA-HIST               SECTION.

           ADD 1                       TO WS-ARQ-LIDOS(WS-IDX-ARQ)
           MOVE WS-REG-HIST            TO WS-REG-HIST-ANT
           MOVE "N"                    TO WS-SW-ACHOU

           EVALUATE WS-IDX-ARQ
               WHEN 3 THRU 6
                    MOVE WS-HMV-COD    TO WS-COD-PROCURA
                    PERFORM 2900-PROCURA-TITULAR
                    IF TITULAR-ENCONTRADO
                       MOVE WS-NOME-MASCARA
                                       TO WS-HMV-NOME
                    END-IF
               WHEN 7 THRU 8
                    IF WS-HAU-ENTIDADE EQUAL "C" OR
                       WS-HAU-ENTIDADE EQUAL "K"
                       MOVE WS-HAU-COD TO WS-COD-PROCURA
                       PERFORM 2900-PROCURA-TITULAR
                    END-IF
                    IF TITULAR-ENCONTRADO
                       IF WS-HAU-ENTIDADE
                                       EQUAL "C"
                          MOVE WS-NOME-MASCARA
                                       TO WS-HAU-DESC-ANT
                                          WS-HAU-DESC
                          MOVE WS-DOC-MASCARA
                                       TO WS-HAU-DOC-ANT
                                          WS-HAU-DOC
                       ELSE
                          MOVE WS-CONTATO-MASCARA
                                       TO WS-HAU-DESC-ANT
                                          WS-HAU-DESC
                       END-IF
                    END-IF
               WHEN 9
                    IF WS-HCR-TIPO     EQUAL "D"
                       MOVE WS-HCR-COD TO WS-COD-PROCURA
                       PERFORM 2900-PROCURA-TITULAR
                    END-IF
                    IF TITULAR-ENCONTRADO
                       MOVE WS-NOME-MASCARA
                                       TO WS-HCR-NOME
                    END-IF
               WHEN OTHER
                    MOVE WS-HSN-COD    TO WS-COD-PROCURA
                    PERFORM 2900-PROCURA-TITULAR
                    IF TITULAR-ENCONTRADO
                       MOVE WS-NOME-MASCARA
                                       TO WS-HSN-NOME
                       MOVE WS-DOC-MASCARA
                                       TO WS-HSN-DOC
                    END-IF
           END-EVALUATE

           IF WS-REG-HIST              NOT EQUAL WS-REG-HIST-ANT
              ADD 1                    TO WS-ARQ-ALTERADOS(WS-IDX-ARQ)
                                          WS-TIT-QTD-REG(WS-IDX-ACHADO)
              MOVE "S"                 TO WS-SW-ALTEROU
           END-IF

           WRITE REG-ANO-TRAB          FROM WS-REG-HIST

           PERFORM 2520-LER-HIST

           .
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHA O HISTORICO DA VEZ                                       *
      *----------------------------------------------------------------*
       2540-FECHA-HIST                 SECTION.

           EVALUATE WS-IDX-ARQ
               WHEN 3
                    CLOSE ARQ-DISTRIB
               WHEN 4
                    CLOSE ARQ-DIS-ARQ
               WHEN 5
                    CLOSE ARQ-CHURN
               WHEN 6
                    CLOSE ARQ-CHU-ARQ
               WHEN 7
                    CLOSE ARQ-AUD-HIS
               WHEN 8
                    CLOSE ARQ-AUD-ARQ
               WHEN 9
                    CLOSE ARQ-RET-CADASTRO
               WHEN 10
                    CLOSE ARQ-CLI-G1
               WHEN 11
                    CLOSE ARQ-CLI-G2
               WHEN 12
                    CLOSE ARQ-CLI-G3
           END-EVALUATE

           .
       2540-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRAVA O HISTORICO DA VEZ A PARTIR DO ArqAnonimizacaoTrab     *
      *----------------------------------------------------------------*
       2550-REGRAVA-HIST               SECTION.

           OPEN INPUT ARQ-ANO-TRAB

           EVALUATE WS-IDX-ARQ
               WHEN 3
                    OPEN OUTPUT ARQ-DISTRIB
               WHEN 4
                    OPEN OUTPUT ARQ-DIS-ARQ
               WHEN 5
                    OPEN OUTPUT ARQ-CHURN
               WHEN 6
                    OPEN OUTPUT ARQ-CHU-ARQ
               WHEN 7
                    OPEN OUTPUT ARQ-AUD-HIS
               WHEN 8
                    OPEN OUTPUT ARQ-AUD-ARQ
               WHEN 9
                    OPEN OUTPUT ARQ-RET-CADASTRO
               WHEN 10
                    OPEN OUTPUT ARQ-CLI-G1
               WHEN 11
                    OPEN OUTPUT ARQ-CLI-G2
               WHEN 12
                    OPEN OUTPUT ARQ-CLI-G3
           END-EVALUATE

           IF WS-FL-STATUS-TRB         NOT EQUAL ZEROS OR
              WS-FL-STATUS-HIS         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG082
              STRING "ERRO AO REGRAVAR O " DELIMITED BY SIZE
                     WS-NOME-ARQ(WS-IDX-ARQ) DELIMITED BY SPACE
                     INTO MSG-RETORNO-LNKG082
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2560-LER-TRAB

           PERFORM 2570-COPIA-HIST UNTIL
                   WS-FL-STATUS-TRB NOT EQUAL "00"

           CLOSE ARQ-ANO-TRAB
           PERFORM 2540-FECHA-HIST

           .
       2550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE TRABALHO                                 *
      *----------------------------------------------------------------*
       2560-LER-TRAB                   SECTION.

           READ ARQ-ANO-TRAB NEXT RECORD

           .
       2560-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COPIA UM REGISTRO DO TRABALHO PARA O HISTORICO DA VEZ          *
      *----------------------------------------------------------------*
       2570-COPIA-HIST                 SECTION.

           EVALUATE WS-IDX-ARQ
               WHEN 3
                    WRITE REG-HIS-DIS      FROM REG-ANO-TRAB
               WHEN 4
                    WRITE REG-HIS-DIS-ARQ  FROM REG-ANO-TRAB
               WHEN 5
                    WRITE REG-HIS-CHU      FROM REG-ANO-TRAB
               WHEN 6
                    WRITE REG-HIS-CHU-ARQ  FROM REG-ANO-TRAB
               WHEN 7
                    WRITE REG-HIS-AUD      FROM REG-ANO-TRAB
               WHEN 8
                    WRITE REG-HIS-AUD-ARQ  FROM REG-ANO-TRAB
               WHEN 9
                    WRITE REG-HIS-RCA      FROM REG-ANO-TRAB
               WHEN 10
                    WRITE REG-CLI-G1       FROM REG-ANO-TRAB
               WHEN 11
                    WRITE REG-CLI-G2       FROM REG-ANO-TRAB
               WHEN 12
                    WRITE REG-CLI-G3       FROM REG-ANO-TRAB
           END-EVALUATE

           PERFORM 2560-LER-TRAB

           .
       2570-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CADASTRO: NOME E CPF MASCARADOS E ALTERACAO AUDITADA ('C'/'A') *
      * SO COM OS VALORES MASCARADOS                                   *
      *----------------------------------------------------------------*
       2600-ANONIMIZA-CADASTRO         SECTION.

           OPEN I-O ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG082
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CLIENTES"
                                       TO MSG-RETORNO-LNKG082
              PERFORM 3000-FINALIZA
           END-IF

           OPEN EXTEND ARQ-AUDITORIA

           IF WS-FL-STATUS-AUD         EQUAL "35"
              OPEN OUTPUT ARQ-AUDITORIA
           END-IF

           IF WS-FL-STATUS-AUD         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG082
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE AUDITORIA"
                                       TO MSG-RETORNO-LNKG082
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2610-ANONIMIZA-CLIENTE
                   VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT GREATER WS-QTD-TIT

           CLOSE ARQ-CLIENTE
                 ARQ-AUDITORIA

           MOVE "ATUALIZADO"           TO WS-ARQ-SITUACAO(13)

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MASCARA O CADASTRO DE UM TITULAR                               *
      *----------------------------------------------------------------*
       2610-ANONIMIZA-CLIENTE          SECTION.

           IF WS-TIT-SITUACAO(WS-IDX-TIT)
                                       EQUAL "A"
              MOVE WS-IDX-TIT          TO WS-IDX-ACHADO
              PERFORM 2910-PREPARA-MASCARAS

              MOVE WS-TIT-COD(WS-IDX-TIT)
                                       TO COD-CLIENTE

              READ ARQ-CLIENTE

              IF WS-FL-STATUS-CLI      EQUAL ZEROS
                 ADD 1                 TO WS-ARQ-LIDOS(13)

                 MOVE WS-NOME-MASCARA  TO RAZAO-SOCIAL
                 MOVE WS-DOC-MASCARA   TO CNPJ

                 REWRITE ARQ-CLIENTES

                 IF WS-FL-STATUS-CLI   NOT EQUAL ZEROS
                    MOVE 9             TO COD-RETORNO-LNKG082
                    MOVE "ERRO AO ANONIMIZAR O CADASTRO DO TITULAR"
                                       TO MSG-RETORNO-LNKG082
                    PERFORM 3000-FINALIZA
                 END-IF

                 ADD 1                 TO WS-ARQ-ALTERADOS(13)
                                          WS-TIT-QTD-REG(WS-IDX-TIT)

                 PERFORM 2650-AUDITA-CLIENTE
              END-IF
           END-IF

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AUDITORIA DA ANONIMIZACAO - ENTIDADE 'C', OPERACAO 'A', SEM O  *
      * NOME E O CPF ORIGINAIS                                         *
      *----------------------------------------------------------------*
       2650-AUDITA-CLIENTE             SECTION.

           MOVE SPACES                 TO REG-AUDITORIA
           MOVE WS-DATA-HOJE           TO DATA-EXECUCAO-AUDIT
           MOVE WS-HORA-AGORA          TO HORA-AUDIT
           MOVE "C"                    TO TIPO-ENTIDADE-AUDIT
           MOVE COD-CLIENTE            TO COD-REF-AUDIT
           MOVE "A"                    TO OPERACAO-AUDIT
           MOVE ID-OPERADOR-LNKG082    TO OPERADOR-AUDIT
           MOVE "DADOS PESSOAIS ANONIMIZADOS (LGPD)"
                                       TO DESCRICAO-ANTERIOR-AUDIT
           MOVE RAZAO-SOCIAL           TO DESCRICAO-AUDIT
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
       2650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOTAIS DE PEDIDOS E TITULOS DOS TITULARES, SO LEITURA (OS      *
      * ARQUIVOS SAO OPCIONAIS)                                        *
      *----------------------------------------------------------------*
       2700-APURA-FINANCEIRO           SECTION.

           MOVE ZEROS                  TO WS-TOT-PED-QTD
                                          WS-TOT-PED-VALOR
                                          WS-TOT-TIT-QTD
                                          WS-TOT-TIT-VALOR
                                          WS-TOT-TIT-PAGO

           OPEN INPUT ARQ-PEDIDO

           IF WS-FL-STATUS-PED         EQUAL ZEROS
              MOVE ZEROS               TO NUM-PEDIDO

              START ARQ-PEDIDO KEY IS NOT LESS THAN NUM-PEDIDO

              IF WS-FL-STATUS-PED      EQUAL ZEROS
                 PERFORM 2710-LER-PEDIDO

                 PERFORM 2720-SOMA-PEDIDO UNTIL
                         WS-FL-STATUS-PED NOT EQUAL "00"
              END-IF

              CLOSE ARQ-PEDIDO
           END-IF

           OPEN INPUT ARQ-TITULO

           IF WS-FL-STATUS-TIT         EQUAL ZEROS
              PERFORM 2730-LER-TITULO

              PERFORM 2740-SOMA-TITULO UNTIL
                      WS-FL-STATUS-TIT NOT EQUAL "00"

              CLOSE ARQ-TITULO
           END-IF

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE PEDIDOS                                  *
      *----------------------------------------------------------------*
       2710-LER-PEDIDO                 SECTION.

           READ ARQ-PEDIDO NEXT RECORD

           .
       2710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA UM PEDIDO DE TITULAR                                      *
      *----------------------------------------------------------------*
       2720-SOMA-PEDIDO                SECTION.

           MOVE COD-CLIENTE-PED        TO WS-COD-PROCURA
           PERFORM 2900-PROCURA-TITULAR

           IF TITULAR-ENCONTRADO
              ADD 1                    TO WS-TOT-PED-QTD
              ADD VALOR-PEDIDO         TO WS-TOT-PED-VALOR
           END-IF

           PERFORM 2710-LER-PEDIDO

           .
       2720-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE TITULOS                                  *
      *----------------------------------------------------------------*
       2730-LER-TITULO                 SECTION.

           READ ARQ-TITULO NEXT RECORD

           .
       2730-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA UM TITULO DE TITULAR                                      *
      *----------------------------------------------------------------*
       2740-SOMA-TITULO                SECTION.

           MOVE COD-CLIENTE-TIT        TO WS-COD-PROCURA
           PERFORM 2900-PROCURA-TITULAR

           IF TITULAR-ENCONTRADO
              ADD 1                    TO WS-TOT-TIT-QTD
              ADD VALOR-TIT            TO WS-TOT-TIT-VALOR
              ADD VALOR-PAGO-TIT       TO WS-TOT-TIT-PAGO
           END-IF

           PERFORM 2730-LER-TITULO

           .
       2740-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA OS TOTAIS FINANCEIROS APURADOS ANTES DA ANONIMIZACAO    *
      *----------------------------------------------------------------*
       2750-GUARDA-ANTES               SECTION.

           MOVE WS-TOT-PED-QTD         TO WS-TOT-PED-QTD-ANTES
           MOVE WS-TOT-PED-VALOR       TO WS-TOT-PED-VALOR-ANTES
           MOVE WS-TOT-TIT-QTD         TO WS-TOT-TIT-QTD-ANTES
           MOVE WS-TOT-TIT-VALOR       TO WS-TOT-TIT-VALOR-ANTES
           MOVE WS-TOT-TIT-PAGO        TO WS-TOT-TIT-PAGO-ANTES

           .
       2750-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA OS TOTAIS APURADOS DEPOIS DA ANONIMIZACAO E CONFERE COM *
      * OS DE ANTES - QUALQUER DIFERENCA E DIVERGENCIA                 *
      *----------------------------------------------------------------*
       2760-CONFERE-DEPOIS             SECTION.

           MOVE WS-TOT-PED-QTD         TO WS-TOT-PED-QTD-DEPOIS
           MOVE WS-TOT-PED-VALOR       TO WS-TOT-PED-VALOR-DEPOIS
           MOVE WS-TOT-TIT-QTD         TO WS-TOT-TIT-QTD-DEPOIS
           MOVE WS-TOT-TIT-VALOR       TO WS-TOT-TIT-VALOR-DEPOIS
           MOVE WS-TOT-TIT-PAGO        TO WS-TOT-TIT-PAGO-DEPOIS

           IF WS-TOT-PED-QTD-DEPOIS    NOT EQUAL WS-TOT-PED-QTD-ANTES
           OR WS-TOT-PED-VALOR-DEPOIS  NOT EQUAL WS-TOT-PED-VALOR-ANTES
           OR WS-TOT-TIT-QTD-DEPOIS    NOT EQUAL WS-TOT-TIT-QTD-ANTES
           OR WS-TOT-TIT-VALOR-DEPOIS  NOT EQUAL WS-TOT-TIT-VALOR-ANTES
           OR WS-TOT-TIT-PAGO-DEPOIS   NOT EQUAL WS-TOT-TIT-PAGO-ANTES
              MOVE "S"                 TO WS-SW-DIVERGENTE
           END-IF

           .
       2760-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CORPO DO CERTIFICADO: TITULARES (SEM O NOME E O CPF            *
      * ORIGINAIS), ARQUIVOS TRATADOS, TOTAIS FINANCEIROS E TOTAL      *
      *----------------------------------------------------------------*
       2800-EMITE-CERTIFICADO          SECTION.

           IF WS-QTD-TIT               EQUAL ZEROS
              MOVE "NENHUM TITULAR COM EXCLUSAO ANTERIOR AO CORTE - NADA
      -            " FOI ALTERADO"    TO REG-REL-ANONIMIZACAO
              WRITE REG-REL-ANONIMIZACAO
           ELSE
              MOVE WS-LIN-CAB-TITULARES
                                       TO REG-REL-ANONIMIZACAO
              WRITE REG-REL-ANONIMIZACAO
              MOVE WS-LIN-SEPARADOR    TO REG-REL-ANONIMIZACAO
              WRITE REG-REL-ANONIMIZACAO

              PERFORM 2810-IMPRIME-TITULAR
                      VARYING WS-IDX-TIT FROM 1 BY 1
                      UNTIL WS-IDX-TIT GREATER WS-QTD-TIT
           END-IF

           IF TABELA-CHEIA
              MOVE "LIMITE DE 2000 TITULARES POR EXECUCAO ATINGIDO - EXE
      -            "CUTE NOVAMENTE PARA OS DEMAIS"
                                       TO REG-REL-ANONIMIZACAO
              WRITE REG-REL-ANONIMIZACAO
           END-IF

           IF WS-QTD-ATIVOS            GREATER ZEROS
              MOVE WS-LIN-SEPARADOR    TO REG-REL-ANONIMIZACAO
              WRITE REG-REL-ANONIMIZACAO
              MOVE WS-LIN-CAB-ARQUIVOS TO REG-REL-ANONIMIZACAO
              WRITE REG-REL-ANONIMIZACAO
              MOVE WS-LIN-SEPARADOR    TO REG-REL-ANONIMIZACAO
              WRITE REG-REL-ANONIMIZACAO

              PERFORM 2820-IMPRIME-ARQUIVO
                      VARYING WS-IDX-ARQ FROM 1 BY 1
                      UNTIL WS-IDX-ARQ GREATER 13

              MOVE WS-LIN-SEPARADOR    TO REG-REL-ANONIMIZACAO
              WRITE REG-REL-ANONIMIZACAO

              MOVE "ANTES  - "         TO WS-LFP-MOMENTO
                                          WS-LFT-MOMENTO
              MOVE WS-TOT-PED-QTD-ANTES
                                       TO WS-LFP-QTD
              MOVE WS-TOT-PED-VALOR-ANTES
                                       TO WS-LFP-VALOR
              MOVE WS-TOT-TIT-QTD-ANTES
                                       TO WS-LFT-QTD
              MOVE WS-TOT-TIT-VALOR-ANTES
                                       TO WS-LFT-VALOR
              MOVE WS-TOT-TIT-PAGO-ANTES
                                       TO WS-LFT-PAGO
              PERFORM 2830-IMPRIME-FINANCEIRO

              MOVE "DEPOIS - "         TO WS-LFP-MOMENTO
                                          WS-LFT-MOMENTO
              MOVE WS-TOT-PED-QTD-DEPOIS
                                       TO WS-LFP-QTD
              MOVE WS-TOT-PED-VALOR-DEPOIS
                                       TO WS-LFP-VALOR
              MOVE WS-TOT-TIT-QTD-DEPOIS
                                       TO WS-LFT-QTD
              MOVE WS-TOT-TIT-VALOR-DEPOIS
                                       TO WS-LFT-VALOR
              MOVE WS-TOT-TIT-PAGO-DEPOIS
                                       TO WS-LFT-PAGO
              PERFORM 2830-IMPRIME-FINANCEIRO

              IF TOTAIS-DIVERGENTES
                 MOVE "TOTAIS FINANCEIROS DIVERGENTES ANTES E DEPOIS DA 
      -            "ANONIMIZACAO - CONFERIR PEDIDOS E TITULOS"
                                       TO REG-REL-ANONIMIZACAO
              ELSE
                 MOVE "TOTAIS FINANCEIROS CONFEREM ANTES E DEPOIS DA ANO
      -            "NIMIZACAO - PEDIDOS E TITULOS PRESERVADOS"
                                       TO REG-REL-ANONIMIZACAO
              END-IF
              WRITE REG-REL-ANONIMIZACAO
           END-IF

           MOVE WS-QTD-ATIVOS          TO WS-TOT-TITULARES
           MOVE WS-QTD-REGISTROS       TO WS-TOT-REGISTROS

           MOVE WS-LIN-SEPARADOR       TO REG-REL-ANONIMIZACAO
           WRITE REG-REL-ANONIMIZACAO
           MOVE WS-LIN-TOTAL           TO REG-REL-ANONIMIZACAO
           WRITE REG-REL-ANONIMIZACAO

           .
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME UM TITULAR                                             *
      *----------------------------------------------------------------*
       2810-IMPRIME-TITULAR            SECTION.

           MOVE WS-TIT-COD(WS-IDX-TIT) TO WS-LTI-COD
           MOVE WS-TIT-DATA-EXC(WS-IDX-TIT)
                                       TO WS-DATA-AUX-N
           PERFORM 2280-EDITA-DATA
           MOVE WS-DATA-EDITADA        TO WS-LTI-DATA
           MOVE WS-TIT-DOC-MASC(WS-IDX-TIT)
                                       TO WS-LTI-DOC
           MOVE WS-TIT-QTD-REG(WS-IDX-TIT)
                                       TO WS-LTI-QTD

           IF WS-TIT-SITUACAO(WS-IDX-TIT)
                                       EQUAL "A"
              MOVE "ANONIMIZADO"       TO WS-LTI-SITUACAO
           ELSE
              MOVE "NAO ANONIMIZADO - MASCARA JA EM USO NO CADASTRO"
                                       TO WS-LTI-SITUACAO
           END-IF

           MOVE WS-LIN-TITULAR         TO REG-REL-ANONIMIZACAO
           WRITE REG-REL-ANONIMIZACAO

           .
       2810-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME UM ARQUIVO TRATADO E ACUMULA OS REGISTROS ALTERADOS    *
      *----------------------------------------------------------------*
       2820-IMPRIME-ARQUIVO            SECTION.

           MOVE WS-NOME-ARQ(WS-IDX-ARQ)
                                       TO WS-LAR-NOME
           MOVE WS-ARQ-LIDOS(WS-IDX-ARQ)
                                       TO WS-LAR-LIDOS
           MOVE WS-ARQ-ALTERADOS(WS-IDX-ARQ)
                                       TO WS-LAR-ALTERADOS
           MOVE WS-ARQ-SITUACAO(WS-IDX-ARQ)
                                       TO WS-LAR-SITUACAO

           ADD WS-ARQ-ALTERADOS(WS-IDX-ARQ)
                                       TO WS-QTD-REGISTROS

           MOVE WS-LIN-ARQUIVO         TO REG-REL-ANONIMIZACAO
           WRITE REG-REL-ANONIMIZACAO

           .
       2820-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME AS LINHAS DE TOTAIS FINANCEIROS (PEDIDOS E TITULOS)    *
      *----------------------------------------------------------------*
       2830-IMPRIME-FINANCEIRO         SECTION.

           MOVE WS-LIN-FIN-PEDIDOS     TO REG-REL-ANONIMIZACAO
           WRITE REG-REL-ANONIMIZACAO

           MOVE WS-LIN-FIN-TITULOS     TO REG-REL-ANONIMIZACAO
           WRITE REG-REL-ANONIMIZACAO

           .
       2830-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA BINARIA DE WS-COD-PROCURA NA TABELA DE TITULARES - SO  *
      * TITULAR A ANONIMIZAR ('A') CONTA COMO ENCONTRADO               *
      *----------------------------------------------------------------*
       2900-PROCURA-TITULAR            SECTION.

           MOVE "N"                    TO WS-SW-ACHOU
                                          WS-SW-FIM-BUSCA
           MOVE 1                      TO WS-BUSCA-INI
           MOVE WS-QTD-TIT             TO WS-BUSCA-FIM

           PERFORM 2905-PASSO-BUSCA UNTIL FIM-BUSCA

           .
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UM PASSO DA PROCURA BINARIA                                    *
      *----------------------------------------------------------------*
       2905-PASSO-BUSCA                SECTION.

           IF WS-BUSCA-INI             GREATER WS-BUSCA-FIM
              MOVE "S"                 TO WS-SW-FIM-BUSCA
           ELSE
              COMPUTE WS-BUSCA-MEIO = (WS-BUSCA-INI + WS-BUSCA-FIM) / 2

              EVALUATE TRUE
                  WHEN WS-TIT-COD(WS-BUSCA-MEIO)
                                       EQUAL WS-COD-PROCURA
                       MOVE "S"        TO WS-SW-FIM-BUSCA
                       IF WS-TIT-SITUACAO(WS-BUSCA-MEIO)
                                       EQUAL "A"
                          MOVE WS-BUSCA-MEIO
                                       TO WS-IDX-ACHADO
                          PERFORM 2910-PREPARA-MASCARAS
                          MOVE "S"     TO WS-SW-ACHOU
                       END-IF
                  WHEN WS-TIT-COD(WS-BUSCA-MEIO)
                                       LESS WS-COD-PROCURA
                       COMPUTE WS-BUSCA-INI = WS-BUSCA-MEIO + 1
                  WHEN OTHER
                       COMPUTE WS-BUSCA-FIM = WS-BUSCA-MEIO - 1
              END-EVALUATE
           END-IF

           .
       2905-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA O NOME E O DOCUMENTO MASCARADOS DO TITULAR ACHADO        *
      *----------------------------------------------------------------*
       2910-PREPARA-MASCARAS           SECTION.

           MOVE WS-TIT-COD(WS-IDX-ACHADO)
                                       TO WS-NM-COD
           MOVE WS-TIT-DOC-MASC(WS-IDX-ACHADO)
                                       TO WS-DOC-MASCARA

           .
       2910-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           CLOSE ARQ-CLIENTE
                 ARQ-CONTATO
                 ARQ-PROSPECTO
                 ARQ-PEDIDO
                 ARQ-TITULO
                 ARQ-DISTRIB
                 ARQ-DIS-ARQ
                 ARQ-CHURN
                 ARQ-CHU-ARQ
                 ARQ-AUD-HIS
                 ARQ-AUD-ARQ
                 ARQ-RET-CADASTRO
                 ARQ-CLI-G1
                 ARQ-CLI-G2
                 ARQ-CLI-G3
                 ARQ-ANO-TRAB
                 ARQ-AUDITORIA
                 ARQ-REL-ANONIMIZA

           GOBACK

           .
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF082P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF082P.
      *----------------------------------------------------------------*
