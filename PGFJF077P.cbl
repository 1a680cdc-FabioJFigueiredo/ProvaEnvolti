       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     PGFJF077P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: PGFJF077P                                       *
      * ANALISTA.....: FABIO FIGUEIREDO                                *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: GERAR O PACOTE DE DADOS DE CADA VENDEDOR PARA O *
      *                DISPOSITIVO DE CAMPO (ArqPacoteVendedor): A     *
      *                CARTEIRA VIGENTE DO ArqUltimaDistribuicao COM   *
      *                AS COORDENADAS DO CLIENTE, O SALDO DOS TITULOS  *
      *                EM ABERTO E O CREDITO DISPONIVEL (LIMITE MENOS  *
      *                A EXPOSICAO, CALCULADA COMO NO BLOQUEIO DE      *
      *                PEDIDOS DO PGFJF016P), OS TITULOS EM ABERTO, AS *
      *                PARADAS DO ROTEIRO DO DIA GRAVADO PELO          *
      *                PGFJF036P E OS PRODUTOS ATIVOS COM O PRECO      *
      *                VIGENTE (PGFJF061P) NAS REGIOES DA CARTEIRA. O  *
      *                PACOTE TERMINA COM O REGISTRO DE CONTROLE       *
      *                (CONTAGENS, TOTAIS E NUMERO DE GERACAO, QUE     *
      *                SOBE A CADA PACOTE DO VENDEDOR E FICA NO        *
      *                ArqControlePacote), PARA O DISPOSITIVO CONFERIR *
      *                A CARGA E RECUSAR PACOTE DESATUALIZADO. TODO    *
      *                VENDEDOR ATIVO RECEBE PACOTE, MESMO SEM         *
      *                CARTEIRA                                        *
      * ARQUIVOS.....: ArqVendedor, ArqUltimaDistribuicao, ArqCliente, *
      *                ArqPedido, ArqTitulo, ArqRotaKm, ArqProduto,    *
      *                ArqTrabPacote, ArqTrabPrecoPacote,              *
      *                ArqPacoteVendedor, ArqControlePacote            *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                          *
      * 15/10/2026 FJF              DATA DO ROTEIRO PADRAO APURADA POR *
      *                             VENDEDOR COM OS FERIADOS DA UF DO  *
      *                             VENDEDOR, COMO NO PGFJF036P;       *
      *                             CARTEIRA E TITULOS SO DE VENDEDOR  *
      *                             ATIVO (O MESMO FILTRO DO HEADER)   *
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
           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR
                       ALTERNATE RECORD KEY IS CPF
                       ALTERNATE RECORD KEY IS NOME-VENDEDOR
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.

           SELECT ARQ-ULT-DISTRIB    ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-ULT
                                FILE STATUS IS WS-FL-STATUS-ULT.

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

           SELECT ARQ-ROTA-KM        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-RKM
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-RKM.

           SELECT ARQ-PRODUTO        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-PRODUTO
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PRO.

           SELECT ARQ-TRAB-PACOTE    ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-TPC
                                FILE STATUS IS WS-FL-STATUS-TPC.

           SELECT ARQ-TRAB-PRECO     ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-PPC
                                FILE STATUS IS WS-FL-STATUS-PPC.

           SELECT ARQ-PACOTE-VEND    ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-PAC.

           SELECT ARQ-CONTROLE-PAC   ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR-CPC
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CPC.

           SELECT ARQ-SORT-PAC       ASSIGN TO DISK.

      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "VENDEDOR.CPY".

       FD  ARQ-ULT-DISTRIB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqUltimaDistribuicao'.
       COPY "ULTDIST.CPY".

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

       FD  ARQ-ROTA-KM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRotaKm'.
       COPY "ROTAKM.CPY".

       FD  ARQ-PRODUTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqProduto'.
       COPY "PRODUTO.CPY".

       FD  ARQ-TRAB-PACOTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTrabPacote'.
       COPY "TRBPAC.CPY".

       FD  ARQ-TRAB-PRECO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTrabPrecoPacote'.
       COPY "PRCPAC.CPY".

       FD  ARQ-PACOTE-VEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPacoteVendedor'.
       COPY "PACVEN.CPY".

       FD  ARQ-CONTROLE-PAC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqControlePacote'.
       COPY "CTLPAC.CPY".

       SD  ARQ-SORT-PAC.
       01  REG-SORT-PAC.
           05  SRT-COD-VENDEDOR        PIC  9(003).
           05  SRT-ORDEM               PIC  9(001).
               88  SRT-VENDEDOR            VALUE 0.
               88  SRT-CLIENTE             VALUE 1.
               88  SRT-TITULO              VALUE 2.
           05  SRT-CHAVE               PIC  9(009).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-ULT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PED            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TIT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RKM            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PRO            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TPC            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PPC            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PAC            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CPC            PIC  X(002)         VALUE "00".

       77  WS-SW-FIM-SORT              PIC  X(001)         VALUE "N".
           88  FIM-SORT                     VALUE "S".
       77  WS-SW-TEM-TITULO            PIC  X(001)         VALUE "N".
           88  TEM-ARQ-TITULO               VALUE "S".
       77  WS-SW-TEM-ROTA              PIC  X(001)         VALUE "N".
           88  TEM-ARQ-ROTA                 VALUE "S".
       77  WS-SW-TEM-PRODUTO           PIC  X(001)         VALUE "N".
           88  TEM-ARQ-PRODUTO              VALUE "S".
       77  WS-SW-ACHOU-TITULO          PIC  X(001)         VALUE "N".
           88  ACHOU-TITULO                 VALUE "S".
       77  WS-SW-ACHOU-CONTROLE        PIC  X(001)         VALUE "N".
           88  ACHOU-CONTROLE               VALUE "S".
       77  WS-SW-VEND-ABERTO           PIC  X(001)         VALUE "N".
           88  VEND-ABERTO                  VALUE "S".
       77  WS-SW-FIM-LEITURA           PIC  X(001)         VALUE "N".
           88  FIM-LEITURA                  VALUE "S".

       77  WS-DATA-HOJE                PIC  9(008)         VALUE ZEROS.
       77  WS-HORA-GERACAO             PIC  9(006)         VALUE ZEROS.
       77  WS-DATA-ROTA                PIC  9(008)         VALUE ZEROS.
       77  WS-VEND-CORRENTE            PIC  9(003)         VALUE ZEROS.
       77  WS-NUM-GERACAO              PIC  9(006)         VALUE ZEROS.
       77  WS-SALDO-PEDIDO             PIC S9(009)V9(002)  VALUE ZEROS.
       77  WS-COD-REGIAO               PIC  9(003)         VALUE ZEROS.
       77  WS-IDX-REG                  PIC  9(004)         VALUE ZEROS.
       77  WS-CLASSE-BUS               PIC  X(001)         VALUE SPACES.
       77  WS-PRECO-BUS                PIC  9(007)V9(002)  VALUE ZEROS.

      *----------------------------------------------------------------*
      * CONTADORES DO PACOTE DO VENDEDOR E DA EXECUCAO                 *
      *----------------------------------------------------------------*
       77  WS-QTD-CLIENTES             PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-TITULOS              PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-PARADAS              PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-PRODUTOS             PIC  9(007)         VALUE ZEROS.
       77  WS-QTD-REG-VEND             PIC  9(007)         VALUE ZEROS.
       77  WS-HASH-CLIENTES            PIC  9(013)         VALUE ZEROS.
       77  WS-TOTAL-SALDO              PIC  9(013)V9(002)  VALUE ZEROS.
       77  WS-QTD-PACOTES              PIC  9(005)         VALUE ZEROS.
       77  WS-QTD-REGISTROS            PIC  9(007)         VALUE ZEROS.
       77  WS-ED-QTD                   PIC  ZZZZZZ9.

      *----------------------------------------------------------------*
      * REGIOES DA CARTEIRA DO VENDEDOR E REGIOES COM PRECO JA APURADO *
      * NO ARQUIVO DE TRABALHO - POSICAO = CODIGO DA REGIAO + 1        *
      *----------------------------------------------------------------*
       01  WS-TAB-REGIAO-VEND.
           05  WS-REGIAO-VEND          PIC  X(001)
                                       OCCURS 1000 TIMES.
       01  WS-TAB-REGIAO-PRECO.
           05  WS-REGIAO-PRECO         PIC  X(001)
                                       OCCURS 1000 TIMES.

      *----------------------------------------------------------------*
      * VENDEDORES COM PACOTE NESTA EXECUCAO (ATIVOS E DENTRO DO       *
      * FILTRO) - POSICAO = CODIGO DO VENDEDOR                         *
      *----------------------------------------------------------------*
       01  WS-TAB-VEND-PACOTE.
           05  WS-VEND-PACOTE          PIC  X(001)
                                       OCCURS 999 TIMES.

      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-PGFJF048                 PIC  X(009)         VALUE
           'PGFJF048P'.
       01  WS-PGFJF061                 PIC  X(009)         VALUE
           'PGFJF061P'.

       COPY LNKG048L.
       COPY LNKG061L.

      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY LNKG077L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING LNKG077L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-GERA-PACOTES
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - CONFERE A DATA DO ROTEIRO INFORMADA  *
      * (SEM DATA, CADA PACOTE USA O PROXIMO DIA UTIL APOS HOJE NA UF  *
      * DO VENDEDOR - 2535-DATA-ROTA-VENDEDOR)                         *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-LNKG077
                                          QTD-PACOTES-LNKG077
                                          QTD-REGISTROS-LNKG077
                                          WS-QTD-PACOTES
                                          WS-QTD-REGISTROS
           MOVE SPACES                 TO MSG-RETORNO-LNKG077
           MOVE "N"                    TO WS-SW-FIM-SORT
                                          WS-SW-VEND-ABERTO
           MOVE ALL "N"                TO WS-TAB-REGIAO-PRECO
                                          WS-TAB-VEND-PACOTE

           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WS-DATA-HOJE
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO WS-HORA-GERACAO

           IF DATA-ROTA-LNKG077        GREATER ZEROS
              IF FUNCTION TEST-DATE-YYYYMMDD(DATA-ROTA-LNKG077)
                                       NOT EQUAL ZEROS
                 MOVE 1                TO COD-RETORNO-LNKG077
                 MOVE "DATA DO ROTEIRO INVALIDA"
                                       TO MSG-RETORNO-LNKG077
                 PERFORM 3000-FINALIZA
              END-IF
              MOVE DATA-ROTA-LNKG077   TO WS-DATA-ROTA
           END-IF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GERA OS PACOTES - APURA A EXPOSICAO POR CLIENTE, CLASSIFICA A  *
      * CARTEIRA E OS TITULOS POR VENDEDOR E GRAVA UM PACOTE POR       *
      * VENDEDOR                                                       *
      *----------------------------------------------------------------*
       2000-GERA-PACOTES               SECTION.

           PERFORM 2100-APURA-EXPOSICAO

           OPEN OUTPUT ARQ-TRAB-PRECO

           IF WS-FL-STATUS-PPC         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG077
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TRABALHO DE PRECOS"
                                       TO MSG-RETORNO-LNKG077
              PERFORM 3000-FINALIZA
           END-IF

           CLOSE ARQ-TRAB-PRECO

           SORT ARQ-SORT-PAC
                ON ASCENDING  KEY SRT-COD-VENDEDOR
                                  SRT-ORDEM
                                  SRT-CHAVE
                INPUT  PROCEDURE IS 2200-SELECIONA-CARTEIRA
                OUTPUT PROCEDURE IS 2500-GRAVA-PACOTES

           MOVE WS-QTD-PACOTES         TO QTD-PACOTES-LNKG077
           MOVE WS-QTD-REGISTROS       TO QTD-REGISTROS-LNKG077

           MOVE WS-QTD-PACOTES         TO WS-ED-QTD
           DISPLAY "PGFJF077P: PACOTES GERADOS......: " WS-ED-QTD
           MOVE WS-QTD-REGISTROS       TO WS-ED-QTD
           DISPLAY "PGFJF077P: REGISTROS GRAVADOS...: " WS-ED-QTD

           MOVE ZEROS                  TO COD-RETORNO-LNKG077
           MOVE "PACOTES GRAVADOS EM ARQPACOTEVENDEDOR"
                                       TO MSG-RETORNO-LNKG077

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APURA POR CLIENTE O SALDO DOS TITULOS EM ABERTO E A EXPOSICAO: *
      * PEDIDO NAO CANCELADO ENTRA PELO SALDO DO TITULO OU, SEM        *
      * TITULO AINDA, PELO VALOR DO PEDIDO (COMO NO PGFJF016P)         *
      *----------------------------------------------------------------*
       2100-APURA-EXPOSICAO            SECTION.

           OPEN OUTPUT ARQ-TRAB-PACOTE

           IF WS-FL-STATUS-TPC         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG077
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TRABALHO"
                                       TO MSG-RETORNO-LNKG077
              PERFORM 3000-FINALIZA
           END-IF

           CLOSE ARQ-TRAB-PACOTE
           OPEN I-O ARQ-TRAB-PACOTE

           MOVE "N"                    TO WS-SW-TEM-TITULO

           OPEN INPUT ARQ-TITULO

           IF WS-FL-STATUS-TIT         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-TEM-TITULO
           END-IF

           OPEN INPUT ARQ-PEDIDO

           IF WS-FL-STATUS-PED         EQUAL ZEROS
              PERFORM 2110-LER-ARQ-PEDIDO

              PERFORM 2120-ACUMULA-PEDIDO UNTIL
                      WS-FL-STATUS-PED NOT EQUAL "00"

              CLOSE ARQ-PEDIDO
           END-IF

           IF TEM-ARQ-TITULO
              CLOSE ARQ-TITULO
           END-IF

           CLOSE ARQ-TRAB-PACOTE

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE PEDIDOS                                  *
      *----------------------------------------------------------------*
       2110-LER-ARQ-PEDIDO             SECTION.

           READ ARQ-PEDIDO NEXT RECORD

           IF WS-FL-STATUS-PED         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG077
              MOVE "ERRO NA LEITURA DO ARQUIVO DE PEDIDO"
                                       TO MSG-RETORNO-LNKG077
              PERFORM 3000-FINALIZA
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA O SALDO DO PEDIDO NA EXPOSICAO DO CLIENTE              *
      *----------------------------------------------------------------*
       2120-ACUMULA-PEDIDO             SECTION.

           IF COD-CLIENTE-PED          GREATER ZEROS
              AND NOT PED-CANCELADO
              MOVE VALOR-PEDIDO        TO WS-SALDO-PEDIDO
              MOVE "N"                 TO WS-SW-ACHOU-TITULO

              IF TEM-ARQ-TITULO
                 MOVE NUM-PEDIDO       TO NUM-TITULO

                 READ ARQ-TITULO

                 IF WS-FL-STATUS-TIT   EQUAL ZEROS
                    MOVE "S"           TO WS-SW-ACHOU-TITULO
                    COMPUTE WS-SALDO-PEDIDO =
                            VALOR-TIT - VALOR-PAGO-TIT
                 END-IF
              END-IF

              IF WS-SALDO-PEDIDO       GREATER ZEROS
                 MOVE COD-CLIENTE-PED  TO COD-CLIENTE-TPC

                 READ ARQ-TRAB-PACOTE

                 IF WS-FL-STATUS-TPC   NOT EQUAL ZEROS
                    INITIALIZE REG-TRAB-PACOTE
                    MOVE COD-CLIENTE-PED
                                       TO COD-CLIENTE-TPC
                 END-IF

                 ADD WS-SALDO-PEDIDO   TO EXPOSICAO-TPC

                 IF ACHOU-TITULO AND TIT-ABERTO
                    ADD WS-SALDO-PEDIDO
                                       TO SALDO-ABERTO-TPC
                 END-IF

                 IF WS-FL-STATUS-TPC   EQUAL ZEROS
                    REWRITE REG-TRAB-PACOTE
                 ELSE
                    WRITE REG-TRAB-PACOTE
                 END-IF
              END-IF
           END-IF

           PERFORM 2110-LER-ARQ-PEDIDO

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCEDIMENTO DE ENTRADA DO SORT - LIBERA OS VENDEDORES ATIVOS, *
      * OS CLIENTES DA CARTEIRA VIGENTE E OS TITULOS EM ABERTO DESSES  *
      * CLIENTES, TODOS PELO VENDEDOR DA CARTEIRA                      *
      *----------------------------------------------------------------*
       2200-SELECIONA-CARTEIRA         SECTION.

           OPEN INPUT ARQ-VENDEDOR
           OPEN INPUT ARQ-ULT-DISTRIB
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-TITULO

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              PERFORM 2210-LER-ARQ-VENDEDOR

              PERFORM 2215-LIBERA-VENDEDOR UNTIL
                      WS-FL-STATUS-VEN NOT EQUAL "00"
           END-IF

           IF WS-FL-STATUS-ULT         EQUAL ZEROS
              PERFORM 2220-LER-ARQ-ULT

              PERFORM 2225-LIBERA-CLIENTE UNTIL
                      WS-FL-STATUS-ULT NOT EQUAL "00"
           END-IF

           IF WS-FL-STATUS-TIT         EQUAL ZEROS
              PERFORM 2230-LER-ARQ-TITULO

              PERFORM 2235-LIBERA-TITULO UNTIL
                      WS-FL-STATUS-TIT NOT EQUAL "00"
           END-IF

           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-ULT-DISTRIB
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-TITULO

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE VENDEDORES                               *
      *----------------------------------------------------------------*
       2210-LER-ARQ-VENDEDOR           SECTION.

           READ ARQ-VENDEDOR NEXT RECORD

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LIBERA O VENDEDOR ATIVO, PARA QUE RECEBA PACOTE MESMO SEM      *
      * CARTEIRA E O DISPOSITIVO NAO FIQUE COM UMA CARTEIRA ANTIGA     *
      *----------------------------------------------------------------*
       2215-LIBERA-VENDEDOR            SECTION.

           IF VEND-ATIVO AND
              (COD-VENDEDOR-LNKG077    EQUAL ZEROS OR
               COD-VENDEDOR            EQUAL COD-VENDEDOR-LNKG077)
              MOVE COD-VENDEDOR        TO SRT-COD-VENDEDOR
              MOVE 0                   TO SRT-ORDEM
              MOVE ZEROS               TO SRT-CHAVE
              RELEASE REG-SORT-PAC
              MOVE "S"                 TO WS-VEND-PACOTE(COD-VENDEDOR)
           END-IF

           PERFORM 2210-LER-ARQ-VENDEDOR

           .
       2215-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE ULTIMA DISTRIBUICAO                      *
      *----------------------------------------------------------------*
       2220-LER-ARQ-ULT                SECTION.

           READ ARQ-ULT-DISTRIB NEXT RECORD

           IF WS-FL-STATUS-ULT         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG077
              MOVE "ERRO NA LEITURA DO ARQUIVO DE ULTIMA DISTRIBUICAO"
                                       TO MSG-RETORNO-LNKG077
              PERFORM 3000-FINALIZA
           END-IF

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LIBERA O CLIENTE NAO EXCLUIDO DA CARTEIRA DO VENDEDOR, SO SE O *
      * VENDEDOR RECEBE PACOTE (ATIVO E DENTRO DO FILTRO)              *
      *----------------------------------------------------------------*
       2225-LIBERA-CLIENTE             SECTION.

           IF COD-VENDEDOR-ULT         GREATER ZEROS
              AND WS-VEND-PACOTE(COD-VENDEDOR-ULT) EQUAL "S"
              MOVE COD-CLIENTE-ULT     TO COD-CLIENTE

              READ ARQ-CLIENTE

              IF WS-FL-STATUS-CLI      EQUAL ZEROS AND
                 NOT CLI-EXCLUIDO
                 MOVE COD-VENDEDOR-ULT TO SRT-COD-VENDEDOR
                 MOVE 1                TO SRT-ORDEM
                 MOVE COD-CLIENTE-ULT  TO SRT-CHAVE
                 RELEASE REG-SORT-PAC
              END-IF
           END-IF

           PERFORM 2220-LER-ARQ-ULT

           .
       2225-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE TITULOS                                  *
      *----------------------------------------------------------------*
       2230-LER-ARQ-TITULO             SECTION.

           READ ARQ-TITULO NEXT RECORD

           IF WS-FL-STATUS-TIT         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-LNKG077
              MOVE "ERRO NA LEITURA DO ARQUIVO DE TITULOS"
                                       TO MSG-RETORNO-LNKG077
              PERFORM 3000-FINALIZA
           END-IF

           .
       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LIBERA O TITULO EM ABERTO COM SALDO PARA O VENDEDOR QUE TEM O  *
      * CLIENTE NA CARTEIRA VIGENTE, SO SE O VENDEDOR RECEBE PACOTE    *
      *----------------------------------------------------------------*
       2235-LIBERA-TITULO              SECTION.

           IF TIT-ABERTO AND
              VALOR-TIT                GREATER VALOR-PAGO-TIT
              MOVE COD-CLIENTE-TIT     TO COD-CLIENTE-ULT

              READ ARQ-ULT-DISTRIB

              IF WS-FL-STATUS-ULT      EQUAL ZEROS
                 AND COD-VENDEDOR-ULT  GREATER ZEROS
                 AND WS-VEND-PACOTE(COD-VENDEDOR-ULT) EQUAL "S"
                 MOVE COD-CLIENTE-TIT  TO COD-CLIENTE

                 READ ARQ-CLIENTE

                 IF WS-FL-STATUS-CLI   EQUAL ZEROS AND
                    NOT CLI-EXCLUIDO
                    MOVE COD-VENDEDOR-ULT
                                       TO SRT-COD-VENDEDOR
                    MOVE 2             TO SRT-ORDEM
                    MOVE NUM-TITULO    TO SRT-CHAVE
                    RELEASE REG-SORT-PAC
                 END-IF
              END-IF
           END-IF

           PERFORM 2230-LER-ARQ-TITULO

           .
       2235-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCEDIMENTO DE SAIDA DO SORT - GRAVA UM PACOTE POR VENDEDOR   *
      *----------------------------------------------------------------*
       2500-GRAVA-PACOTES              SECTION.

           PERFORM 2505-OPEN-PACOTES

           PERFORM 2510-RETORNA-SORT

           PERFORM 2520-TRATA-REGISTRO UNTIL FIM-SORT

           IF VEND-ABERTO
              PERFORM 2600-FECHA-PACOTE
           END-IF

           CLOSE ARQ-PACOTE-VEND
                 ARQ-CONTROLE-PAC
                 ARQ-TRAB-PRECO
                 ARQ-VENDEDOR
                 ARQ-CLIENTE
                 ARQ-TITULO
                 ARQ-TRAB-PACOTE

           IF TEM-ARQ-ROTA
              CLOSE ARQ-ROTA-KM
           END-IF

           IF TEM-ARQ-PRODUTO
              CLOSE ARQ-PRODUTO
           END-IF

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DOS ARQUIVOS DOS PACOTES - O ArqControlePacote E      *
      * CRIADO NA PRIMEIRA GERACAO; ROTEIRO E PRODUTOS SAO OPCIONAIS   *
      *----------------------------------------------------------------*
       2505-OPEN-PACOTES               SECTION.

           OPEN OUTPUT ARQ-PACOTE-VEND

           IF WS-FL-STATUS-PAC         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG077
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PACOTES"
                                       TO MSG-RETORNO-LNKG077
              PERFORM 3000-FINALIZA
           END-IF

           OPEN I-O ARQ-CONTROLE-PAC

           IF WS-FL-STATUS-CPC         EQUAL "35"
              OPEN OUTPUT ARQ-CONTROLE-PAC
              CLOSE ARQ-CONTROLE-PAC
              OPEN I-O ARQ-CONTROLE-PAC
           END-IF

           IF WS-FL-STATUS-CPC         NOT EQUAL ZEROS AND "05"
              CLOSE ARQ-PACOTE-VEND
              MOVE 9                   TO COD-RETORNO-LNKG077
              MOVE "ERRO NA ABERTURA DO CONTROLE DE PACOTES"
                                       TO MSG-RETORNO-LNKG077
              PERFORM 3000-FINALIZA
           END-IF

           OPEN I-O   ARQ-TRAB-PRECO
           OPEN INPUT ARQ-VENDEDOR
                      ARQ-CLIENTE
                      ARQ-TITULO
                      ARQ-TRAB-PACOTE

           MOVE "N"                    TO WS-SW-TEM-ROTA
                                          WS-SW-TEM-PRODUTO

           OPEN INPUT ARQ-ROTA-KM

           IF WS-FL-STATUS-RKM         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-TEM-ROTA
           END-IF

           OPEN INPUT ARQ-PRODUTO

           IF WS-FL-STATUS-PRO         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-TEM-PRODUTO
           END-IF

           .
       2505-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RETORNO DE UM REGISTRO CLASSIFICADO                            *
      *----------------------------------------------------------------*
       2510-RETORNA-SORT               SECTION.

           RETURN ARQ-SORT-PAC
               AT END MOVE "S"         TO WS-SW-FIM-SORT
           END-RETURN

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRATA UM REGISTRO CLASSIFICADO, FECHANDO O PACOTE ANTERIOR E   *
      * ABRINDO O DO VENDEDOR SEGUINTE NA QUEBRA                       *
      *----------------------------------------------------------------*
       2520-TRATA-REGISTRO             SECTION.

           IF NOT VEND-ABERTO OR
              SRT-COD-VENDEDOR         NOT EQUAL WS-VEND-CORRENTE
              IF VEND-ABERTO
                 PERFORM 2600-FECHA-PACOTE
              END-IF
              PERFORM 2530-ABRE-PACOTE
           END-IF

           EVALUATE TRUE
               WHEN SRT-CLIENTE
                    PERFORM 2540-GRAVA-CLIENTE
               WHEN SRT-TITULO
                    PERFORM 2550-GRAVA-TITULO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           PERFORM 2510-RETORNA-SORT

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE O PACOTE DO VENDEDOR - PROXIMO NUMERO DE GERACAO E HEADER *
      *----------------------------------------------------------------*
       2530-ABRE-PACOTE                SECTION.

           MOVE "S"                    TO WS-SW-VEND-ABERTO
           MOVE SRT-COD-VENDEDOR       TO WS-VEND-CORRENTE

           MOVE ZEROS                  TO WS-QTD-CLIENTES
                                          WS-QTD-TITULOS
                                          WS-QTD-PARADAS
                                          WS-QTD-PRODUTOS
                                          WS-QTD-REG-VEND
                                          WS-HASH-CLIENTES
                                          WS-TOTAL-SALDO
           MOVE ALL "N"                TO WS-TAB-REGIAO-VEND

           MOVE WS-VEND-CORRENTE       TO COD-VENDEDOR-CPC

           READ ARQ-CONTROLE-PAC

           IF WS-FL-STATUS-CPC         EQUAL ZEROS
              MOVE "S"                 TO WS-SW-ACHOU-CONTROLE
              IF NUM-GERACAO-CPC       LESS 999999
                 COMPUTE WS-NUM-GERACAO = NUM-GERACAO-CPC + 1
              ELSE
                 MOVE 1                TO WS-NUM-GERACAO
              END-IF
           ELSE
              MOVE "N"                 TO WS-SW-ACHOU-CONTROLE
              MOVE 1                   TO WS-NUM-GERACAO
           END-IF

           MOVE WS-VEND-CORRENTE       TO COD-VENDEDOR

           READ ARQ-VENDEDOR

           IF DATA-ROTA-LNKG077        EQUAL ZEROS
              PERFORM 2535-DATA-ROTA-VENDEDOR
           END-IF

           MOVE SPACES                 TO REG-PACOTE-VENDEDOR
           MOVE WS-VEND-CORRENTE       TO COD-VENDEDOR-PAC
           MOVE "H"                    TO TIPO-REG-PAC
           MOVE WS-NUM-GERACAO         TO NUM-GERACAO-HDR-PAC
           MOVE WS-DATA-HOJE           TO DATA-GERACAO-PAC
           MOVE WS-HORA-GERACAO        TO HORA-GERACAO-PAC
           MOVE WS-DATA-ROTA           TO DATA-ROTA-HDR-PAC

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE NOME-VENDEDOR       TO NOME-VENDEDOR-PAC
           ELSE
              MOVE "VENDEDOR NAO CADASTRADO"
                                       TO NOME-VENDEDOR-PAC
           END-IF

           PERFORM 2590-GRAVA-REGISTRO

           .
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DATA DO ROTEIRO DO VENDEDOR: PROXIMO DIA UTIL APOS HOJE COM OS *
      * FERIADOS DA UF DO VENDEDOR (PGFJF048P), A MESMA REGRA COM QUE  *
      * O PGFJF036P AVANCA OS DIAS DO ROTEIRO                          *
      *----------------------------------------------------------------*
       2535-DATA-ROTA-VENDEDOR         SECTION.

           MOVE 1                      TO COD-FUNCAO-LNKG048
           COMPUTE DATA-LNKG048 = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + 1)

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE UF-VEND             TO UF-LNKG048
           ELSE
              MOVE SPACES              TO UF-LNKG048
           END-IF

           CALL WS-PGFJF048            USING LNKG048L

           IF COD-RETORNO-LNKG048      EQUAL ZEROS
              MOVE DATA-RESULT-LNKG048 TO WS-DATA-ROTA
           ELSE
              MOVE DATA-LNKG048        TO WS-DATA-ROTA
           END-IF

           .
       2535-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O CLIENTE DA CARTEIRA COM O SALDO EM ABERTO E O CREDITO  *
      * DISPONIVEL - LIMITE ZERO E CLIENTE SEM LIMITE                  *
      *----------------------------------------------------------------*
       2540-GRAVA-CLIENTE              SECTION.

           MOVE SRT-CHAVE              TO COD-CLIENTE

           READ ARQ-CLIENTE

           MOVE SPACES                 TO REG-PACOTE-VENDEDOR
           MOVE WS-VEND-CORRENTE       TO COD-VENDEDOR-PAC
           MOVE "L"                    TO TIPO-REG-PAC
           MOVE COD-CLIENTE            TO COD-CLIENTE-PAC
           MOVE CNPJ                   TO CNPJ-PAC
           MOVE TIPO-DOC-CLI           TO TIPO-DOC-PAC
           MOVE RAZAO-SOCIAL           TO RAZAO-SOCIAL-PAC
           MOVE LATITUDE-CLI           TO LATITUDE-PAC
           MOVE LONGITUDE-CLI          TO LONGITUDE-PAC
           MOVE CIDADE-CLI             TO CIDADE-PAC
           MOVE UF-CLI                 TO UF-PAC
           MOVE COD-REGIAO-CLI         TO COD-REGIAO-PAC
           MOVE CLASSE-ABC-CLI         TO CLASSE-ABC-PAC
           MOVE LIMITE-CREDITO-CLI     TO LIMITE-CREDITO-PAC

           MOVE COD-CLIENTE            TO COD-CLIENTE-TPC

           READ ARQ-TRAB-PACOTE

           IF WS-FL-STATUS-TPC         EQUAL ZEROS
              MOVE SALDO-ABERTO-TPC    TO SALDO-ABERTO-PAC
              MOVE EXPOSICAO-TPC       TO EXPOSICAO-PAC
           ELSE
              MOVE ZEROS               TO SALDO-ABERTO-PAC
                                          EXPOSICAO-PAC
           END-IF

           IF LIMITE-CREDITO-CLI       EQUAL ZEROS
              MOVE "S"                 TO SW-SEM-LIMITE-PAC
              MOVE ZEROS               TO CREDITO-DISP-PAC
           ELSE
              MOVE "N"                 TO SW-SEM-LIMITE-PAC
              IF LIMITE-CREDITO-CLI    GREATER EXPOSICAO-PAC
                 COMPUTE CREDITO-DISP-PAC =
                         LIMITE-CREDITO-CLI - EXPOSICAO-PAC
              ELSE
                 MOVE ZEROS            TO CREDITO-DISP-PAC
              END-IF
           END-IF

           COMPUTE WS-IDX-REG = COD-REGIAO-CLI + 1
           MOVE "S"                    TO WS-REGIAO-VEND(WS-IDX-REG)

           ADD 1                       TO WS-QTD-CLIENTES
           ADD COD-CLIENTE             TO WS-HASH-CLIENTES

           PERFORM 2590-GRAVA-REGISTRO

           .
       2540-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O TITULO EM ABERTO DO CLIENTE DA CARTEIRA                *
      *----------------------------------------------------------------*
       2550-GRAVA-TITULO               SECTION.

           MOVE SRT-CHAVE              TO NUM-TITULO

           READ ARQ-TITULO

           MOVE SPACES                 TO REG-PACOTE-VENDEDOR
           MOVE WS-VEND-CORRENTE       TO COD-VENDEDOR-PAC
           MOVE "R"                    TO TIPO-REG-PAC
           MOVE NUM-TITULO             TO NUM-TITULO-PAC
           MOVE COD-CLIENTE-TIT        TO COD-CLIENTE-TIT-PAC
           MOVE DATA-EMISSAO-TIT       TO DATA-EMISSAO-PAC
           MOVE DATA-VENCIMENTO-TIT    TO DATA-VENCIMENTO-PAC
           MOVE VALOR-TIT              TO VALOR-TIT-PAC
           MOVE VALOR-PAGO-TIT         TO VALOR-PAGO-PAC
           COMPUTE SALDO-TIT-PAC = VALOR-TIT - VALOR-PAGO-TIT
           MOVE ESTAGIO-COBR-TIT       TO ESTAGIO-COBR-PAC

           ADD 1                       TO WS-QTD-TITULOS
           ADD SALDO-TIT-PAC           TO WS-TOTAL-SALDO

           PERFORM 2590-GRAVA-REGISTRO

           .
       2550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UM REGISTRO DO PACOTE E CONTA                            *
      *----------------------------------------------------------------*
       2590-GRAVA-REGISTRO             SECTION.

           WRITE REG-PACOTE-VENDEDOR

           IF WS-FL-STATUS-PAC         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG077
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DE PACOTES"
                                       TO MSG-RETORNO-LNKG077
              PERFORM 3000-FINALIZA
           END-IF

           ADD 1                       TO WS-QTD-REG-VEND
                                          WS-QTD-REGISTROS

           .
       2590-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHA O PACOTE DO VENDEDOR - ROTEIRO DO DIA, PRODUTOS,         *
      * REGISTRO DE CONTROLE E ATUALIZACAO DO ArqControlePacote        *
      *----------------------------------------------------------------*
       2600-FECHA-PACOTE               SECTION.

           PERFORM 2610-GRAVA-ROTEIRO

           PERFORM 2620-GRAVA-PRODUTOS
                   VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG GREATER 1000

           PERFORM 2650-GRAVA-CONTROLE

           PERFORM 2660-ATUALIZA-CONTROLE

           ADD 1                       TO WS-QTD-PACOTES

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA AS PARADAS DO ROTEIRO DO VENDEDOR NA DATA DO PACOTE      *
      *----------------------------------------------------------------*
       2610-GRAVA-ROTEIRO              SECTION.

           IF TEM-ARQ-ROTA
              MOVE "N"                 TO WS-SW-FIM-LEITURA

              MOVE WS-VEND-CORRENTE    TO COD-VENDEDOR-RKM
              MOVE WS-DATA-ROTA        TO DATA-ROTA-RKM
              MOVE ZEROS               TO SEQ-RKM

              START ARQ-ROTA-KM KEY IS NOT LESS THAN CHAVE-RKM

              IF WS-FL-STATUS-RKM      NOT EQUAL ZEROS
                 MOVE "S"              TO WS-SW-FIM-LEITURA
              END-IF

              PERFORM 2615-GRAVA-PARADA UNTIL FIM-LEITURA
           END-IF

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A PROXIMA PARADA DO ROTEIRO E GRAVA NO PACOTE               *
      *----------------------------------------------------------------*
       2615-GRAVA-PARADA               SECTION.

           READ ARQ-ROTA-KM NEXT RECORD

           IF WS-FL-STATUS-RKM         EQUAL ZEROS AND
              COD-VENDEDOR-RKM         EQUAL WS-VEND-CORRENTE AND
              DATA-ROTA-RKM            EQUAL WS-DATA-ROTA
              MOVE SPACES              TO REG-PACOTE-VENDEDOR
              MOVE WS-VEND-CORRENTE    TO COD-VENDEDOR-PAC
              MOVE "P"                 TO TIPO-REG-PAC
              MOVE DATA-ROTA-RKM       TO DATA-ROTA-PAC
              MOVE SEQ-RKM             TO SEQ-PARADA-PAC
              MOVE COD-CLIENTE-RKM     TO COD-CLIENTE-PAR-PAC
              MOVE LAT-PARADA-RKM      TO LAT-PARADA-PAC
              MOVE LON-PARADA-RKM      TO LON-PARADA-PAC
              MOVE DIST-TRECHO-RKM     TO DIST-TRECHO-PAC

              ADD 1                    TO WS-QTD-PARADAS

              PERFORM 2590-GRAVA-REGISTRO
           ELSE
              MOVE "S"                 TO WS-SW-FIM-LEITURA
           END-IF

           .
       2615-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA OS PRECOS DOS PRODUTOS DE UMA REGIAO DA CARTEIRA - A     *
      * REGIAO E APURADA UMA VEZ NA EXECUCAO E SERVE A TODOS OS        *
      * VENDEDORES QUE A ATENDEM                                       *
      *----------------------------------------------------------------*
       2620-GRAVA-PRODUTOS             SECTION.

           IF WS-REGIAO-VEND(WS-IDX-REG) EQUAL "S"
              COMPUTE WS-COD-REGIAO = WS-IDX-REG - 1

              IF WS-REGIAO-PRECO(WS-IDX-REG) NOT EQUAL "S"
                 PERFORM 2630-APURA-PRECOS-REGIAO
                 MOVE "S"              TO WS-REGIAO-PRECO(WS-IDX-REG)
              END-IF

              MOVE "N"                 TO WS-SW-FIM-LEITURA

              MOVE WS-COD-REGIAO       TO COD-REGIAO-PPC
              MOVE ZEROS               TO COD-PRODUTO-PPC

              START ARQ-TRAB-PRECO KEY IS NOT LESS THAN CHAVE-PPC

              IF WS-FL-STATUS-PPC      NOT EQUAL ZEROS
                 MOVE "S"              TO WS-SW-FIM-LEITURA
              END-IF

              PERFORM 2625-GRAVA-PRODUTO UNTIL FIM-LEITURA
           END-IF

           .
       2620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE O PROXIMO PRECO DA REGIAO E GRAVA NO PACOTE                 *
      *----------------------------------------------------------------*
       2625-GRAVA-PRODUTO              SECTION.

           READ ARQ-TRAB-PRECO NEXT RECORD

           IF WS-FL-STATUS-PPC         EQUAL ZEROS AND
              COD-REGIAO-PPC           EQUAL WS-COD-REGIAO
              MOVE SPACES              TO REG-PACOTE-VENDEDOR
              MOVE WS-VEND-CORRENTE    TO COD-VENDEDOR-PAC
              MOVE "M"                 TO TIPO-REG-PAC
              MOVE COD-PRODUTO-PPC     TO COD-PRODUTO-PAC
              MOVE DESCRICAO-PPC       TO DESCRICAO-PROD-PAC
              MOVE COD-REGIAO-PPC      TO COD-REGIAO-PROD-PAC
              MOVE PRECO-BASE-PPC      TO PRECO-BASE-PAC
              MOVE PRECO-CLASSE-A-PPC  TO PRECO-CLASSE-A-PAC
              MOVE PRECO-CLASSE-B-PPC  TO PRECO-CLASSE-B-PAC
              MOVE PRECO-CLASSE-C-PPC  TO PRECO-CLASSE-C-PAC

              ADD 1                    TO WS-QTD-PRODUTOS

              PERFORM 2590-GRAVA-REGISTRO
           ELSE
              MOVE "S"                 TO WS-SW-FIM-LEITURA
           END-IF

           .
       2625-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APURA NO ARQUIVO DE TRABALHO O PRECO VIGENTE NA DATA DO        *
      * ROTEIRO DE CADA PRODUTO ATIVO PARA A REGIAO                    *
      *----------------------------------------------------------------*
       2630-APURA-PRECOS-REGIAO        SECTION.

           IF TEM-ARQ-PRODUTO
              MOVE "N"                 TO WS-SW-FIM-LEITURA

              MOVE ZEROS               TO COD-PRODUTO

              START ARQ-PRODUTO KEY IS NOT LESS THAN COD-PRODUTO

              IF WS-FL-STATUS-PRO      NOT EQUAL ZEROS
                 MOVE "S"              TO WS-SW-FIM-LEITURA
              END-IF

              PERFORM 2635-APURA-PRECO-PRODUTO UNTIL FIM-LEITURA
           END-IF

           .
       2630-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APURA O PRECO DO PRODUTO SEM CLASSE E PARA AS CLASSES A, B, C  *
      *----------------------------------------------------------------*
       2635-APURA-PRECO-PRODUTO        SECTION.

           READ ARQ-PRODUTO NEXT RECORD

           IF WS-FL-STATUS-PRO         EQUAL ZEROS
              IF PROD-ATIVO
                 MOVE WS-COD-REGIAO    TO COD-REGIAO-PPC
                 MOVE COD-PRODUTO      TO COD-PRODUTO-PPC
                 MOVE DESCRICAO-PROD   TO DESCRICAO-PPC

                 MOVE SPACES           TO WS-CLASSE-BUS
                 PERFORM 2640-PRECO-VIGENTE
                 MOVE WS-PRECO-BUS     TO PRECO-BASE-PPC

                 MOVE "A"              TO WS-CLASSE-BUS
                 PERFORM 2640-PRECO-VIGENTE
                 MOVE WS-PRECO-BUS     TO PRECO-CLASSE-A-PPC

                 MOVE "B"              TO WS-CLASSE-BUS
                 PERFORM 2640-PRECO-VIGENTE
                 MOVE WS-PRECO-BUS     TO PRECO-CLASSE-B-PPC

                 MOVE "C"              TO WS-CLASSE-BUS
                 PERFORM 2640-PRECO-VIGENTE
                 MOVE WS-PRECO-BUS     TO PRECO-CLASSE-C-PPC

                 WRITE REG-PRECO-PACOTE
              END-IF
           ELSE
              MOVE "S"                 TO WS-SW-FIM-LEITURA
           END-IF

           .
       2635-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PRECO VIGENTE PELA TABELA (PGFJF061P) - SEM TABELA VALE O      *
      * PRECO DO MESTRE DE PRODUTOS, COMO NO PEDIDO                    *
      *----------------------------------------------------------------*
       2640-PRECO-VIGENTE              SECTION.

           MOVE 4                      TO COD-FUNCAO-LNKG061
           MOVE COD-PRODUTO            TO COD-PRODUTO-LNKG061
           MOVE WS-COD-REGIAO          TO COD-REGIAO-LNKG061
           MOVE WS-DATA-ROTA           TO DATA-VIGENCIA-LNKG061
           MOVE WS-CLASSE-BUS          TO CLASSE-ABC-LNKG061

           CALL WS-PGFJF061            USING LNKG061L

           IF COD-RETORNO-LNKG061      EQUAL ZEROS AND
              PRECO-VIGENTE-LNKG061    GREATER ZEROS
              MOVE PRECO-VIGENTE-LNKG061
                                       TO WS-PRECO-BUS
           ELSE
              MOVE PRECO-UNIT-PROD     TO WS-PRECO-BUS
           END-IF

           .
       2640-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O REGISTRO DE CONTROLE QUE FECHA O PACOTE DO VENDEDOR    *
      *----------------------------------------------------------------*
       2650-GRAVA-CONTROLE             SECTION.

           MOVE SPACES                 TO REG-PACOTE-VENDEDOR
           MOVE WS-VEND-CORRENTE       TO COD-VENDEDOR-PAC
           MOVE "T"                    TO TIPO-REG-PAC
           MOVE WS-NUM-GERACAO         TO NUM-GERACAO-PAC
           MOVE WS-DATA-ROTA           TO DATA-ROTA-CTL-PAC
           MOVE WS-QTD-CLIENTES        TO QTD-CLIENTES-PAC
           MOVE WS-QTD-TITULOS         TO QTD-TITULOS-PAC
           MOVE WS-QTD-PARADAS         TO QTD-PARADAS-PAC
           MOVE WS-QTD-PRODUTOS        TO QTD-PRODUTOS-PAC
           COMPUTE QTD-REGISTROS-PAC = WS-QTD-REG-VEND + 1
           MOVE WS-HASH-CLIENTES       TO HASH-CLIENTES-PAC
           MOVE WS-TOTAL-SALDO         TO TOTAL-SALDO-PAC

           PERFORM 2590-GRAVA-REGISTRO

           .
       2650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA NO ArqControlePacote A GERACAO E AS CONTAGENS DO PACOTE *
      *----------------------------------------------------------------*
       2660-ATUALIZA-CONTROLE          SECTION.

           MOVE WS-VEND-CORRENTE       TO COD-VENDEDOR-CPC
           MOVE WS-NUM-GERACAO         TO NUM-GERACAO-CPC
           MOVE WS-DATA-HOJE           TO DATA-GERACAO-CPC
           MOVE WS-HORA-GERACAO        TO HORA-GERACAO-CPC
           MOVE WS-DATA-ROTA           TO DATA-ROTA-CPC
           MOVE WS-QTD-CLIENTES        TO QTD-CLIENTES-CPC
           MOVE WS-QTD-TITULOS         TO QTD-TITULOS-CPC
           MOVE WS-QTD-PARADAS         TO QTD-PARADAS-CPC
           MOVE WS-QTD-PRODUTOS        TO QTD-PRODUTOS-CPC
           MOVE WS-QTD-REG-VEND        TO QTD-REGISTROS-CPC

           IF ACHOU-CONTROLE
              REWRITE REG-CONTROLE-PACOTE
           ELSE
              WRITE REG-CONTROLE-PACOTE
           END-IF

           IF WS-FL-STATUS-CPC         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-LNKG077
              MOVE "ERRO NA GRAVACAO DO CONTROLE DE PACOTES"
                                       TO MSG-RETORNO-LNKG077
              PERFORM 3000-FINALIZA
           END-IF

           .
       2660-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           DISPLAY "PGFJF077P: " MSG-RETORNO-LNKG077

           MOVE COD-RETORNO-LNKG077    TO RETURN-CODE

           GOBACK

           .
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA PGFJF077P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     PGFJF077P.
      *----------------------------------------------------------------*
