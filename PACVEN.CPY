      *----------------------------------------------------------------*
      * COPY.....: PACVEN.CPY                                          *
      * OBJETIVO.: LAYOUT DO PACOTE DE DADOS PARA O DISPOSITIVO DO     *
      *            VENDEDOR (ArqPacoteVendedor), GERADO PELO PGFJF077P *
      *            - POR VENDEDOR UM HEADER COM O NUMERO DE GERACAO E  *
      *            A DATA DO ROTEIRO, OS CLIENTES DA CARTEIRA VIGENTE  *
      *            COM COORDENADAS E CREDITO DISPONIVEL, OS TITULOS EM *
      *            ABERTO, AS PARADAS DO ROTEIRO DO DIA, OS PRECOS DOS *
      *            PRODUTOS ATIVOS NAS REGIOES DA CARTEIRA E O         *
      *            REGISTRO DE CONTROLE COM AS CONTAGENS, PARA O       *
      *            DISPOSITIVO CONFERIR A CARGA E RECUSAR PACOTE       *
      *            DESATUALIZADO                                       *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-PACOTE-VENDEDOR.
           05  COD-VENDEDOR-PAC        PIC  9(003).
           05  TIPO-REG-PAC            PIC  X(001).
               88  PAC-HEADER              VALUE 'H'.
               88  PAC-CLIENTE             VALUE 'L'.
               88  PAC-TITULO              VALUE 'R'.
               88  PAC-PARADA              VALUE 'P'.
               88  PAC-PRODUTO             VALUE 'M'.
               88  PAC-CONTROLE            VALUE 'T'.
           05  DADOS-PAC               PIC  X(170).
           05  DADOS-HEADER-PAC REDEFINES DADOS-PAC.
               10  NUM-GERACAO-HDR-PAC PIC  9(006).
               10  DATA-GERACAO-PAC    PIC  9(008).
               10  HORA-GERACAO-PAC    PIC  9(006).
               10  DATA-ROTA-HDR-PAC   PIC  9(008).
               10  NOME-VENDEDOR-PAC   PIC  X(040).
               10  FILLER              PIC  X(102).
           05  DADOS-CLIENTE-PAC REDEFINES DADOS-PAC.
               10  COD-CLIENTE-PAC     PIC  9(007).
               10  CNPJ-PAC            PIC  9(014).
               10  TIPO-DOC-PAC        PIC  X(001).
               10  RAZAO-SOCIAL-PAC    PIC  X(040).
               10  LATITUDE-PAC        PIC S9(003)V9(008).
               10  LONGITUDE-PAC       PIC S9(003)V9(008).
               10  CIDADE-PAC          PIC  X(030).
               10  UF-PAC              PIC  X(002).
               10  COD-REGIAO-PAC      PIC  9(003).
               10  CLASSE-ABC-PAC      PIC  X(001).
               10  LIMITE-CREDITO-PAC  PIC  9(009)V9(002).
               10  SALDO-ABERTO-PAC    PIC  9(009)V9(002).
               10  EXPOSICAO-PAC       PIC  9(009)V9(002).
               10  CREDITO-DISP-PAC    PIC  9(009)V9(002).
               10  SW-SEM-LIMITE-PAC   PIC  X(001).
                   88  PAC-SEM-LIMITE      VALUE 'S'.
               10  FILLER              PIC  X(005).
           05  DADOS-TITULO-PAC REDEFINES DADOS-PAC.
               10  NUM-TITULO-PAC      PIC  9(009).
               10  COD-CLIENTE-TIT-PAC PIC  9(007).
               10  DATA-EMISSAO-PAC    PIC  9(008).
               10  DATA-VENCIMENTO-PAC PIC  9(008).
               10  VALOR-TIT-PAC       PIC  9(009)V9(002).
               10  VALOR-PAGO-PAC      PIC  9(009)V9(002).
               10  SALDO-TIT-PAC       PIC  9(009)V9(002).
               10  ESTAGIO-COBR-PAC    PIC  9(001).
               10  FILLER              PIC  X(104).
           05  DADOS-PARADA-PAC REDEFINES DADOS-PAC.
               10  DATA-ROTA-PAC       PIC  9(008).
               10  SEQ-PARADA-PAC      PIC  9(003).
               10  COD-CLIENTE-PAR-PAC PIC  9(007).
               10  LAT-PARADA-PAC      PIC S9(003)V9(008).
               10  LON-PARADA-PAC      PIC S9(003)V9(008).
               10  DIST-TRECHO-PAC     PIC  9(009)V9(002).
               10  FILLER              PIC  X(119).
           05  DADOS-PRODUTO-PAC REDEFINES DADOS-PAC.
               10  COD-PRODUTO-PAC     PIC  9(005).
               10  DESCRICAO-PROD-PAC  PIC  X(040).
               10  COD-REGIAO-PROD-PAC PIC  9(003).
               10  PRECO-BASE-PAC      PIC  9(007)V9(002).
               10  PRECO-CLASSE-A-PAC  PIC  9(007)V9(002).
               10  PRECO-CLASSE-B-PAC  PIC  9(007)V9(002).
               10  PRECO-CLASSE-C-PAC  PIC  9(007)V9(002).
               10  FILLER              PIC  X(086).
           05  DADOS-CONTROLE-PAC REDEFINES DADOS-PAC.
               10  NUM-GERACAO-PAC     PIC  9(006).
               10  DATA-ROTA-CTL-PAC   PIC  9(008).
               10  QTD-CLIENTES-PAC    PIC  9(007).
               10  QTD-TITULOS-PAC     PIC  9(007).
               10  QTD-PARADAS-PAC     PIC  9(007).
               10  QTD-PRODUTOS-PAC    PIC  9(007).
               10  QTD-REGISTROS-PAC   PIC  9(007).
               10  HASH-CLIENTES-PAC   PIC  9(013).
               10  TOTAL-SALDO-PAC     PIC  9(013)V9(002).
               10  FILLER              PIC  X(093).
