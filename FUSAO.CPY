      *----------------------------------------------------------------*
      * COPY.....: FUSAO.CPY                                           *
      * OBJETIVO.: LAYOUT DO ARQUIVO DE FUSOES DE CLIENTES             *
      *            (ArqFusaoCliente), GRAVADO PELO PGFJF081P - UM      *
      *            REGISTRO POR CLIENTE RETIRADO (CHAVE), COM O        *
      *            CLIENTE SOBREVIVENTE QUE RECEBEU O SEU MOVIMENTO,   *
      *            QUANDO E POR QUEM A FUSAO FOI FEITA E AS            *
      *            QUANTIDADES MOVIDAS DE CADA ARQUIVO - PERMITE A     *
      *            CONSULTA DE HISTORICO (PGFJF031P) ACHAR O CODIGO    *
      *            ANTIGO                                              *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-FUSAO-CLIENTE.
           05  COD-CLIENTE-RET-FUS     PIC  9(007).
           05  COD-CLIENTE-SOB-FUS     PIC  9(007).
           05  DATA-FUS                PIC  9(008).
           05  HORA-FUS                PIC  9(006).
           05  OPERADOR-FUS            PIC  X(008).
           05  QTD-PEDIDOS-FUS         PIC  9(005).
           05  QTD-TITULOS-FUS         PIC  9(005).
           05  QTD-VISITAS-FUS         PIC  9(005).
           05  QTD-FIXACOES-FUS        PIC  9(003).
           05  QTD-CONTATOS-FUS        PIC  9(003).
