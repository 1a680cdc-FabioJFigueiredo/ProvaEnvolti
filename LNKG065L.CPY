      *----------------------------------------------------------------*
      * COPY.....: LNKG065L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF065P (DEVOLUCOES E   *
      *            NOTAS DE CREDITO)                                   *
      *            FUNCOES: 0 CONSULTA O PEDIDO FATURADO E DEVOLVE OS  *
      *            ITENS COM A QUANTIDADE JA DEVOLVIDA, 1 REGISTRA A   *
      *            DEVOLUCAO (QUANTIDADES EM QTD-DEVOLVER-LNKG065; NO  *
      *            PEDIDO SEM ITENS, O VALOR EM VALOR-DEVOLUCAO-       *
      *            LNKG065), 2 RELATORIO MENSAL DE DEVOLUCOES POR      *
      *            VENDEDOR E MOTIVO DO ANO/MES INFORMADO              *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG065L.
           05  COD-FUNCAO-LNKG065      PIC  9(001).
           05  ID-OPERADOR-LNKG065     PIC  X(008).
           05  COD-RETORNO-LNKG065     PIC  9(001).
           05  MSG-RETORNO-LNKG065     PIC  X(050).
           05  NUM-PEDIDO-LNKG065      PIC  9(009).
           05  COD-CLIENTE-LNKG065     PIC  9(007).
           05  COD-VENDEDOR-LNKG065    PIC  9(003).
           05  DATA-PEDIDO-LNKG065     PIC  9(008).
           05  VALOR-PEDIDO-LNKG065    PIC  9(009)V9(002).
           05  VALOR-JA-DEVOLVIDO-LNKG065
                                       PIC  9(009)V9(002).
           05  SEQ-DEV-LNKG065         PIC  9(002).
           05  COD-MOTIVO-LNKG065      PIC  X(001).
           05  VALOR-DEVOLUCAO-LNKG065 PIC  9(009)V9(002).
           05  VALOR-ABATIDO-LNKG065   PIC  9(009)V9(002).
           05  VALOR-CREDITO-LNKG065   PIC  9(009)V9(002).
           05  ANO-MES-LNKG065         PIC  9(006).
           05  QTD-DEVOLUCOES-LNKG065  PIC  9(007).
           05  QTD-ITENS-LNKG065       PIC  9(003).
           05  ITEM-LNKG065            OCCURS 5 TIMES.
               10  SEQ-ITEM-LNKG065    PIC  9(003).
               10  COD-PRODUTO-LNKG065 PIC  9(005).
               10  QTD-VENDIDA-LNKG065 PIC  9(005).
               10  QTD-JA-DEV-LNKG065  PIC  9(005).
               10  QTD-DEVOLVER-LNKG065
                                       PIC  9(005).
               10  PRECO-ITEM-LNKG065  PIC  9(007)V9(002).
