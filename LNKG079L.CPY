      *----------------------------------------------------------------*
      * COPY.....: LNKG079L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF079P (CAMPANHAS DE   *
      *            VENDA) - FUNCOES: 0 BUSCAR, 1 INCLUIR, 2 ALTERAR, 3 *
      *            EXCLUIR, 4 CAMPANHA DO ITEM DE PEDIDO (PRODUTO,     *
      *            REGIAO, DATA, QUANTIDADE E VALOR - DEVOLVE A        *
      *            CAMPANHA DE MAIOR BONUS E O BONUS; RETORNO 1 QUANDO *
      *            NENHUMA SE APLICA), 5 RELATORIO DE RESULTADO DA     *
      *            CAMPANHA                                            *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG079L.
           05  COD-FUNCAO-LNKG079      PIC  9(001).
           05  COD-RETORNO-LNKG079     PIC  9(001).
           05  MSG-RETORNO-LNKG079     PIC  X(050).
           05  COD-CAMPANHA-LNKG079    PIC  9(005).
           05  DESCRICAO-LNKG079       PIC  X(040).
           05  DATA-INICIO-LNKG079     PIC  9(008).
           05  DATA-FIM-LNKG079        PIC  9(008).
           05  TIPO-BONUS-LNKG079      PIC  X(001).
           05  PERC-BONUS-LNKG079      PIC  9(002)V9(002).
           05  VLR-BONUS-UNIT-LNKG079  PIC  9(005)V9(002).
           05  SITUACAO-LNKG079        PIC  X(001).
           05  PRODUTO-LNKG079         OCCURS 8 TIMES.
               10  COD-PRODUTO-LNKG079 PIC  9(005).
           05  REGIAO-LNKG079          OCCURS 3 TIMES.
               10  COD-REGIAO-LNKG079  PIC  9(003).
           05  ITEM-BONUS-LNKG079.
               10  PRODUTO-ITEM-LNKG079
                                       PIC  9(005).
               10  REGIAO-ITEM-LNKG079 PIC  9(003).
               10  DATA-ITEM-LNKG079   PIC  9(008).
               10  QTD-ITEM-LNKG079    PIC  9(005).
               10  VALOR-ITEM-LNKG079  PIC  9(009)V9(002).
               10  VLR-BONUS-LNKG079   PIC  9(007)V9(002).
           05  QTD-VENDEDORES-LNKG079  PIC  9(005).
