      *----------------------------------------------------------------*
      * COPY.....: LNKG060L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF060P (ESTOQUE)       *
      *            FUNCOES: 1 ENTRADA DE ESTOQUE DO PRODUTO (ATENDE O  *
      *            BACKORDER PENDENTE), 2 RESERVAR OS ITENS DO PEDIDO  *
      *            APROVADO, 3 CONSUMIR A RESERVA NO FATURAMENTO       *
      *            (RETORNO 1 QUANDO O PEDIDO TEM BACKORDER PENDENTE), *
      *            4 LIBERAR A RESERVA NO CANCELAMENTO/EXCLUSAO,       *
      *            5 RELATORIO DE POSICAO DE ESTOQUE E BACKORDER       *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG060L.
           05  COD-FUNCAO-LNKG060      PIC  9(001).
           05  COD-RETORNO-LNKG060     PIC  9(002).
           05  MSG-RETORNO-LNKG060     PIC  X(050).
           05  COD-PRODUTO-LNKG060     PIC  9(005).
           05  QTD-MOVTO-LNKG060       PIC  9(007).
           05  NUM-PEDIDO-LNKG060      PIC  9(009).
           05  COD-CLIENTE-LNKG060     PIC  9(007).
           05  COD-VEND-LNKG060        PIC  9(003).
           05  QTD-SALDO-LNKG060       PIC  9(007).
           05  QTD-RESERVADA-LNKG060   PIC  9(007).
           05  QTD-PENDENTE-LNKG060    PIC  9(007).
