      *----------------------------------------------------------------*
      * COPY.....: RESERVA.CPY                                         *
      * OBJETIVO.: LAYOUT DA RESERVA DE ESTOQUE POR ITEM DE PEDIDO     *
      *            (ArqReservaEstoque) - GRAVADA NA APROVACAO DO       *
      *            PEDIDO, UMA POR LINHA DO ArqItemPedido (MESMA       *
      *            CHAVE): QTD-RESERVADA-RES E O QUE O SALDO COBRIU E  *
      *            QTD-PENDENTE-RES O QUE FICOU EM BACKORDER; AS       *
      *            ENTRADAS DE ESTOQUE ATENDEM O BACKORDER PELA ORDEM  *
      *            DA CHAVE - A RESERVA E BAIXADA NO FATURAMENTO       *
      *            (CONSUMIDA) OU NO CANCELAMENTO (LIBERADA)           *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-RESERVA-EST.
           05  CHAVE-RES.
               10  NUM-PEDIDO-RES      PIC  9(009).
               10  SEQ-ITEM-RES        PIC  9(003).
           05  COD-PRODUTO-RES         PIC  9(005).
           05  COD-CLIENTE-RES         PIC  9(007).
           05  COD-VENDEDOR-RES        PIC  9(003).
           05  QTD-PEDIDA-RES          PIC  9(005).
           05  QTD-RESERVADA-RES       PIC  9(005).
           05  QTD-PENDENTE-RES        PIC  9(005).
           05  DATA-RESERVA-RES        PIC  9(008).
           05  DATA-BAIXA-RES          PIC  9(008).
           05  SITUACAO-RES            PIC  X(001).
               88  RES-ABERTA              VALUE 'R'.
               88  RES-CONSUMIDA           VALUE 'F'.
               88  RES-LIBERADA            VALUE 'C'.
