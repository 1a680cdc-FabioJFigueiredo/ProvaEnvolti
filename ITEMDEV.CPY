      *----------------------------------------------------------------*
      * COPY.....: ITEMDEV.CPY                                         *
      * OBJETIVO.: LAYOUT DO ARQUIVO DE ITENS DEVOLVIDOS               *
      *            (ArqItemDevolucao) - UMA LINHA POR ITEM DO PEDIDO   *
      *            DEVOLVIDO, COM A MESMA SEQUENCIA DO ArqItemPedido E *
      *            O PRECO UNITARIO DA VENDA                           *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-ITEM-DEVOLUCAO.
           05  CHAVE-ITEM-DEV.
               10  NUM-PEDIDO-IDV      PIC  9(009).
               10  SEQ-DEV-IDV         PIC  9(002).
               10  SEQ-ITEM-IDV        PIC  9(003).
           05  COD-PRODUTO-IDV         PIC  9(005).
           05  QUANTIDADE-IDV          PIC  9(005).
           05  PRECO-UNIT-IDV          PIC  9(007)V9(002).
           05  VALOR-IDV               PIC  9(009)V9(002).
