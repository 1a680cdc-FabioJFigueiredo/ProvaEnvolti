      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 01/09/2026 FJF              CRIACAO DO LAYOUT                  *
      * 15/10/2026 FJF              COD-CAMPANHA-ITEM E VLR-BONUS-ITEM *
      *                             - CAMPANHA DE VENDA (ArqCampanha)  *
      *                             DO ITEM NA DIGITACAO E BONUS DO    *
      *                             VENDEDOR; ZERO SEM CAMPANHA        *
      *----------------------------------------------------------------*
       01  REG-ITEM-PEDIDO.
           05  CHAVE-ITEM.
           05  QUANTIDADE-ITEM         PIC  9(005).
           05  PRECO-UNIT-ITEM         PIC  9(007)V9(002).
           05  VALOR-ITEM              PIC  9(009)V9(002).
           05  COD-CAMPANHA-ITEM       PIC  9(005).
           05  VLR-BONUS-ITEM          PIC  9(007)V9(002).
