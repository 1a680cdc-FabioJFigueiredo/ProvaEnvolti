      *----------------------------------------------------------------*
      * COPY.....: ESTOQUE.CPY                                         *
      * OBJETIVO.: LAYOUT DO SALDO DE ESTOQUE POR PRODUTO (ArqEstoque) *
      *            - QTD-SALDO-EST E O SALDO FISICO (ENTRADAS MENOS O  *
      *            CONSUMIDO NO FATURAMENTO) E QTD-RESERVADA-EST A     *
      *            PARTE DELE JA PRESA A PEDIDOS APROVADOS; O          *
      *            DISPONIVEL PARA NOVAS RESERVAS E A DIFERENCA;       *
      *            QTD-PENDENTE-EST SOMA O BACKORDER EM ABERTO DO      *
      *            PRODUTO - ATUALIZADO SO PELO PGFJF060P              *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-ESTOQUE.
           05  COD-PRODUTO-EST         PIC  9(005).
           05  QTD-SALDO-EST           PIC  9(007).
           05  QTD-RESERVADA-EST       PIC  9(007).
           05  QTD-PENDENTE-EST        PIC  9(007).
           05  DATA-ULT-ENTRADA-EST    PIC  9(008).
           05  DATA-ULT-MOVTO-EST      PIC  9(008).
