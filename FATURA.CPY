      *----------------------------------------------------------------*
      * COPY.....: FATURA.CPY                                          *
      * OBJETIVO.: LAYOUT DO REGISTRO DE FATURAS EMITIDAS (ArqFatura)  *
      *            - UM REGISTRO POR PEDIDO FATURADO COM DOCUMENTO     *
      *            IMPRESSO PELO PGFJF073P, COM O NUMERO DA FATURA     *
      *            ATRIBUIDO NA PRIMEIRA EMISSAO                       *
      *            A REIMPRESSAO MANTEM O NUMERO E A DATA DE EMISSAO E *
      *            SOMA NA QUANTIDADE DE IMPRESSOES                    *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-FATURA.
           05  NUM-PEDIDO-FAT          PIC  9(009).
           05  NUM-FATURA-FAT          PIC  9(009).
           05  DATA-EMISSAO-FAT        PIC  9(008).
           05  COD-CLIENTE-FAT         PIC  9(007).
           05  VALOR-FAT               PIC  9(009)V9(002).
           05  QTD-IMPRESSOES-FAT      PIC  9(003).
           05  DATA-ULT-IMPRESSAO-FAT  PIC  9(008).
