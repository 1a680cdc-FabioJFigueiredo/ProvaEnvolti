      *----------------------------------------------------------------*
      * COPY.....: LNKG073L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF073P (IMPRESSAO DE   *
      *            FATURAS)                                            *
      *            FUNCOES: 1 EMITIR AS FATURAS DOS PEDIDOS FATURADOS  *
      *            NA DATA DE REFERENCIA (ZERO = DATA ATUAL), 2        *
      *            REIMPRIMIR A FATURA DO PEDIDO INFORMADO             *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG073L.
           05  COD-FUNCAO-LNKG073      PIC  9(001).
           05  COD-RETORNO-LNKG073     PIC  9(002).
           05  MSG-RETORNO-LNKG073     PIC  X(050).
           05  DATA-REF-LNKG073        PIC  9(008).
           05  NUM-PEDIDO-LNKG073      PIC  9(009).
           05  NUM-FATURA-LNKG073      PIC  9(009).
           05  QTD-FATURAS-LNKG073     PIC  9(007).
