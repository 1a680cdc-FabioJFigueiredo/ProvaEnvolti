      *----------------------------------------------------------------*
      * COPY.....: EVTCTB.CPY                                          *
      * OBJETIVO.: LAYOUT DO REGISTRO DE EVENTOS CONTABEIS             *
      *            (ArqEventoContabil) - UMA LINHA POR FATURAMENTO OU  *
      *            CANCELAMENTO DE PEDIDO (PGFJF016P), POR PAGAMENTO   *
      *            DE TITULO (PGFJF038P) E POR DEVOLUCAO DE PEDIDO     *
      *            (PGFJF065P), GRAVADA NO MOMENTO DA                  *
      *            OPERACAO; DATA-REGISTRO-EVC SEPARA O MOVIMENTO DO   *
      *            DIA PARA A EXPORTACAO CONTABIL (PGFJF069P) E DATA-  *
      *            CONTABIL-EVC E A DATA DO FATO (NO PAGAMENTO, A DATA *
      *            INFORMADA)                                          *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      * 15/10/2026 FJF              EVENTO 'D' - DEVOLUCAO DE PEDIDO   *
      *----------------------------------------------------------------*
       01  REG-EVENTO-CTB.
           05  DATA-REGISTRO-EVC       PIC  9(008).
           05  HORA-REGISTRO-EVC       PIC  9(006).
           05  TIPO-EVENTO-EVC         PIC  X(001).
               88  EVC-FATURAMENTO         VALUE 'F'.
               88  EVC-CANCELAMENTO        VALUE 'C'.
               88  EVC-RECEBIMENTO         VALUE 'R'.
               88  EVC-DEVOLUCAO           VALUE 'D'.
           05  NUM-DOCUMENTO-EVC       PIC  9(009).
           05  COD-CLIENTE-EVC         PIC  9(007).
           05  COD-VENDEDOR-EVC        PIC  9(003).
           05  DATA-CONTABIL-EVC       PIC  9(008).
           05  VALOR-EVENTO-EVC        PIC  9(009)V9(002).
           05  OPERADOR-EVC            PIC  X(008).
