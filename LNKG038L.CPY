      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF038P (TITULOS A      *
      *            RECEBER)                                            *
      *            FUNCOES: 0 BUSCAR, 1 REGISTRAR PAGAMENTO (TOTAL OU  *
      *            PARCIAL, CONFORME O VALOR INFORMADO, NA DATA DE     *
      *            PAGAMENTO INFORMADA - ZERO = DATA ATUAL)            *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 01/09/2026 FJF              CRIACAO DO LAYOUT                  *
      * 15/10/2026 FJF              INCLUIDO DATA-PAGAMENTO-LNKG038    *
      *                             PARA O PAGAMENTO COM DATA ANTERIOR *
      *                             (RECUSADO EM PERIODO FECHADO)      *
      *----------------------------------------------------------------*
       01  LNKG038L.
           05  COD-FUNCAO-LNKG038       PIC  9(001).
           05  SALDO-LNKG038            PIC  9(009)V9(002).
           05  SITUACAO-LNKG038         PIC  X(001).
           05  VALOR-PAGAMENTO-LNKG038  PIC  9(009)V9(002).
           05  DATA-PAGAMENTO-LNKG038   PIC  9(008).
