      *----------------------------------------------------------------*
      * COPY.....: LNKG067L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF067P (DEMONSTRATIVO  *
      *            MENSAL DE REEMBOLSO DE QUILOMETRAGEM) - ANO/MES     *
      *            OBRIGATORIO, VENDEDOR ZERO = TODOS; DEVOLVE OS DIAS *
      *            APURADOS, OS DIAS EM REVISAO E OS TOTAIS DE KM E    *
      *            VALOR                                               *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG067L.
           05  COD-RETORNO-LNKG067     PIC  9(001).
           05  MSG-RETORNO-LNKG067     PIC  X(050).
           05  ANO-MES-LNKG067         PIC  9(006).
           05  COD-VENDEDOR-LNKG067    PIC  9(003).
           05  QTD-DIAS-LNKG067        PIC  9(005).
           05  QTD-DIAS-REVISAO-LNKG067
                                       PIC  9(005).
           05  KM-TOTAL-LNKG067        PIC  9(009)V9(002).
           05  VALOR-TOTAL-LNKG067     PIC  9(009)V9(002).
