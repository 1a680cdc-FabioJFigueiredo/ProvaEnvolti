      *                             VISITA POR CLASSE (PGFJF045P/046P) *
      * 01/09/2026 FJF              INCLUIDO QTD-GER-SNAP-LNKG012      *
      *                             (GERACOES DE SNAPSHOT, PGFJF051P)  *
      * 15/10/2026 FJF              INCLUIDO DIAS-ESTORNO-LNKG012 PARA *
      *                             O ESTORNO DE COMISSAO (PGFJF059P)  *
      * 15/10/2026 FJF              INCLUIDOS OS DIAS UTEIS DE CADA    *
      *                             ESTAGIO DA REGUA DE COBRANCA       *
      *                             (PGFJF062P)                        *
      * 15/10/2026 FJF              INCLUIDO VALOR-KM-LNKG012 PARA O   *
      *                             REEMBOLSO DE QUILOMETRAGEM         *
      *                             (PGFJF067P)                        *
      * 15/10/2026 FJF              INCLUIDOS DIAS-SEM-COMPRA-LNKG012 E*
      *                             PERC-QUEDA-LNKG012 PARA A LISTA    *
      *                             DE RECUPERACAO DE CLIENTES         *
      *                             (PGFJF076P)                        *
      * 15/10/2026 FJF              INCLUIDO MESES-RET-LGPD-LNKG012    *
      *                             PARA A ANONIMIZACAO LGPD           *
      *                             (PGFJF082P)                        *
      *----------------------------------------------------------------*
       01  LNKG012L.
           05  COD-FUNCAO-LNKG012       PIC  9(001).
           05  DIAS-VISITA-B-LNKG012    PIC  9(003).
           05  DIAS-VISITA-C-LNKG012    PIC  9(003).
           05  QTD-GER-SNAP-LNKG012     PIC  9(001).
           05  DIAS-ESTORNO-LNKG012     PIC  9(003).
           05  DIAS-COBR-EST1-LNKG012   PIC  9(003).
           05  DIAS-COBR-EST2-LNKG012   PIC  9(003).
           05  DIAS-COBR-EST3-LNKG012   PIC  9(003).
           05  VALOR-KM-LNKG012         PIC  9(003)V9(004).
           05  DIAS-SEM-COMPRA-LNKG012  PIC  9(003).
           05  PERC-QUEDA-LNKG012       PIC  9(003).
           05  MESES-RET-LGPD-LNKG012   PIC  9(003).
