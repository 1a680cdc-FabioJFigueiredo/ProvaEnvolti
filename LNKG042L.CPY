      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 01/09/2026 FJF              CRIACAO DO LAYOUT                  *
      * 15/10/2026 FJF              INCLUIDO COD-SUPERVISOR-LNKG042    *
      *                             (FILTRO DE UMA EQUIPE, ZERO PARA   *
      *                             TODAS)                             *
      *----------------------------------------------------------------*
       01  LNKG042L.
           05  COD-RETORNO-LNKG042     PIC  9(002).
           05  ANO-MES-LNKG042         PIC  9(006).
           05  QTD-VENDEDORES-LNKG042  PIC  9(005).
           05  QTD-ABAIXO-PISO-LNKG042 PIC  9(005).
           05  COD-SUPERVISOR-LNKG042  PIC  9(003).
