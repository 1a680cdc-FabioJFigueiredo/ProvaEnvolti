      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 22/08/2026 FJF              CRIACAO DO LAYOUT                  *
      * 15/10/2026 FJF              INCLUIDO COD-SUPERVISOR-LNKG018    *
      *                             (FILTRO DE UMA EQUIPE, ZERO PARA   *
      *                             TODAS)                             *
      *----------------------------------------------------------------*
       01  LNKG018L.
           05  COD-RETORNO-LNKG018     PIC  9(002).
           05  MSG-RETORNO-LNKG018     PIC  X(050).
           05  ANO-MES-LNKG018         PIC  9(006).
           05  COD-VEND-LNKG018        PIC  9(003).
           05  COD-SUPERVISOR-LNKG018  PIC  9(003).
