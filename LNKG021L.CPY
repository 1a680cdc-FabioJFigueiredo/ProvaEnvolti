      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 22/08/2026 FJF              CRIACAO DO LAYOUT                  *
      * 15/10/2026 FJF              INCLUIDO COD-SUPERVISOR-LNKG021    *
      *                             (FILTRO DE UMA EQUIPE, ZERO PARA   *
      *                             TODAS)                             *
      *----------------------------------------------------------------*
       01  LNKG021L.
           05  COD-RETORNO-LNKG021     PIC  9(002).
           05  MSG-RETORNO-LNKG021     PIC  X(050).
           05  DATA-EXECUCAO-LNKG021   PIC  9(008).
           05  COD-SUPERVISOR-LNKG021  PIC  9(003).
