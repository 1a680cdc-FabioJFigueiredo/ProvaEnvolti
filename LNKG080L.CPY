      *----------------------------------------------------------------*
      * COPY.....: LNKG080L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF080P (VARREDURA DE   *
      *            INTEGRIDADE REFERENCIAL) - COD-RETORNO-LNKG080: 0 = *
      *            SEM PENDENCIAS, 4 = SO AVISOS, 8 = PENDENCIAS       *
      *            GRAVES, 9 = ERRO DE ARQUIVO                         *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG080L.
           05  COD-RETORNO-LNKG080     PIC  9(002).
           05  MSG-RETORNO-LNKG080     PIC  X(050).
           05  QTD-GRAVES-LNKG080      PIC  9(005).
           05  QTD-AVISOS-LNKG080      PIC  9(005).
