      *----------------------------------------------------------------*
      * COPY.....: LNKG072L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF072P (PROCESSAMENTO  *
      *            DO RETORNO DA COBRANCA BANCARIA)                    *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG072L.
           05  COD-RETORNO-LNKG072     PIC  9(002).
           05  MSG-RETORNO-LNKG072     PIC  X(050).
           05  NUM-RETORNO-LNKG072     PIC  9(006).
           05  QTD-BAIXADOS-LNKG072    PIC  9(007).
           05  QTD-REJEITADOS-LNKG072  PIC  9(007).
           05  VALOR-BAIXADO-LNKG072   PIC  9(013)V9(002).
