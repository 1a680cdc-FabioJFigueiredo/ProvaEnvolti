      *----------------------------------------------------------------*
      * COPY.....: LNKG070L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF070P (PROCESSAMENTO  *
      *            DO RETORNO DA CONTABILIDADE)                        *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG070L.
           05  COD-RETORNO-LNKG070     PIC  9(002).
           05  MSG-RETORNO-LNKG070     PIC  X(050).
           05  QTD-ACEITOS-LNKG070     PIC  9(005).
           05  QTD-REJEITADOS-LNKG070  PIC  9(005).
