      *----------------------------------------------------------------*
      * COPY.....: LNKG071L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF071P (REMESSA DE     *
      *            COBRANCA PARA O BANCO)                              *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG071L.
           05  COD-RETORNO-LNKG071     PIC  9(002).
           05  MSG-RETORNO-LNKG071     PIC  X(050).
           05  NUM-REMESSA-LNKG071     PIC  9(006).
           05  QTD-TITULOS-LNKG071     PIC  9(007).
           05  VALOR-TOTAL-LNKG071     PIC  9(013)V9(002).
