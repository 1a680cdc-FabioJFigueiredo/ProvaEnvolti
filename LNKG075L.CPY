      *----------------------------------------------------------------*
      * COPY.....: LNKG075L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF075P (GERACAO DIARIA *
      *            DOS PEDIDOS RECORRENTES) - DATA DE REFERENCIA       *
      *            ZERADA ASSUME A DATA DO DIA                         *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG075L.
           05  COD-RETORNO-LNKG075     PIC  9(002).
           05  MSG-RETORNO-LNKG075     PIC  X(050).
           05  DATA-REF-LNKG075        PIC  9(008).
           05  QTD-GERADOS-LNKG075     PIC  9(007).
           05  QTD-REJEITADOS-LNKG075  PIC  9(007).
