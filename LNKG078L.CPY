      *----------------------------------------------------------------*
      * COPY.....: LNKG078L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF078P (DEMONSTRATIVO  *
      *            DE RENTABILIDADE POR REGIAO) - AAAAMM ZERADO ASSUME *
      *            O MES ANTERIOR AO ATUAL; GERA-CSV 'S' GRAVA TAMBEM  *
      *            O ArqRentabRegiaoCsv                                *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG078L.
           05  COD-RETORNO-LNKG078     PIC  9(002).
           05  MSG-RETORNO-LNKG078     PIC  X(050).
           05  ANO-MES-LNKG078         PIC  9(006).
           05  SW-CSV-LNKG078          PIC  X(001).
               88  GERA-CSV-LNKG078        VALUE 'S'.
           05  QTD-REGIOES-LNKG078     PIC  9(005).
