      *----------------------------------------------------------------*
      * COPY.....: LNKG069L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF069P (EXPORTACAO DE  *
      *            LANCAMENTOS PARA A CONTABILIDADE) - DATA INICIAL    *
      *            ZERO = DIA SEGUINTE AO ULTIMO MOVIMENTO EXPORTADO,  *
      *            DATA FINAL ZERO = HOJE; DATAS INFORMADAS REENVIAM O *
      *            PERIODO EM UM LOTE NOVO                             *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG069L.
           05  COD-RETORNO-LNKG069     PIC  9(002).
           05  MSG-RETORNO-LNKG069     PIC  X(050).
           05  DATA-INI-LNKG069        PIC  9(008).
           05  DATA-FIM-LNKG069        PIC  9(008).
           05  NUM-LOTE-LNKG069        PIC  9(006).
           05  QTD-LINHAS-LNKG069      PIC  9(007).
           05  QTD-EVENTOS-LNKG069     PIC  9(007).
           05  QTD-SEM-CONTA-LNKG069   PIC  9(007).
