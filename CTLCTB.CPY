      *----------------------------------------------------------------*
      * COPY.....: CTLCTB.CPY                                          *
      * OBJETIVO.: LAYOUT DO CONTROLE DA EXPORTACAO CONTABIL           *
      *            (ArqControleContabil) - ULTIMO LOTE GERADO, DATA    *
      *            FINAL DO MOVIMENTO JA EXPORTADO (A PROXIMA          *
      *            EXPORTACAO COMECA NO DIA SEGUINTE) E ULTIMO LOTE    *
      *            ACEITO PELA CONTABILIDADE, GRAVADO PELO PGFJF070P   *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-CONTROLE-CTB.
           05  NUM-ULTIMO-LOTE-CCT     PIC  9(006).
           05  DATA-ULTIMO-MOVTO-CCT   PIC  9(008).
           05  DATA-ULTIMO-ENVIO-CCT   PIC  9(008).
           05  NUM-ULTIMO-LOTE-ACK-CCT PIC  9(006).
           05  DATA-ULTIMO-ACK-CCT     PIC  9(008).
