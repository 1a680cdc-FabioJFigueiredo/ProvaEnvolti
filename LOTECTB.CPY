      *----------------------------------------------------------------*
      * COPY.....: LOTECTB.CPY                                         *
      * OBJETIVO.: LAYOUT DO REGISTRO DE LOTES ENVIADOS A              *
      *            CONTABILIDADE (ArqLoteContabil) - UM REGISTRO POR   *
      *            LOTE GERADO PELO PGFJF069P COM OS TOTAIS DO         *
      *            TRAILER; A SITUACAO PASSA DE ENVIADO PARA ACEITO OU *
      *            REJEITADO (COM O MOTIVO) NO PROCESSAMENTO DO        *
      *            RETORNO PELO PGFJF070P                              *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-LOTE-CTB.
           05  NUM-LOTE-LCT            PIC  9(006).
           05  DATA-MOVTO-INI-LCT      PIC  9(008).
           05  DATA-MOVTO-FIM-LCT      PIC  9(008).
           05  DATA-ENVIO-LCT          PIC  9(008).
           05  QTD-LINHAS-LCT          PIC  9(007).
           05  QTD-EVENTOS-LCT         PIC  9(007).
           05  TOTAL-DEBITO-LCT        PIC  9(013)V9(002).
           05  TOTAL-CREDITO-LCT       PIC  9(013)V9(002).
           05  SITUACAO-LCT            PIC  X(001).
               88  LOTE-ENVIADO-LCT        VALUE 'E'.
               88  LOTE-ACEITO-LCT         VALUE 'A'.
               88  LOTE-REJEITADO-LCT      VALUE 'R'.
           05  DATA-RETORNO-LCT        PIC  9(008).
           05  MOTIVO-LCT              PIC  X(050).
