      *----------------------------------------------------------------*
      * COPY.....: EXPCTB.CPY                                          *
      * OBJETIVO.: LAYOUT DO ARQUIVO DE LANCAMENTOS PARA A             *
      *            CONTABILIDADE (ArqExportContabil), GERADO PELO      *
      *            PGFJF069P: HEADER COM O PERIODO DO MOVIMENTO E O    *
      *            NUMERO DO LOTE, DUAS LINHAS POR EVENTO (DEBITO E    *
      *            CREDITO DO MESMO VALOR) E TRAILER DE CONTROLE COM A *
      *            CONTAGEM DE LINHAS E EVENTOS E OS TOTAIS DE DEBITO  *
      *            E CREDITO                                           *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-EXPORT-CTB.
           05  TIPO-REG-ECT            PIC  X(001).
               88  ECT-HEADER              VALUE 'H'.
               88  ECT-DETALHE             VALUE 'D'.
               88  ECT-TRAILER             VALUE 'T'.
           05  DADOS-ECT               PIC  X(120).
           05  DADOS-HEADER-ECT REDEFINES DADOS-ECT.
               10  NUM-LOTE-ECT        PIC  9(006).
               10  DATA-MOVTO-INI-ECT  PIC  9(008).
               10  DATA-MOVTO-FIM-ECT  PIC  9(008).
               10  DATA-GERACAO-ECT    PIC  9(008).
               10  FILLER              PIC  X(090).
           05  DADOS-DETALHE-ECT REDEFINES DADOS-ECT.
               10  NUM-LINHA-ECT       PIC  9(007).
               10  DATA-LANC-ECT       PIC  9(008).
               10  TIPO-EVENTO-ECT     PIC  X(001).
               10  NUM-DOCUMENTO-ECT   PIC  9(009).
               10  COD-CLIENTE-ECT     PIC  9(007).
               10  COD-VENDEDOR-ECT    PIC  9(003).
               10  COD-REGIAO-ECT      PIC  9(003).
               10  CONTA-ECT           PIC  X(020).
               10  NATUREZA-ECT        PIC  X(001).
                   88  ECT-DEBITO          VALUE 'D'.
                   88  ECT-CREDITO         VALUE 'C'.
               10  VALOR-ECT           PIC  9(011)V9(002).
               10  HISTORICO-ECT       PIC  X(030).
               10  FILLER              PIC  X(018).
           05  DADOS-TRAILER-ECT REDEFINES DADOS-ECT.
               10  QTD-LINHAS-ECT      PIC  9(007).
               10  QTD-EVENTOS-ECT     PIC  9(007).
               10  TOTAL-DEBITO-ECT    PIC  9(013)V9(002).
               10  TOTAL-CREDITO-ECT   PIC  9(013)V9(002).
               10  FILLER              PIC  X(076).
