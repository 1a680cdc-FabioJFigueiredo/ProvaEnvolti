      *----------------------------------------------------------------*
      * COPY.....: FATIMP.CPY                                          *
      * OBJETIVO.: LAYOUT DO SPOOL DE FATURAS (ArqFaturaImpressa),     *
      *            GERADO PELO PGFJF073P - CADA FATURA OCUPA VARIAS    *
      *            LINHAS COM O MESMO NUMERO, NUMERADAS EM             *
      *            SEQ-LINHA-FIM, PRONTAS PARA A IMPRESSAO E O ENVIO   *
      *            AO CLIENTE - VIA-FIM 1 E A EMISSAO ORIGINAL, 2 A    *
      *            REIMPRESSAO (SEGUNDA VIA)                           *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-FATURA-IMP.
           05  DATA-GERACAO-FIM        PIC  9(008).
           05  NUM-FATURA-FIM          PIC  9(009).
           05  NUM-PEDIDO-FIM          PIC  9(009).
           05  COD-CLIENTE-FIM         PIC  9(007).
           05  VIA-FIM                 PIC  9(001).
           05  SEQ-LINHA-FIM           PIC  9(003).
           05  TEXTO-FIM               PIC  X(080).
