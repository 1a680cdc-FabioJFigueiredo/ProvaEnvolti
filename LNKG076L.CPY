      *----------------------------------------------------------------*
      * COPY.....: LNKG076L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF076P (RECUPERACAO DE *
      *            CLIENTES) - FUNCOES: 1 APURA E EMITE A LISTA DE     *
      *            RECUPERACAO POR VENDEDOR NA DATA DE REFERENCIA      *
      *            (ZERADA ASSUME A DATA DO DIA), 2 EMITE O            *
      *            ACOMPANHAMENTO DAS SINALIZACOES DO PERIODO (DATAS   *
      *            ZERADAS = TODAS). VENDEDOR ZERADO = TODOS           *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG076L.
           05  COD-FUNCAO-LNKG076      PIC  9(001).
           05  COD-RETORNO-LNKG076     PIC  9(002).
           05  MSG-RETORNO-LNKG076     PIC  X(050).
           05  COD-VENDEDOR-LNKG076    PIC  9(003).
           05  DATA-REF-LNKG076        PIC  9(008).
           05  DATA-INI-LNKG076        PIC  9(008).
           05  DATA-FIM-LNKG076        PIC  9(008).
           05  QTD-SINALIZADOS-LNKG076 PIC  9(007).
           05  QTD-RECUPERADOS-LNKG076 PIC  9(007).
