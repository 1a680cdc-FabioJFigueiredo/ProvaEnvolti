      *----------------------------------------------------------------*
      * COPY.....: LNKG062L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF062P (REGUA DE       *
      *            COBRANCA)                                           *
      *            FUNCOES: 1 PROCESSAR A REGUA NA DATA DE REFERENCIA  *
      *            (AVANCA OS ESTAGIOS, GERA AS CARTAS E O HISTORICO E *
      *            EMITE A LISTA DO JURIDICO), 2 EMITIR SO A LISTA DE  *
      *            PRE-PROTESTO PARA O JURIDICO, 3 REIMPRIMIR AS       *
      *            CARTAS DO SPOOL POR CLIENTE E FAIXA DE DATAS        *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG062L.
           05  COD-FUNCAO-LNKG062      PIC  9(001).
           05  COD-RETORNO-LNKG062     PIC  9(002).
           05  MSG-RETORNO-LNKG062     PIC  X(050).
           05  DATA-REF-LNKG062        PIC  9(008).
           05  COD-CLIENTE-LNKG062     PIC  9(007).
           05  DATA-INI-LNKG062        PIC  9(008).
           05  DATA-FIM-LNKG062        PIC  9(008).
           05  QTD-CARTAS-LNKG062      PIC  9(007).
           05  QTD-JURIDICO-LNKG062    PIC  9(007).
