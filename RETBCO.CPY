      *----------------------------------------------------------------*
      * COPY.....: RETBCO.CPY                                          *
      * OBJETIVO.: LAYOUT DO ARQUIVO DE RETORNO DA COBRANCA BANCARIA   *
      *            (ArqRetornoBanco), RECEBIDO DO BANCO E PROCESSADO   *
      *            PELO PGFJF072P - HEADER COM O NUMERO DO RETORNO, UM *
      *            DETALHE POR OCORRENCIA DE TITULO (02 ENTRADA        *
      *            CONFIRMADA, 03 ENTRADA REJEITADA, 06 LIQUIDACAO) E  *
      *            TRAILER                                             *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-RETORNO-BCO.
           05  TIPO-REG-RTB            PIC  X(001).
               88  RTB-HEADER              VALUE 'H'.
               88  RTB-DETALHE             VALUE 'D'.
               88  RTB-TRAILER             VALUE 'T'.
           05  DADOS-RTB               PIC  X(100).
           05  DADOS-HEADER-RTB REDEFINES DADOS-RTB.
               10  NUM-RETORNO-RTB     PIC  9(006).
               10  DATA-ARQUIVO-RTB    PIC  9(008).
               10  FILLER              PIC  X(086).
           05  DADOS-DETALHE-RTB REDEFINES DADOS-RTB.
               10  NUM-TITULO-RTB      PIC  9(009).
               10  COD-OCORRENCIA-RTB  PIC  X(002).
                   88  RTB-ENTRADA-CONFIRMADA  VALUE '02'.
                   88  RTB-ENTRADA-REJEITADA   VALUE '03'.
                   88  RTB-LIQUIDACAO          VALUE '06'.
               10  DATA-PAGAMENTO-RTB  PIC  9(008).
               10  VALOR-PAGO-RTB      PIC  9(009)V9(002).
               10  MOTIVO-RTB          PIC  X(040).
               10  FILLER              PIC  X(030).
           05  DADOS-TRAILER-RTB REDEFINES DADOS-RTB.
               10  QTD-REGISTROS-RTB   PIC  9(007).
               10  VALOR-TOTAL-RTB     PIC  9(013)V9(002).
               10  FILLER              PIC  X(078).
