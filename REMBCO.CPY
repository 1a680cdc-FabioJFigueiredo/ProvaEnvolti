      *----------------------------------------------------------------*
      * COPY.....: REMBCO.CPY                                          *
      * OBJETIVO.: LAYOUT DO ARQUIVO DE REMESSA DE COBRANCA PARA O     *
      *            BANCO (ArqRemessaBanco), GERADO PELO PGFJF071P -    *
      *            HEADER COM O NUMERO DA REMESSA, UM DETALHE POR      *
      *            TITULO A REGISTRAR (BOLETO) E TRAILER COM           *
      *            QUANTIDADE E VALOR TOTAL                            *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-REMESSA-BCO.
           05  TIPO-REG-RBC            PIC  X(001).
               88  RBC-HEADER              VALUE 'H'.
               88  RBC-DETALHE             VALUE 'D'.
               88  RBC-TRAILER             VALUE 'T'.
           05  DADOS-RBC               PIC  X(120).
           05  DADOS-HEADER-RBC REDEFINES DADOS-RBC.
               10  NUM-REMESSA-RBC     PIC  9(006).
               10  DATA-GERACAO-RBC    PIC  9(008).
               10  FILLER              PIC  X(106).
           05  DADOS-DETALHE-RBC REDEFINES DADOS-RBC.
               10  NUM-TITULO-RBC      PIC  9(009).
               10  COD-CLIENTE-RBC     PIC  9(007).
               10  DOC-SACADO-RBC      PIC  9(014).
               10  NOME-SACADO-RBC     PIC  X(040).
               10  DATA-EMISSAO-RBC    PIC  9(008).
               10  DATA-VENCIMENTO-RBC PIC  9(008).
               10  VALOR-RBC           PIC  9(009)V9(002).
               10  FILLER              PIC  X(023).
           05  DADOS-TRAILER-RBC REDEFINES DADOS-RBC.
               10  QTD-TITULOS-RBC     PIC  9(007).
               10  VALOR-TOTAL-RBC     PIC  9(013)V9(002).
               10  FILLER              PIC  X(098).
