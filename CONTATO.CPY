      *----------------------------------------------------------------*
      * COPY.....: CONTATO.CPY                                         *
      * OBJETIVO.: LAYOUT DO ARQUIVO DE CONTATOS DO CLIENTE            *
      *            (ArqContato) - VARIOS CONTATOS POR CLIENTE, CHAVE   *
      *            CLIENTE/SEQUENCIA, COM PAPEL (COMPRADOR, FINANCEIRO *
      *            OU PROPRIETARIO), TELEFONE, E-MAIL E INDICADOR DE   *
      *            CONTATO PREFERENCIAL - NO MAXIMO UM PREFERENCIAL    *
      *            POR PAPEL EM CADA CLIENTE                           *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-CONTATO.
           05  CHAVE-CTT.
               10  COD-CLIENTE-CTT     PIC  9(007).
               10  SEQ-CONTATO-CTT     PIC  9(002).
           05  NOME-CONTATO-CTT        PIC  X(040).
           05  PAPEL-CONTATO-CTT       PIC  X(001).
               88  CTT-COMPRADOR           VALUE 'C'.
               88  CTT-FINANCEIRO          VALUE 'F'.
               88  CTT-PROPRIETARIO        VALUE 'P'.
           05  TELEFONE-CTT            PIC  X(015).
           05  EMAIL-CTT               PIC  X(060).
           05  PREFERENCIAL-CTT        PIC  X(001).
               88  CTT-PREFERENCIAL        VALUE 'S'.
