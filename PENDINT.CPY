      *----------------------------------------------------------------*
      * COPY.....: PENDINT.CPY                                         *
      * OBJETIVO.: LAYOUT DA LISTA DE PENDENCIAS DE INTEGRIDADE        *
      *            (ArqPendenciaIntegridade), GRAVADA PELO PGFJF080P A *
      *            CADA VARREDURA - UM REGISTRO POR ACHADO, COM A      *
      *            SEVERIDADE (G = GRAVE, A = AVISO), O TIPO DO        *
      *            ACHADO, O ARQUIVO E A CHAVE DO REGISTRO APONTADO,   *
      *            OS CODIGOS RELACIONADOS E, NA DIVERGENCIA DE VALOR, *
      *            O VALOR INFORMADO NO PEDIDO E O APURADO NOS ITENS   *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-PEND-INTEGRIDADE.
           05  DATA-APURACAO-PIN       PIC  9(008).
           05  SEVERIDADE-PIN          PIC  X(001).
               88  PIN-GRAVE               VALUE 'G'.
               88  PIN-AVISO               VALUE 'A'.
           05  TIPO-PIN                PIC  9(002).
               88  PIN-ITEM-SEM-PEDIDO     VALUE 01.
               88  PIN-VALOR-PEDIDO        VALUE 02.
               88  PIN-TITULO-SEM-PEDIDO   VALUE 03.
               88  PIN-TITULO-CLIENTE      VALUE 04.
               88  PIN-TITULO-VENDEDOR     VALUE 05.
               88  PIN-PEDIDO-CLIENTE      VALUE 06.
               88  PIN-PEDIDO-VENDEDOR     VALUE 07.
               88  PIN-VISITA-CLIENTE      VALUE 08.
               88  PIN-VISITA-VENDEDOR     VALUE 09.
               88  PIN-PROSPECTO-CONV      VALUE 10.
           05  ARQUIVO-PIN             PIC  X(020).
           05  CHAVE-PIN               PIC  X(020).
           05  COD-CLIENTE-PIN         PIC  9(007).
           05  COD-VENDEDOR-PIN        PIC  9(003).
           05  VALOR-INFORMADO-PIN     PIC  9(009)V9(002).
           05  VALOR-APURADO-PIN       PIC  9(011)V9(002).
           05  DESCRICAO-PIN           PIC  X(050).
