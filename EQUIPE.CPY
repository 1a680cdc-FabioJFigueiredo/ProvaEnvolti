      *----------------------------------------------------------------*
      * COPY.....: EQUIPE.CPY                                          *
      * OBJETIVO.: LAYOUT DO ARQUIVO DE ESTRUTURA DE EQUIPES           *
      *            (ArqEquipe) - LIGA CADA VENDEDOR AO SEU SUPERVISOR  *
      *            (TIPO 'V') E CADA SUPERVISOR AO SEU GERENTE         *
      *            REGIONAL (TIPO 'S'), COM DATA DE VIGENCIA: A        *
      *            TROCA DE EQUIPE E UM NOVO REGISTRO COM NOVA         *
      *            VIGENCIA, PRESERVANDO O HISTORICO. SUPERVISORES E   *
      *            GERENTES SAO IDENTIFICADOS PELO CODIGO DO           *
      *            ArqVendedor. A EQUIPE E IDENTIFICADA PELO CODIGO DO *
      *            SUPERVISOR                                          *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-EQUIPE.
           05  CHAVE-EQP.
               10  TIPO-MEMBRO-EQP     PIC  X(001).
                   88  EQP-VENDEDOR        VALUE 'V'.
                   88  EQP-SUPERVISOR      VALUE 'S'.
               10  COD-MEMBRO-EQP      PIC  9(003).
               10  DATA-VIGENCIA-EQP   PIC  9(008).
           05  COD-SUPERIOR-EQP        PIC  9(003).
