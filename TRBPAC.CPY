      *----------------------------------------------------------------*
      * COPY.....: TRBPAC.CPY                                          *
      * OBJETIVO.: LAYOUT DO ARQUIVO DE TRABALHO DO PACOTE DOS         *
      *            VENDEDORES (ArqTrabPacote) - POR CLIENTE, A SOMA    *
      *            DOS SALDOS DOS TITULOS EM ABERTO E A EXPOSICAO DE   *
      *            CREDITO CALCULADA COMO NO BLOQUEIO DE PEDIDOS       *
      *            (PGFJF016P)                                         *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-TRAB-PACOTE.
           05  COD-CLIENTE-TPC         PIC  9(007).
           05  SALDO-ABERTO-TPC        PIC  9(011)V9(002).
           05  EXPOSICAO-TPC           PIC  9(011)V9(002).
