      *----------------------------------------------------------------*
      * COPY.....: RCPTRAB.CPY                                         *
      * OBJETIVO.: LAYOUT DO ARQUIVO DE TRABALHO DA RECUPERACAO DE     *
      *            CLIENTES (ArqTrabRecuperacao) - POR CLIENTE, A DATA *
      *            DA ULTIMA COMPRA FATURADA E O FATURADO LIQUIDO DAS  *
      *            DEVOLUCOES NO TRIMESTRE ATUAL E NO ANTERIOR         *
      *            (JANELAS DE 90 DIAS ATE A DATA DE REFERENCIA), MAIS *
      *            A ULTIMA VISITA E O SEU RESULTADO, APURADOS PELO    *
      *            PGFJF076P DO ArqPedido E DO ArqVisita               *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-RCP-TRAB.
           05  COD-CLIENTE-TRC         PIC  9(007).
           05  DATA-ULT-COMPRA-TRC     PIC  9(008).
           05  FAT-TRIM-ATUAL-TRC      PIC  9(011)V9(002).
           05  FAT-TRIM-ANTERIOR-TRC   PIC  9(011)V9(002).
           05  DATA-ULT-VISITA-TRC     PIC  9(008).
           05  RESULTADO-VISITA-TRC    PIC  X(001).
