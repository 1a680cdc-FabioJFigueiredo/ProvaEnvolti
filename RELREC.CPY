      *----------------------------------------------------------------*
      * COPY.....: RELREC.CPY                                          *
      * OBJETIVO.: LAYOUT DO RELATORIO DA GERACAO DE PEDIDOS           *
      *            RECORRENTES (ArqRelPedidoRecorrente), GERADO PELO   *
      *            PGFJF075P - ARQUIVO DE IMPRESSAO COM OS PEDIDOS     *
      *            GERADOS E OS NAO GERADOS COM O MOTIVO (CLIENTE OU   *
      *            PRODUTO INATIVO, LIMITE DE CREDITO, PERIODO         *
      *            FECHADO)                                            *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-REL-PEDIDO-REC          PIC  X(132).
