      *----------------------------------------------------------------*
      * COPY.....: DEVOLUC.CPY                                         *
      * OBJETIVO.: LAYOUT DO ARQUIVO DE DEVOLUCOES (ArqDevolucao) -    *
      *            UM REGISTRO POR DEVOLUCAO DE PEDIDO FATURADO, QUE   *
      *            E TAMBEM A NOTA DE CREDITO DO CLIENTE (IDENTIFICADA *
      *            PELA CHAVE PEDIDO/SEQUENCIA) - O VALOR DEVOLVIDO E  *
      *            ABATIDO DO SALDO EM ABERTO DO TITULO DO PEDIDO E O  *
      *            EXCEDENTE FICA COMO CREDITO DO CLIENTE              *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-DEVOLUCAO.
           05  CHAVE-DEV.
               10  NUM-PEDIDO-DEV      PIC  9(009).
               10  SEQ-DEV             PIC  9(002).
           05  COD-CLIENTE-DEV         PIC  9(007).
           05  COD-VENDEDOR-DEV        PIC  9(003).
           05  DATA-DEVOLUCAO          PIC  9(008).
           05  COD-MOTIVO-DEV          PIC  X(001).
               88  DEV-AVARIA              VALUE 'A'.
               88  DEV-ERRO-PEDIDO         VALUE 'E'.
               88  DEV-VALIDADE            VALUE 'V'.
               88  DEV-DESISTENCIA         VALUE 'D'.
               88  DEV-OUTROS              VALUE 'O'.
               88  DEV-MOTIVO-VALIDO       VALUE 'A' 'E' 'V' 'D' 'O'.
           05  VALOR-DEVOLUCAO         PIC  9(009)V9(002).
           05  VALOR-ABATIDO-DEV       PIC  9(009)V9(002).
           05  VALOR-CREDITO-DEV       PIC  9(009)V9(002).
           05  SALDO-CREDITO-DEV       PIC  9(009)V9(002).
           05  ID-OPERADOR-DEV         PIC  X(008).
