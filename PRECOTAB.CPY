      *----------------------------------------------------------------*
      * COPY.....: PRECOTAB.CPY                                        *
      * OBJETIVO.: LAYOUT DA TABELA DE PRECOS (ArqTabelaPreco) - UM    *
      *            PRECO POR PRODUTO, REGIAO (REGIAO 0 E A TABELA      *
      *            GERAL) E DATA DE VIGENCIA, COM DESCONTO PERCENTUAL  *
      *            OPCIONAL POR CLASSE ABC DO CLIENTE; VALE A TABELA   *
      *            DE MAIOR VIGENCIA ATE A DATA DO PEDIDO, PRIMEIRO DA *
      *            REGIAO DO CLIENTE E DEPOIS A GERAL - SEM TABELA O   *
      *            PEDIDO USA O PRECO-UNIT-PROD DO MESTRE              *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-TABELA-PRECO.
           05  CHAVE-TPR.
               10  COD-PRODUTO-TPR     PIC  9(005).
               10  COD-REGIAO-TPR      PIC  9(003).
               10  DATA-VIGENCIA-TPR   PIC  9(008).
           05  PRECO-UNIT-TPR          PIC  9(007)V9(002).
           05  PERC-DESC-A-TPR         PIC  9(002)V9(002).
           05  PERC-DESC-B-TPR         PIC  9(002)V9(002).
           05  PERC-DESC-C-TPR         PIC  9(002)V9(002).
