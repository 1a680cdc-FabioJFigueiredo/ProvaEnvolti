      *----------------------------------------------------------------*
      * COPY.....: PEDREC.CPY                                          *
      * OBJETIVO.: LAYOUT DO CADASTRO DE PEDIDOS RECORRENTES           *
      *            (ArqPedidoRecorrente) - CLIENTE, VENDEDOR, LISTA DE *
      *            ATE 5 ITENS, FREQUENCIA (SEMANAL, QUINZENAL OU      *
      *            MENSAL) E PERIODO DE VALIDADE. MANTIDO PELO         *
      *            PGFJF074P E LIDO PELO GERADOR DIARIO DE PEDIDOS     *
      *            (PGFJF075P), QUE AVANCA A DATA DA PROXIMA GERACAO.  *
      *            DATA FIM ZERADA SIGNIFICA SEM TERMINO; O PRECO DOS  *
      *            ITENS VEM DA TABELA VIGENTE NA DATA DE CADA PEDIDO  *
      *            GERADO                                              *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-PEDIDO-REC.
           05  NUM-RECORRENTE-PRC      PIC  9(006).
           05  COD-CLIENTE-PRC         PIC  9(007).
           05  COD-VENDEDOR-PRC        PIC  9(003).
           05  FREQUENCIA-PRC          PIC  X(001).
               88  PRC-SEMANAL             VALUE 'S'.
               88  PRC-QUINZENAL           VALUE 'Q'.
               88  PRC-MENSAL              VALUE 'M'.
               88  PRC-FREQUENCIA-VALIDA   VALUE 'S' 'Q' 'M'.
           05  DATA-INICIO-PRC         PIC  9(008).
           05  DATA-FIM-PRC            PIC  9(008).
           05  DATA-PROXIMA-PRC        PIC  9(008).
           05  DATA-ULT-GERACAO-PRC    PIC  9(008).
           05  NUM-ULT-PEDIDO-PRC      PIC  9(009).
           05  SITUACAO-PRC            PIC  X(001).
               88  PRC-ATIVO               VALUE 'A'.
               88  PRC-SUSPENSO            VALUE 'S'.
               88  PRC-ENCERRADO           VALUE 'E'.
               88  PRC-SITUACAO-VALIDA     VALUE 'A' 'S' 'E'.
           05  QTD-ITENS-PRC           PIC  9(003).
           05  ITEM-PRC                OCCURS 5 TIMES.
               10  COD-PRODUTO-PRC     PIC  9(005).
               10  QTD-ITEM-PRC        PIC  9(005).
