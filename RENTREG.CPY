      *----------------------------------------------------------------*
      * COPY.....: RENTREG.CPY                                         *
      * OBJETIVO.: LAYOUT DO DEMONSTRATIVO DE RENTABILIDADE POR REGIAO *
      *            (ArqRentabRegiao) - UMA LINHA POR AAAAMM E REGIAO   *
      *            DO CLIENTE, GRAVADA A CADA EMISSAO PELO PGFJF078P.  *
      *            AS QUANTIDADES DE CLIENTES, VENDEDORES E A          *
      *            COBERTURA SAO A FOTOGRAFIA DO CADASTRO NA EMISSAO E *
      *            SERVEM DE BASE PARA A VARIACAO DO MES SEGUINTE      *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-RENTAB-REGIAO.
           05  CHAVE-RTR.
               10  ANO-MES-RTR         PIC  9(006).
               10  COD-REGIAO-RTR      PIC  9(003).
           05  VLR-FATURADO-RTR        PIC  9(011)V9(002).
           05  VLR-CANCELADO-RTR       PIC  9(011)V9(002).
           05  VLR-DEVOLVIDO-RTR       PIC  9(011)V9(002).
           05  VLR-LIQUIDO-RTR         PIC S9(011)V9(002).
           05  VLR-COMISSAO-RTR        PIC S9(011)V9(002).
           05  VLR-RECEBIDO-RTR        PIC  9(011)V9(002).
           05  VLR-VENCIDO-RTR         PIC  9(011)V9(002).
           05  QTD-CLIENTES-RTR        PIC  9(007).
           05  QTD-VENDEDORES-RTR      PIC  9(005).
           05  QTD-CLI-COBERTOS-RTR    PIC  9(007).
           05  PERC-COBERTURA-RTR      PIC  9(003)V9(002).
           05  DATA-GERACAO-RTR        PIC  9(008).
