      *----------------------------------------------------------------*
      * COPY.....: PRCPAC.CPY                                          *
      * OBJETIVO.: LAYOUT DO ARQUIVO DE TRABALHO DOS PRECOS DO PACOTE  *
      *            DOS VENDEDORES (ArqTrabPrecoPacote) - PRECO VIGENTE *
      *            DE CADA PRODUTO ATIVO POR REGIAO, SEM CLASSE E PARA *
      *            AS CLASSES A, B E C, APURADO UMA VEZ POR REGIAO NA  *
      *            EXECUCAO                                            *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-PRECO-PACOTE.
           05  CHAVE-PPC.
               10  COD-REGIAO-PPC      PIC  9(003).
               10  COD-PRODUTO-PPC     PIC  9(005).
           05  DESCRICAO-PPC           PIC  X(040).
           05  PRECO-BASE-PPC          PIC  9(007)V9(002).
           05  PRECO-CLASSE-A-PPC      PIC  9(007)V9(002).
           05  PRECO-CLASSE-B-PPC      PIC  9(007)V9(002).
           05  PRECO-CLASSE-C-PPC      PIC  9(007)V9(002).
