      *----------------------------------------------------------------*
      * COPY.....: LISTCTT.CPY                                         *
      * OBJETIVO.: LAYOUT DO ARQUIVO DE LISTA DE CONTATOS DA CARTEIRA  *
      *            (ArqListaContatos), GERADO PELO PGFJF064P A PARTIR  *
      *            DO ArqUltimaDistribuicao - ARQUIVO DE IMPRESSAO,    *
      *            UMA FOLHA POR VENDEDOR COM OS CONTATOS DE CADA      *
      *            CLIENTE DA CARTEIRA VIGENTE                         *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-LISTA-CONTATO           PIC  X(132).
