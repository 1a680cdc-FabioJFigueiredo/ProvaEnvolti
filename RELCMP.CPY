      *----------------------------------------------------------------*
      * COPY.....: RELCMP.CPY                                          *
      * OBJETIVO.: LAYOUT DO RELATORIO DE RESULTADO DA CAMPANHA DE     *
      *            VENDAS (ArqRelCampanha), GERADO PELO PGFJF079P -    *
      *            ARQUIVO DE IMPRESSAO COM UNIDADES, RECEITA E BONUS  *
      *            POR VENDEDOR NO PERIODO DA CAMPANHA, COMPARADOS COM *
      *            O PERIODO DE MESMA DURACAO IMEDIATAMENTE ANTERIOR   *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-REL-CAMPANHA            PIC  X(132).
