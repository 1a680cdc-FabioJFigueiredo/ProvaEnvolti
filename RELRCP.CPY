      *----------------------------------------------------------------*
      * COPY.....: RELRCP.CPY                                          *
      * OBJETIVO.: LAYOUT DA LISTA DE RECUPERACAO DE CLIENTES POR      *
      *            VENDEDOR (ArqRelRecuperacao), GERADA PELO PGFJF076P *
      *            - ARQUIVO DE IMPRESSAO COM OS CLIENTES SINALIZADOS  *
      *            DA CARTEIRA VIGENTE DE CADA VENDEDOR E O RESULTADO  *
      *            DA ULTIMA VISITA                                    *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-REL-RECUPERACAO         PIC  X(132).
