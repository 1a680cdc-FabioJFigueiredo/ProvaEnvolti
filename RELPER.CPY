      *----------------------------------------------------------------*
      * COPY.....: RELPER.CPY                                          *
      * OBJETIVO.: LAYOUT DO RELATORIO DO RESUMO DO PERIODO FECHADO    *
      *            (ArqRelPeriodo), GERADO PELO PGFJF066P - ARQUIVO DE *
      *            IMPRESSAO COM O RESUMO CONGELADO POR VENDEDOR E     *
      *            REGIAO                                              *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-REL-PERIODO             PIC  X(132).
