      *----------------------------------------------------------------*
      * COPY.....: RELDEV.CPY                                          *
      * OBJETIVO.: LAYOUT DO RELATORIO MENSAL DE DEVOLUCOES            *
      *            (ArqRelDevolucao), GERADO PELO PGFJF065P - ARQUIVO  *
      *            DE IMPRESSAO COM AS DEVOLUCOES DO MES POR VENDEDOR  *
      *            E MOTIVO                                            *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-REL-DEVOLUCAO           PIC  X(132).
