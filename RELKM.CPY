      *----------------------------------------------------------------*
      * COPY.....: RELKM.CPY                                           *
      * OBJETIVO.: LAYOUT DO DEMONSTRATIVO MENSAL DE REEMBOLSO DE      *
      *            QUILOMETRAGEM (ArqRelQuilometragem), GERADO PELO    *
      *            PGFJF067P - ARQUIVO DE IMPRESSAO POR VENDEDOR E DIA *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-REL-KM                  PIC  X(132).
