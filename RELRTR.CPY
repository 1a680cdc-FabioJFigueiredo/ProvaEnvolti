      *----------------------------------------------------------------*
      * COPY.....: RELRTR.CPY                                          *
      * OBJETIVO.: LAYOUT DO DEMONSTRATIVO MENSAL DE RENTABILIDADE POR *
      *            REGIAO (ArqRelRentabRegiao), GERADO PELO PGFJF078P  *
      *            - ARQUIVO DE IMPRESSAO COM UMA LINHA POR REGIAO E A *
      *            VARIACAO SOBRE O MES ANTERIOR                       *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-REL-RENTAB              PIC  X(132).
