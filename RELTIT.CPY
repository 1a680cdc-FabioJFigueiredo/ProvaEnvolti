      *----------------------------------------------------------------*
      * COPY.....: RELTIT.CPY                                          *
      * OBJETIVO.: LAYOUT DO RELATORIO DO TITULAR                      *
      *            (ArqRelTitularDados), GERADO PELO PGFJF083P -       *
      *            ARQUIVO DE IMPRESSAO COM TODOS OS REGISTROS LIGADOS *
      *            A UM CPF (CADASTRO, CONTATOS, PROSPECTOS,           *
      *            HISTORICOS, PEDIDOS, TITULOS E VISITAS)             *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-REL-TITULAR             PIC  X(132).
