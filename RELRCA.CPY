      *----------------------------------------------------------------*
      * COPY.....: RELRCA.CPY                                          *
      * OBJETIVO.: LAYOUT DO ACOMPANHAMENTO DA RECUPERACAO DE CLIENTES *
      *            (ArqRelAcompRecuperacao), GERADO PELO PGFJF076P -   *
      *            ARQUIVO DE IMPRESSAO COM AS SINALIZACOES POR        *
      *            VENDEDOR, INDICANDO QUAIS CLIENTES VOLTARAM A       *
      *            COMPRAR, COM A TAXA DE RECUPERACAO                  *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-REL-ACOMP-RCP           PIC  X(132).
