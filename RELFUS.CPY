      *----------------------------------------------------------------*
      * COPY.....: RELFUS.CPY                                          *
      * OBJETIVO.: LAYOUT DO RELATORIO DA FUSAO DE CLIENTES            *
      *            (ArqRelFusaoCliente), GERADO PELO PGFJF081P -       *
      *            ARQUIVO DE IMPRESSAO COM OS PEDIDOS, TITULOS,       *
      *            VISITAS, FIXACAO E CONTATOS DO CLIENTE RETIRADO, NA *
      *            PREVIA (ANTES DA CONFIRMACAO) E NA EFETIVACAO       *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-REL-FUSAO               PIC  X(132).
