      *----------------------------------------------------------------*
      * COPY.....: LNKG061L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF061P (TABELA DE      *
      *            PRECOS) - FUNCOES: 0 BUSCAR, 1 INCLUIR, 2 ALTERAR,  *
      *            3 EXCLUIR, 4 PRECO VIGENTE DO PRODUTO PARA REGIAO,  *
      *            DATA E CLASSE ABC (RETORNO 1 QUANDO NAO HA TABELA   *
      *            VIGENTE), 5 RELATORIO DE ITENS COM PRECO DIFERENTE  *
      *            DA TABELA NO PERIODO                                *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG061L.
           05  COD-FUNCAO-LNKG061       PIC  9(001).
           05  COD-RETORNO-LNKG061      PIC  9(001).
           05  MSG-RETORNO-LNKG061      PIC  X(050).
           05  COD-PRODUTO-LNKG061      PIC  9(005).
           05  COD-REGIAO-LNKG061       PIC  9(003).
           05  DATA-VIGENCIA-LNKG061    PIC  9(008).
           05  PRECO-UNIT-LNKG061       PIC  9(007)V9(002).
           05  PERC-DESC-A-LNKG061      PIC  9(002)V9(002).
           05  PERC-DESC-B-LNKG061      PIC  9(002)V9(002).
           05  PERC-DESC-C-LNKG061      PIC  9(002)V9(002).
           05  CLASSE-ABC-LNKG061       PIC  X(001).
           05  PRECO-VIGENTE-LNKG061    PIC  9(007)V9(002).
           05  DATA-INI-LNKG061         PIC  9(008).
           05  DATA-FIM-LNKG061         PIC  9(008).
           05  QTD-LINHAS-LNKG061       PIC  9(007).
