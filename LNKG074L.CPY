      *----------------------------------------------------------------*
      * COPY.....: LNKG074L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF074P (CADASTRO DE    *
      *            PEDIDOS RECORRENTES) - FUNCOES: 0 BUSCAR, 1         *
      *            INCLUIR, 2 ALTERAR, 3 EXCLUIR                       *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG074L.
           05  COD-FUNCAO-LNKG074      PIC  9(001).
           05  COD-RETORNO-LNKG074     PIC  9(001).
           05  MSG-RETORNO-LNKG074     PIC  X(050).
           05  NUM-RECORRENTE-LNKG074  PIC  9(006).
           05  COD-CLIENTE-LNKG074     PIC  9(007).
           05  COD-VENDEDOR-LNKG074    PIC  9(003).
           05  FREQUENCIA-LNKG074      PIC  X(001).
           05  DATA-INICIO-LNKG074     PIC  9(008).
           05  DATA-FIM-LNKG074        PIC  9(008).
           05  DATA-PROXIMA-LNKG074    PIC  9(008).
           05  SITUACAO-LNKG074        PIC  X(001).
           05  QTD-ITENS-LNKG074       PIC  9(003).
           05  ITEM-LNKG074            OCCURS 5 TIMES.
               10  COD-PRODUTO-LNKG074 PIC  9(005).
               10  QTD-ITEM-LNKG074    PIC  9(005).
