      *----------------------------------------------------------------*
      * COPY.....: LNKG068L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF068P (MAPA DE CONTAS *
      *            CONTABEIS) - FUNCOES: 0 BUSCAR, 1 INCLUIR, 2        *
      *            ALTERAR, 3 EXCLUIR                                  *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG068L.
           05  COD-FUNCAO-LNKG068      PIC  9(001).
           05  COD-RETORNO-LNKG068     PIC  9(001).
           05  MSG-RETORNO-LNKG068     PIC  X(050).
           05  TIPO-EVENTO-LNKG068     PIC  X(001).
           05  COD-REGIAO-LNKG068      PIC  9(003).
           05  CONTA-DEBITO-LNKG068    PIC  X(020).
           05  CONTA-CREDITO-LNKG068   PIC  X(020).
           05  HISTORICO-LNKG068       PIC  X(030).
