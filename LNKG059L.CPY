      *----------------------------------------------------------------*
      * COPY.....: LNKG059L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF059P (RAZAO DE       *
      *            COMISSAO A PAGAR)                                   *
      *            FUNCOES: 1 FECHAR O MES (GERA O RAZAO DO AAAAMM E   *
      *            OS ESTORNOS DOS MESES APROVADOS), 2 APROVAR O MES   *
      *            (CONGELA O RAZAO), 3 EMITIR O EXTRATO DE COMISSAO   *
      *            A PAGAR POR VENDEDOR                                *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG059L.
           05  COD-FUNCAO-LNKG059      PIC  9(001).
           05  COD-RETORNO-LNKG059     PIC  9(002).
           05  MSG-RETORNO-LNKG059     PIC  X(050).
           05  ANO-MES-LNKG059         PIC  9(006).
           05  COD-VEND-LNKG059        PIC  9(003).
           05  ID-USUARIO-LNKG059      PIC  X(008).
           05  QTD-LANC-LNKG059        PIC  9(007).
           05  VALOR-GANHO-LNKG059     PIC  9(011)V9(002).
           05  VALOR-ESTORNO-LNKG059   PIC  9(011)V9(002).
