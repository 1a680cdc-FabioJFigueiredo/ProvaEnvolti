      *----------------------------------------------------------------*
      * COPY.....: HISTCOBR.CPY                                        *
      * OBJETIVO.: LAYOUT DO HISTORICO DE COBRANCA (ArqHistCobranca) - *
      *            UMA LINHA POR MUDANCA DE ESTAGIO DE COBRANCA DE UM  *
      *            TITULO EM ATRASO, GRAVADA PELO PGFJF062P COM OS     *
      *            DIAS UTEIS DE ATRASO E O SALDO EM ABERTO NA DATA;   *
      *            EXIBIDO NA CONSULTA CLIENTE 360 (PGFJF031P)         *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-HIST-COBRANCA.
           05  NUM-TITULO-HCB          PIC  9(009).
           05  COD-CLIENTE-HCB         PIC  9(007).
           05  COD-VENDEDOR-HCB        PIC  9(003).
           05  ESTAGIO-HCB             PIC  9(001).
               88  HCB-LEMBRETE            VALUE 1.
               88  HCB-NOTIFICACAO         VALUE 2.
               88  HCB-PRE-PROTESTO        VALUE 3.
           05  DATA-ESTAGIO-HCB        PIC  9(008).
           05  DATA-VENCIMENTO-HCB     PIC  9(008).
           05  DIAS-UTEIS-ATRASO-HCB   PIC  9(005).
           05  SALDO-HCB               PIC  9(009)V9(002).
