      *----------------------------------------------------------------*
      * COPY.....: FECHCOM.CPY                                         *
      * OBJETIVO.: LAYOUT DO CONTROLE DE FECHAMENTO MENSAL DE          *
      *            COMISSAO (ArqFechamentoComissao) - UM REGISTRO POR  *
      *            AAAAMM: 'F' FECHADO (PODE SER REPROCESSADO) OU 'A'  *
      *            APROVADO (O RAZAO DO MES FICA CONGELADO E SO ENTRA  *
      *            NOS ESTORNOS DOS MESES SEGUINTES)                   *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-FECHA-COM.
           05  ANO-MES-FCM             PIC  9(006).
           05  SITUACAO-FCM            PIC  X(001).
               88  FCM-FECHADO             VALUE 'F'.
               88  FCM-APROVADO            VALUE 'A'.
           05  DATA-FECHAMENTO-FCM     PIC  9(008).
           05  DATA-APROVACAO-FCM      PIC  9(008).
           05  USUARIO-APROVACAO-FCM   PIC  X(008).
           05  QTD-LANC-FCM            PIC  9(007).
           05  VALOR-GANHO-FCM         PIC  9(011)V9(002).
           05  VALOR-ESTORNO-FCM       PIC  9(011)V9(002).
