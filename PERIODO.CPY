      *----------------------------------------------------------------*
      * COPY.....: PERIODO.CPY                                         *
      * OBJETIVO.: LAYOUT DO CONTROLE DE FECHAMENTO DE PERIODO         *
      *            (ArqPeriodo) - UM REGISTRO POR AAAAMM JA FECHADO:   *
      *            'F' FECHADO (PEDIDOS E PAGAMENTOS DATADOS NO MES    *
      *            NAO PODEM MAIS SER ALTERADOS) OU 'R' REABERTO PELO  *
      *            SUPERVISOR (LIBERADO ATE O PROXIMO FECHAMENTO)      *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-PERIODO.
           05  ANO-MES-PER             PIC  9(006).
           05  SITUACAO-PER            PIC  X(001).
               88  PER-FECHADO             VALUE 'F'.
               88  PER-REABERTO            VALUE 'R'.
           05  DATA-FECHAMENTO-PER     PIC  9(008).
           05  USUARIO-FECHAMENTO-PER  PIC  X(008).
           05  DATA-REABERTURA-PER     PIC  9(008).
           05  USUARIO-REABERTURA-PER  PIC  X(008).
           05  QTD-REABERTURAS-PER     PIC  9(003).
           05  QTD-LINHAS-RESUMO-PER   PIC  9(005).
