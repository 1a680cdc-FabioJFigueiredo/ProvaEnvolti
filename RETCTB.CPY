      *----------------------------------------------------------------*
      * COPY.....: RETCTB.CPY                                          *
      * OBJETIVO.: LAYOUT DO ARQUIVO DE RETORNO DA CONTABILIDADE       *
      *            (ArqRetornoContabil), LIDO PELO PGFJF070P - UM      *
      *            REGISTRO POR LOTE RECEBIDO, ACEITO OU REJEITADO COM *
      *            MOTIVO, COM A QUANTIDADE DE LINHAS QUE A            *
      *            CONTABILIDADE RECEBEU                               *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-RETORNO-CTB.
           05  NUM-LOTE-RCT            PIC  9(006).
           05  SITUACAO-RCT            PIC  X(001).
               88  RCT-ACEITO              VALUE 'A'.
               88  RCT-REJEITADO           VALUE 'R'.
           05  QTD-LINHAS-RCT          PIC  9(007).
           05  MOTIVO-RCT              PIC  X(050).
