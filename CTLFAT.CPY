      *----------------------------------------------------------------*
      * COPY.....: CTLFAT.CPY                                          *
      * OBJETIVO.: LAYOUT DO ARQUIVO DE CONTROLE DA NUMERACAO DE       *
      *            FATURAS (ArqControleFatura) - REGISTRO UNICO COM O  *
      *            ULTIMO NUMERO DE FATURA ATRIBUIDO PELO PGFJF073P    *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-CONTROLE-FAT.
           05  NUM-ULTIMA-FATURA-CFT   PIC  9(009).
           05  DATA-ULTIMA-FATURA-CFT  PIC  9(008).
