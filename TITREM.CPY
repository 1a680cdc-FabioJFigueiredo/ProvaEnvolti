      *----------------------------------------------------------------*
      * COPY.....: TITREM.CPY                                          *
      * OBJETIVO.: LAYOUT DO CONTROLE DE TITULOS ENVIADOS AO BANCO     *
      *            (ArqTituloRemessa) - UM REGISTRO POR TITULO         *
      *            REMETIDO PELO PGFJF071P, ATUALIZADO PELO RETORNO DO *
      *            BANCO (PGFJF072P): E ENVIADO, C REGISTRO            *
      *            CONFIRMADO, L LIQUIDADO PELO BANCO                  *
      *            TITULO COM REGISTRO RECUSADO PELO BANCO SAI DO      *
      *            CONTROLE E VOLTA NA PROXIMA REMESSA                 *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-TITULO-REM.
           05  NUM-TITULO-TRM          PIC  9(009).
           05  NUM-REMESSA-TRM         PIC  9(006).
           05  DATA-ENVIO-TRM          PIC  9(008).
           05  VALOR-ENVIADO-TRM       PIC  9(009)V9(002).
           05  SITUACAO-TRM            PIC  X(001).
               88  TRM-ENVIADO             VALUE 'E'.
               88  TRM-CONFIRMADO          VALUE 'C'.
               88  TRM-LIQUIDADO           VALUE 'L'.
           05  NUM-RETORNO-TRM         PIC  9(006).
           05  DATA-LIQUIDACAO-TRM     PIC  9(008).
           05  VALOR-LIQUIDADO-TRM     PIC  9(009)V9(002).
