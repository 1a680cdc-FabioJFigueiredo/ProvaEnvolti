      *----------------------------------------------------------------*
      * COPY.....: CTLBCO.CPY                                          *
      * OBJETIVO.: LAYOUT DO ARQUIVO DE CONTROLE DA COBRANCA BANCARIA  *
      *            (ArqControleBanco) - REGISTRO UNICO COM A ULTIMA    *
      *            REMESSA ENVIADA (PGFJF071P) E O ULTIMO RETORNO      *
      *            PROCESSADO (PGFJF072P), PARA DETECTAR ARQUIVO       *
      *            PULADO OU REPETIDO                                  *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-CONTROLE-BCO.
           05  NUM-ULTIMA-REMESSA-CBC  PIC  9(006).
           05  DATA-ULTIMA-REMESSA-CBC PIC  9(008).
           05  NUM-ULTIMO-RETORNO-CBC  PIC  9(006).
           05  DATA-ULTIMO-RETORNO-CBC PIC  9(008).
