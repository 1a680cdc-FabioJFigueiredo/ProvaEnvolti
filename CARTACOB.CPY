      *----------------------------------------------------------------*
      * COPY.....: CARTACOB.CPY                                        *
      * OBJETIVO.: LAYOUT DO SPOOL DE CARTAS DE COBRANCA               *
      *            (ArqCartaCobranca), GERADO PELO PGFJF062P - CADA    *
      *            CARTA OCUPA VARIAS LINHAS COM O MESMO TITULO E      *
      *            ESTAGIO, NUMERADAS EM SEQ-LINHA-CCB, PRONTAS PARA O *
      *            ESCRITORIO IMPRIMIR E POSTAR NO ENDERECO DO CLIENTE *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-CARTA-COBRANCA.
           05  DATA-GERACAO-CCB        PIC  9(008).
           05  NUM-TITULO-CCB          PIC  9(009).
           05  COD-CLIENTE-CCB         PIC  9(007).
           05  ESTAGIO-CCB             PIC  9(001).
           05  SEQ-LINHA-CCB           PIC  9(002).
           05  TEXTO-CCB               PIC  X(080).
