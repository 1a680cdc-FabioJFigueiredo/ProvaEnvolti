      *----------------------------------------------------------------*
      * COPY.....: LNKG082L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF082P (ANONIMIZACAO   *
      *            LGPD DOS CLIENTES PESSOA FISICA EXCLUIDOS HA MAIS   *
      *            TEMPO QUE A RETENCAO) - DATA-REFERENCIA-LNKG082     *
      *            ZERO = HOJE; COD-RETORNO-LNKG082: 0 = CONCLUIDO,    *
      *            8 = TOTAIS FINANCEIROS DOS TITULARES DIVERGENTES    *
      *            ANTES E DEPOIS DA ANONIMIZACAO, 9 = ERRO DE ARQUIVO *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      * 15/10/2026 FJF              RETORNO 8 - TOTAIS DIVERGENTES     *
      *----------------------------------------------------------------*
       01  LNKG082L.
           05  COD-RETORNO-LNKG082     PIC  9(002).
           05  MSG-RETORNO-LNKG082     PIC  X(050).
           05  ID-OPERADOR-LNKG082     PIC  X(008).
           05  DATA-REFERENCIA-LNKG082 PIC  9(008).
           05  QTD-TITULARES-LNKG082   PIC  9(005).
           05  QTD-REGISTROS-LNKG082   PIC  9(007).
