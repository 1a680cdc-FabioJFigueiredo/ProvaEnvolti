      *----------------------------------------------------------------*
      * COPY.....: CSVRTR.CPY                                          *
      * OBJETIVO.: LAYOUT DO DEMONSTRATIVO DE RENTABILIDADE POR REGIAO *
      *            EM FORMATO CSV (ArqRentabRegiaoCsv), GERADO PELO    *
      *            PGFJF078P QUANDO PEDIDO - UMA LINHA DE TITULOS E    *
      *            UMA LINHA POR REGIAO, CAMPOS SEPARADOS POR PONTO E  *
      *            VIRGULA E VALORES COM VIRGULA DECIMAL               *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-CSV-RENTAB              PIC  X(800).
