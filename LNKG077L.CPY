      *----------------------------------------------------------------*
      * COPY.....: LNKG077L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF077P (PACOTE DE      *
      *            DADOS DOS VENDEDORES) - VENDEDOR ZERO GERA O PACOTE *
      *            DE TODOS OS VENDEDORES ATIVOS; DATA DO ROTEIRO ZERO *
      *            USA O PROXIMO DIA UTIL APOS A DATA CORRENTE NA UF   *
      *            DE CADA VENDEDOR                                    *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      * 15/10/2026 FJF              DATA PADRAO PELA UF DO VENDEDOR    *
      *----------------------------------------------------------------*
       01  LNKG077L.
           05  COD-RETORNO-LNKG077     PIC  9(002).
           05  MSG-RETORNO-LNKG077     PIC  X(050).
           05  COD-VENDEDOR-LNKG077    PIC  9(003).
           05  DATA-ROTA-LNKG077       PIC  9(008).
           05  QTD-PACOTES-LNKG077     PIC  9(005).
           05  QTD-REGISTROS-LNKG077   PIC  9(007).
