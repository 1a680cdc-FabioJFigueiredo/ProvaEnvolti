      *----------------------------------------------------------------*
      * COPY.....: LNKG036L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF036P (ROTEIROS       *
      *            DIARIOS DE VISITA POR VENDEDOR) - A DATA DE INICIO  *
      *            ZERO COMECA O ROTEIRO NO PROXIMO DIA UTIL           *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 01/09/2026 FJF              CRIACAO DO LAYOUT                  *
      * 15/10/2026 FJF              INCLUIDO DATA-INICIO-LNKG036 (DATA *
      *                             DO DIA 1 DO ROTEIRO, GRAVADO NO    *
      *                             ArqRotaKm)                         *
      *----------------------------------------------------------------*
       01  LNKG036L.
           05  COD-RETORNO-LNKG036     PIC  9(002).
           05  COD-VENDEDOR-LNKG036    PIC  9(003).
           05  QTD-VENDEDORES-LNKG036  PIC  9(005).
           05  QTD-PARADAS-LNKG036     PIC  9(007).
           05  DATA-INICIO-LNKG036     PIC  9(008).
