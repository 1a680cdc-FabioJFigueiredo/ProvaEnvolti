      *                             AJUSTADO PARA O PROXIMO DIA UTIL   *
      *                             PELO SERVICO DE DIAS UTEIS         *
      *                             (PGFJF048P)                        *
      * 15/10/2026 FJF              O TITULO NASCE FORA DA REGUA DE    *
      *                             COBRANCA (ESTAGIO ZERO, PGFJF062P) *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
              MOVE VALOR-PEDIDO        TO VALOR-TIT
              MOVE ZEROS               TO VALOR-PAGO-TIT
                                          DATA-ULT-PAGTO-TIT
                                          ESTAGIO-COBR-TIT
                                          DATA-ESTAGIO-TIT
              MOVE "A"                 TO SITUACAO-TIT

              WRITE REG-TITULO
