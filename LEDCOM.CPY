      *----------------------------------------------------------------*
      * COPY.....: LEDCOM.CPY                                          *
      * OBJETIVO.: LAYOUT DO RAZAO DE COMISSAO A PAGAR                 *
      *            (ArqRazaoComissao) - GRAVADO PELO FECHAMENTO        *
      *            MENSAL (PGFJF059P): UM LANCAMENTO DE COMISSAO       *
      *            GANHA POR PEDIDO DO MES FECHADO E, NOS MESES        *
      *            SEGUINTES, UM LANCAMENTO DE ESTORNO QUANDO O        *
      *            PEDIDO E CANCELADO OU O TITULO CONTINUA EM ABERTO   *
      *            ALEM DO PRAZO DO ArqParametros, E UM ESTORNO        *
      *            PARCIAL QUANDO HA DEVOLUCAO APOS A APROVACAO - A    *
      *            CHAVE E O PEDIDO, O TIPO E A SEQUENCIA: UM GANHO E  *
      *            NO MAXIMO UM ESTORNO INTEGRAL (SEQUENCIA 00) E OS   *
      *            ESTORNOS POR DEVOLUCAO (01 A 99); ANO-MES-LCM E O   *
      *            MES DE COMPETENCIA DO LANCAMENTO (MES FECHADO)      *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      * 15/10/2026 FJF              VALOR-BONUS-LCM - PARCELA DE BONUS *
      *                             DE CAMPANHA INCLUIDA NO            *
      *                             VALOR-COMISSAO-LCM                 *
      * 15/10/2026 FJF              SEQ-LANC-LCM NA CHAVE - ESTORNOS   *
      *                             PARCIAIS POR DEVOLUCAO (MOTIVO D,  *
      *                             SEQUENCIA 01 A 99) CONVIVEM COM O  *
      *                             GANHO E O ESTORNO INTEGRAL (00)    *
      *----------------------------------------------------------------*
       01  REG-RAZAO-COM.
           05  CHAVE-LCM.
               10  NUM-PEDIDO-LCM      PIC  9(009).
               10  TIPO-LANC-LCM       PIC  X(001).
                   88  LANC-GANHO-LCM      VALUE 'G'.
                   88  LANC-ESTORNO-LCM    VALUE 'E'.
               10  SEQ-LANC-LCM        PIC  9(002).
           05  ANO-MES-LCM             PIC  9(006).
           05  COD-VENDEDOR-LCM        PIC  9(003).
           05  COD-CLIENTE-LCM         PIC  9(007).
           05  ANO-MES-ORIGEM-LCM      PIC  9(006).
           05  VALOR-BASE-LCM          PIC  9(009)V9(002).
           05  TAXA-LCM                PIC  9(002)V9(002).
           05  VALOR-COMISSAO-LCM      PIC  9(009)V9(002).
           05  MOTIVO-ESTORNO-LCM      PIC  X(001).
               88  ESTORNO-CANCELADO-LCM   VALUE 'C'.
               88  ESTORNO-TITULO-LCM      VALUE 'T'.
               88  ESTORNO-DEVOLUCAO-LCM   VALUE 'D'.
           05  DATA-LANC-LCM           PIC  9(008).
           05  VALOR-BONUS-LCM         PIC  9(009)V9(002).
