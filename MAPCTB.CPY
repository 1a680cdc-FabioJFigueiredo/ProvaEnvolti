      *----------------------------------------------------------------*
      * COPY.....: MAPCTB.CPY                                          *
      * OBJETIVO.: LAYOUT DO MAPA DE CONTAS CONTABEIS                  *
      *            (ArqMapaContabil) - CONTA A DEBITO E CONTA A        *
      *            CREDITO POR TIPO DE EVENTO E REGIAO DO CLIENTE      *
      *            (REGIAO 0 E O MAPA GERAL, USADO QUANDO A REGIAO NAO *
      *            TEM MAPA PROPRIO)                                   *
      *            EVENTOS: F FATURAMENTO, C CANCELAMENTO, R           *
      *            RECEBIMENTO, G COMISSAO PROVISIONADA, E ESTORNO DE  *
      *            COMISSAO, D DEVOLUCAO DE PEDIDO                     *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      * 15/10/2026 FJF              EVENTO D (DEVOLUCAO) NO MAPA       *
      *----------------------------------------------------------------*
       01  REG-MAPA-CTB.
           05  CHAVE-MCT.
               10  TIPO-EVENTO-MCT     PIC  X(001).
                   88  MCT-EVENTO-VALIDO   VALUE 'F' 'C' 'R' 'G' 'E'
                                                 'D'.
               10  COD-REGIAO-MCT      PIC  9(003).
           05  CONTA-DEBITO-MCT        PIC  X(020).
           05  CONTA-CREDITO-MCT       PIC  X(020).
           05  HISTORICO-MCT           PIC  X(030).
