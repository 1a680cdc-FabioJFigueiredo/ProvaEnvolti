      *----------------------------------------------------------------*
      * COPY.....: CTLPAC.CPY                                          *
      * OBJETIVO.: LAYOUT DO CONTROLE DOS PACOTES DE DADOS DOS         *
      *            VENDEDORES (ArqControlePacote) - UM REGISTRO POR    *
      *            VENDEDOR COM O ULTIMO NUMERO DE GERACAO, A DATA, A  *
      *            HORA, A DATA DO ROTEIRO E AS CONTAGENS DO ULTIMO    *
      *            PACOTE GERADO PELO PGFJF077P                        *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-CONTROLE-PACOTE.
           05  COD-VENDEDOR-CPC        PIC  9(003).
           05  NUM-GERACAO-CPC         PIC  9(006).
           05  DATA-GERACAO-CPC        PIC  9(008).
           05  HORA-GERACAO-CPC        PIC  9(006).
           05  DATA-ROTA-CPC           PIC  9(008).
           05  QTD-CLIENTES-CPC        PIC  9(007).
           05  QTD-TITULOS-CPC         PIC  9(007).
           05  QTD-PARADAS-CPC         PIC  9(007).
           05  QTD-PRODUTOS-CPC        PIC  9(007).
           05  QTD-REGISTROS-CPC       PIC  9(007).
