      *----------------------------------------------------------------*
      * COPY.....: RESPER.CPY                                          *
      * OBJETIVO.: LAYOUT DO RESUMO CONGELADO DO PERIODO FECHADO       *
      *            (ArqResumoPeriodo) - UM REGISTRO POR AAAAMM,        *
      *            VENDEDOR E REGIAO DO CLIENTE, GRAVADO NO FECHAMENTO *
      *            PELO PGFJF066P: PEDIDOS DIGITADOS, FATURADOS E      *
      *            CANCELADOS COM DATA NO MES, VALOR RECEBIDO NOS      *
      *            TITULOS COM ULTIMO PAGAMENTO NO MES E SALDO A       *
      *            RECEBER DOS TITULOS EMITIDOS ATE O FIM DO MES       *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-RESUMO-PERIODO.
           05  CHAVE-RPE.
               10  ANO-MES-RPE         PIC  9(006).
               10  COD-VENDEDOR-RPE    PIC  9(003).
               10  COD-REGIAO-RPE      PIC  9(003).
           05  QTD-PED-ENTRADOS-RPE    PIC  9(007).
           05  VLR-PED-ENTRADOS-RPE    PIC  9(011)V9(002).
           05  QTD-PED-FATURADOS-RPE   PIC  9(007).
           05  VLR-PED-FATURADOS-RPE   PIC  9(011)V9(002).
           05  QTD-PED-CANCELADOS-RPE  PIC  9(007).
           05  VLR-PED-CANCELADOS-RPE  PIC  9(011)V9(002).
           05  VLR-RECEBIDO-RPE        PIC  9(011)V9(002).
           05  QTD-TIT-ABERTOS-RPE     PIC  9(007).
           05  VLR-ABERTO-RPE          PIC  9(011)V9(002).
           05  DATA-GERACAO-RPE        PIC  9(008).
