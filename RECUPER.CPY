      *----------------------------------------------------------------*
      * COPY.....: RECUPER.CPY                                         *
      * OBJETIVO.: LAYOUT DO ARQUIVO DE SINALIZACOES DE RECUPERACAO DE *
      *            CLIENTES (ArqRecuperacao), GRAVADO PELO PGFJF076P - *
      *            UM REGISTRO POR CLIENTE ATIVO SINALIZADO (SEM       *
      *            COMPRA FATURADA HA MAIS DOS DIAS DO PARAMETRO OU    *
      *            COM QUEDA DE FATURADO ENTRE TRIMESTRES), CHAVE      *
      *            CLIENTE E DATA DA SINALIZACAO. O CLIENTE TEM NO     *
      *            MAXIMO UMA SINALIZACAO PENDENTE, ATUALIZADA A CADA  *
      *            APURACAO; A PRIMEIRA COMPRA FATURADA COM DATA       *
      *            POSTERIOR A SINALIZACAO A MARCA COMO RECUPERADA,    *
      *            COM O PEDIDO E O VALOR DA RECOMPRA                  *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-RECUPERACAO.
           05  CHAVE-RCP.
               10  COD-CLIENTE-RCP     PIC  9(007).
               10  DATA-SINAL-RCP      PIC  9(008).
           05  COD-VENDEDOR-RCP        PIC  9(003).
           05  MOTIVO-RCP              PIC  X(001).
               88  RCP-SEM-COMPRA          VALUE 'S'.
               88  RCP-QUEDA-FATURADO      VALUE 'Q'.
               88  RCP-SEM-COMPRA-E-QUEDA  VALUE 'A'.
           05  DATA-ULT-COMPRA-RCP     PIC  9(008).
           05  DIAS-SEM-COMPRA-RCP     PIC  9(005).
           05  FAT-TRIM-ATUAL-RCP      PIC  9(011)V9(002).
           05  FAT-TRIM-ANTERIOR-RCP   PIC  9(011)V9(002).
           05  PERC-QUEDA-RCP          PIC  9(003).
           05  DATA-ULT-VISITA-RCP     PIC  9(008).
           05  RESULTADO-VISITA-RCP    PIC  X(001).
           05  DATA-ULT-APURACAO-RCP   PIC  9(008).
           05  SITUACAO-RCP            PIC  X(001).
               88  RCP-PENDENTE            VALUE 'P'.
               88  RCP-RECUPERADO          VALUE 'R'.
           05  DATA-RECOMPRA-RCP       PIC  9(008).
           05  NUM-PEDIDO-RECOMPRA-RCP PIC  9(009).
           05  VALOR-RECOMPRA-RCP      PIC  9(009)V9(002).
