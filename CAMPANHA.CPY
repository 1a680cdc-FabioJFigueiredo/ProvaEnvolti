      *----------------------------------------------------------------*
      * COPY.....: CAMPANHA.CPY                                        *
      * OBJETIVO.: LAYOUT DO CADASTRO DE CAMPANHAS DE VENDA            *
      *            (ArqCampanha) - PERIODO DE VALIDADE, ATE 8 PRODUTOS *
      *            PARTICIPANTES, ATE 3 REGIOES (NENHUMA = TODAS) E O  *
      *            BONUS DE COMISSAO: PERCENTUAL SOBRE O VALOR DO ITEM *
      *            OU VALOR FIXO POR UNIDADE VENDIDA. MANTIDO PELO     *
      *            PGFJF079P; O PGFJF016P MARCA CADA ITEM DE PEDIDO    *
      *            QUE SE QUALIFICA COM A CAMPANHA DE MAIOR BONUS E O  *
      *            BONUS CALCULADO                                     *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-CAMPANHA.
           05  COD-CAMPANHA            PIC  9(005).
           05  DESCRICAO-CAMP          PIC  X(040).
           05  DATA-INICIO-CAMP        PIC  9(008).
           05  DATA-FIM-CAMP           PIC  9(008).
           05  TIPO-BONUS-CAMP         PIC  X(001).
               88  CAMP-BONUS-PERC         VALUE 'P'.
               88  CAMP-BONUS-UNIDADE      VALUE 'U'.
               88  CAMP-TIPO-VALIDO        VALUE 'P' 'U'.
           05  PERC-BONUS-CAMP         PIC  9(002)V9(002).
           05  VLR-BONUS-UNIT-CAMP     PIC  9(005)V9(002).
           05  QTD-PRODUTOS-CAMP       PIC  9(003).
           05  PRODUTO-CAMP            OCCURS 8 TIMES.
               10  COD-PRODUTO-CAMP    PIC  9(005).
           05  QTD-REGIOES-CAMP        PIC  9(003).
           05  REGIAO-CAMP             OCCURS 3 TIMES.
               10  COD-REGIAO-CAMP     PIC  9(003).
           05  SITUACAO-CAMP           PIC  X(001).
               88  CAMP-ATIVA              VALUE 'A'.
               88  CAMP-ENCERRADA          VALUE 'E'.
               88  CAMP-SITUACAO-VALIDA    VALUE 'A' 'E'.
           05  DATA-INCLUSAO-CAMP      PIC  9(008).
