      * 01/09/2026 FJF              INCLUIDO QTD-GERACOES-SNAP-PAR     *
      *                             (GERACOES DE SNAPSHOT DOS MESTRES  *
      *                             MANTIDAS PELO PGFJF051P, DE 1 A 3) *
      * 15/10/2026 FJF              INCLUIDO DIAS-ESTORNO-COM-PAR      *
      *                             (DIAS DE ATRASO DO TITULO EM       *
      *                             ABERTO APOS O VENCIMENTO QUE       *
      *                             GERAM O ESTORNO DA COMISSAO NO     *
      *                             FECHAMENTO MENSAL - PGFJF059P)     *
      * 15/10/2026 FJF              INCLUIDOS OS DIAS UTEIS DE ATRASO  *
      *                             QUE LEVAM O TITULO A CADA ESTAGIO  *
      *                             DA REGUA DE COBRANCA - LEMBRETE,   *
      *                             NOTIFICACAO E PRE-PROTESTO         *
      *                             (PGFJF062P)                        *
      * 15/10/2026 FJF              INCLUIDO VALOR-KM-PAR (VALOR POR   *
      *                             KM DO REEMBOLSO DE QUILOMETRAGEM   *
      *                             DO VENDEDOR - PGFJF067P)           *
      * 15/10/2026 FJF              INCLUIDOS DIAS-SEM-COMPRA-PAR E    *
      *                             PERC-QUEDA-FAT-PAR (CLIENTE SEM    *
      *                             COMPRA FATURADA HA MAIS DIAS OU    *
      *                             COM QUEDA DE FATURADO ENTRE        *
      *                             TRIMESTRES ACIMA DO PERCENTUAL     *
      *                             ENTRA NA LISTA DE RECUPERACAO -    *
      *                             PGFJF076P)                         *
      * 15/10/2026 FJF              INCLUIDO MESES-RETENCAO-LGPD-PAR   *
      *                             (MESES APOS A EXCLUSAO DO CLIENTE  *
      *                             PESSOA FISICA ATE A ANONIMIZACAO   *
      *                             DO NOME E DO CPF - PGFJF082P)      *
      *----------------------------------------------------------------*
       01  REG-PARAMETROS.
           05  LIMITE-DISTANCIA-PAR    PIC  9(009)V9(002).
           05  DIAS-VISITA-B-PAR       PIC  9(003).
           05  DIAS-VISITA-C-PAR       PIC  9(003).
           05  QTD-GERACOES-SNAP-PAR   PIC  9(001).
           05  DIAS-ESTORNO-COM-PAR    PIC  9(003).
           05  DIAS-COBR-LEMBRETE-PAR  PIC  9(003).
           05  DIAS-COBR-NOTIFIC-PAR   PIC  9(003).
           05  DIAS-COBR-PROTESTO-PAR  PIC  9(003).
           05  VALOR-KM-PAR            PIC  9(003)V9(004).
           05  DIAS-SEM-COMPRA-PAR     PIC  9(003).
           05  PERC-QUEDA-FAT-PAR      PIC  9(003).
           05  MESES-RETENCAO-LGPD-PAR PIC  9(003).
