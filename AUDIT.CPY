      *                             PEDIDO E O OVERRIDE DE CREDITO     *
      *                             (PGFJF016P) - O NUMERO DO PEDIDO   *
      *                             VAI EM DOCUMENTO-AUDIT             *
      * 15/10/2026 FJF              INCLUIDA A ENTIDADE 'K' (CONTATO   *
      *                             DO CLIENTE - PGFJF064P) - CLIENTE  *
      *                             EM COD-REF-AUDIT, SEQUENCIA DO     *
      *                             CONTATO EM DOCUMENTO-AUDIT E NOME  *
      *                             DO CONTATO NAS DESCRICOES          *
      * 15/10/2026 FJF              INCLUIDA A ENTIDADE 'F' (PERIODO   *
      *                             FECHADO - PGFJF066P) - AAAAMM EM   *
      *                             COD-REF-AUDIT E DOCUMENTO-AUDIT;   *
      *                             'I' NO FECHAMENTO E 'A' NA         *
      *                             REABERTURA, COM O MOTIVO EM        *
      *                             DESCRICAO-AUDIT                    *
      * 15/10/2026 FJF              INCLUIDA A ENTIDADE 'M' (FUSAO DE  *
      *                             CLIENTES - PGFJF081P) - CLIENTE    *
      *                             RETIRADO EM COD-REF-AUDIT, UMA     *
      *                             LINHA POR REGISTRO MOVIDO COM O    *
      *                             DOCUMENTO ANTERIOR/ATUAL E O       *
      *                             ARQUIVO E CLIENTE DE/PARA NAS      *
      *                             DESCRICOES                         *
      *----------------------------------------------------------------*
       01  REG-AUDITORIA.
           05  DATA-EXECUCAO-AUDIT      PIC  9(008).
               88  AUDIT-VENDEDOR           VALUE 'V'.
               88  AUDIT-USUARIO            VALUE 'U'.
               88  AUDIT-PEDIDO             VALUE 'P'.
               88  AUDIT-CONTATO            VALUE 'K'.
               88  AUDIT-PERIODO            VALUE 'F'.
               88  AUDIT-FUSAO              VALUE 'M'.
           05  COD-REF-AUDIT            PIC  9(007).
           05  OPERACAO-AUDIT           PIC  X(001).
               88  AUDIT-INCLUSAO           VALUE 'I'.
