      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 01/09/2026 FJF              CRIACAO DO LAYOUT                  *
      * 15/10/2026 FJF              INCLUIDOS ESTAGIO-COBR-TIT E       *
      *                             DATA-ESTAGIO-TIT (ESTAGIO DA REGUA *
      *                             DE COBRANCA DO PGFJF062P E DATA EM *
      *                             QUE O TITULO ENTROU NELE)          *
      *----------------------------------------------------------------*
       01  REG-TITULO.
           05  NUM-TITULO              PIC  9(009).
           05  SITUACAO-TIT            PIC  X(001).
               88  TIT-ABERTO              VALUE 'A'.
               88  TIT-PAGO                VALUE 'P'.
           05  ESTAGIO-COBR-TIT        PIC  9(001).
               88  TIT-SEM-COBRANCA        VALUE 0.
               88  TIT-LEMBRETE            VALUE 1.
               88  TIT-NOTIFICACAO         VALUE 2.
               88  TIT-PRE-PROTESTO        VALUE 3.
           05  DATA-ESTAGIO-TIT        PIC  9(008).
