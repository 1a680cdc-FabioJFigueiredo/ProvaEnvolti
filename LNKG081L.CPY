      *----------------------------------------------------------------*
      * COPY.....: LNKG081L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF081P (FUSAO DE       *
      *            CLIENTES DUPLICADOS) - FUNCOES: 1 EMITE A PREVIA DE *
      *            TUDO O QUE SERA MOVIDO DO CLIENTE RETIRADO PARA O   *
      *            SOBREVIVENTE, 2 EFETIVA A FUSAO (MOVE, EXCLUI       *
      *            LOGICAMENTE O RETIRADO, GRAVA A FUSAO E A           *
      *            AUDITORIA) - SO COM PERFIL SUPERVISOR               *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG081L.
           05  COD-FUNCAO-LNKG081      PIC  9(001).
           05  COD-RETORNO-LNKG081     PIC  9(002).
           05  MSG-RETORNO-LNKG081     PIC  X(050).
           05  ID-OPERADOR-LNKG081     PIC  X(008).
           05  PERFIL-OPERADOR-LNKG081 PIC  X(001).
           05  COD-CLIENTE-SOB-LNKG081 PIC  9(007).
           05  COD-CLIENTE-RET-LNKG081 PIC  9(007).
           05  QTD-PEDIDOS-LNKG081     PIC  9(005).
           05  QTD-TITULOS-LNKG081     PIC  9(005).
           05  QTD-VISITAS-LNKG081     PIC  9(005).
           05  QTD-FIXACOES-LNKG081    PIC  9(003).
           05  QTD-CONTATOS-LNKG081    PIC  9(003).
