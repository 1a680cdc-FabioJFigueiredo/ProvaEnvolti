      *----------------------------------------------------------------*
      * COPY.....: LNKG083L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF083P (RELATORIO DO   *
      *            TITULAR - TUDO O QUE O SISTEMA GUARDA SOBRE UM CPF) *
      *            - SO SUPERVISOR; COD-RETORNO-LNKG083: 0 = EMITIDO,  *
      *            1 = VALIDACAO, 9 = ERRO DE ARQUIVO                  *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG083L.
           05  COD-RETORNO-LNKG083     PIC  9(002).
           05  MSG-RETORNO-LNKG083     PIC  X(050).
           05  ID-OPERADOR-LNKG083     PIC  X(008).
           05  PERFIL-OPERADOR-LNKG083 PIC  X(001).
           05  CPF-LNKG083             PIC  9(014).
           05  QTD-CLIENTES-LNKG083    PIC  9(003).
           05  QTD-REGISTROS-LNKG083   PIC  9(007).
