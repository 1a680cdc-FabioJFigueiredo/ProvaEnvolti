      *----------------------------------------------------------------*
      * COPY.....: LNKG064L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF064P (CONTATOS DO    *
      *            CLIENTE)                                            *
      *            FUNCOES: 0 CONSULTA, 1 INCLUSAO (A SEQUENCIA E      *
      *            ATRIBUIDA PELO PROGRAMA E DEVOLVIDA), 2 ALTERACAO E *
      *            3 EXCLUSAO PELA CHAVE CLIENTE/SEQUENCIA, 4 LISTA DE *
      *            CONTATOS DA CARTEIRA VIGENTE DE UM VENDEDOR (ZERO = *
      *            TODOS OS VENDEDORES)                                *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG064L.
           05  COD-FUNCAO-LNKG064      PIC  9(001).
           05  ID-OPERADOR-LNKG064     PIC  X(008).
           05  COD-RETORNO-LNKG064     PIC  9(001).
           05  MSG-RETORNO-LNKG064     PIC  X(050).
           05  COD-CLIENTE-LNKG064     PIC  9(007).
           05  SEQ-CONTATO-LNKG064     PIC  9(002).
           05  NOME-CONTATO-LNKG064    PIC  X(040).
           05  PAPEL-CONTATO-LNKG064   PIC  X(001).
           05  TELEFONE-LNKG064        PIC  X(015).
           05  EMAIL-LNKG064           PIC  X(060).
           05  PREFERENCIAL-LNKG064    PIC  X(001).
           05  COD-VENDEDOR-LNKG064    PIC  9(003).
           05  QTD-CONTATOS-LNKG064    PIC  9(007).
