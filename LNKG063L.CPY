      *----------------------------------------------------------------*
      * COPY.....: LNKG063L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF063P (ESTRUTURA DE   *
      *            EQUIPES)                                            *
      *            FUNCOES: 0 CONSULTA, 1 INCLUSAO, 2 ALTERACAO E 3    *
      *            EXCLUSAO PELA CHAVE TIPO/MEMBRO/VIGENCIA, 4 DEVOLVE *
      *            O SUPERVISOR E O GERENTE VIGENTES DO VENDEDOR NA    *
      *            DATA DE REFERENCIA (RETORNO 1 QUANDO O VENDEDOR NAO *
      *            TEM EQUIPE NA DATA)                                 *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG063L.
           05  COD-FUNCAO-LNKG063      PIC  9(001).
           05  COD-RETORNO-LNKG063     PIC  9(001).
           05  MSG-RETORNO-LNKG063     PIC  X(050).
           05  TIPO-MEMBRO-LNKG063     PIC  X(001).
           05  COD-MEMBRO-LNKG063      PIC  9(003).
           05  DATA-VIGENCIA-LNKG063   PIC  9(008).
           05  COD-SUPERIOR-LNKG063    PIC  9(003).
           05  DATA-REF-LNKG063        PIC  9(008).
           05  COD-SUPERVISOR-LNKG063  PIC  9(003).
           05  COD-GERENTE-LNKG063     PIC  9(003).
