      *----------------------------------------------------------------*
      * COPY.....: LNKG066L.CPY                                        *
      * OBJETIVO.: AREA DE COMUNICACAO COM O PGFJF066P (FECHAMENTO DE  *
      *            PERIODO)                                            *
      *            FUNCOES: 0 CONSULTA A SITUACAO DO AAAAMM (F         *
      *            FECHADO, R REABERTO, BRANCO NUNCA FECHADO), 1 FECHA *
      *            O AAAAMM E GRAVA O RESUMO CONGELADO, 2 REABRE O     *
      *            AAAAMM (MOTIVO OBRIGATORIO), 3 EMITE O RELATORIO DO *
      *            RESUMO - FECHAR E REABRIR SO COM PERFIL SUPERVISOR  *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  LNKG066L.
           05  COD-FUNCAO-LNKG066      PIC  9(001).
           05  COD-RETORNO-LNKG066     PIC  9(001).
           05  MSG-RETORNO-LNKG066     PIC  X(050).
           05  ID-OPERADOR-LNKG066     PIC  X(008).
           05  PERFIL-OPERADOR-LNKG066 PIC  X(001).
           05  ANO-MES-LNKG066         PIC  9(006).
           05  SITUACAO-PERIODO-LNKG066
                                       PIC  X(001).
               88  PERIODO-FECHADO-LNKG066 VALUE 'F'.
           05  MOTIVO-LNKG066          PIC  X(040).
           05  QTD-LINHAS-LNKG066      PIC  9(005).
