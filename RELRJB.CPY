      *----------------------------------------------------------------*
      * COPY.....: RELRJB.CPY                                          *
      * OBJETIVO.: LAYOUT DO RELATORIO DE REJEICOES DO RETORNO         *
      *            BANCARIO (ArqRelRejeicaoBanco), GERADO PELO         *
      *            PGFJF072P - ARQUIVO DE IMPRESSAO COM OS PAGAMENTOS  *
      *            NAO BAIXADOS (SEM TITULO, DUPLICADOS, A MENOR OU A  *
      *            MAIOR) E OS REGISTROS RECUSADOS PELO BANCO, PARA    *
      *            TRATAMENTO DO FINANCEIRO                            *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-REL-REJEICAO-BCO        PIC  X(132).
