      *----------------------------------------------------------------*
      * COPY.....: RELANO.CPY                                          *
      * OBJETIVO.: LAYOUT DO CERTIFICADO DE ANONIMIZACAO LGPD          *
      *            (ArqCertificadoAnonimizacao), GERADO PELO PGFJF082P *
      *            - ARQUIVO DE IMPRESSAO COM OS TITULARES             *
      *            ANONIMIZADOS, OS REGISTROS MASCARADOS POR ARQUIVO E *
      *            OS TOTAIS FINANCEIROS PRESERVADOS                   *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-REL-ANONIMIZACAO        PIC  X(132).
