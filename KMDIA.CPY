      *----------------------------------------------------------------*
      * COPY.....: KMDIA.CPY                                           *
      * OBJETIVO.: LAYOUT DO DEMONSTRATIVO DE QUILOMETRAGEM POR        *
      *            VENDEDOR E DIA (ArqKmDia), REFEITO PELO PGFJF067P A *
      *            CADA EMISSAO DO DEMONSTRATIVO MENSAL: PARADAS E KM  *
      *            PLANEJADOS NO ROTEIRO, VISITAS INFORMADAS NO        *
      *            ArqVisita, VISITAS FORA DO ROTEIRO, KM APURADO SO   *
      *            COM AS PARADAS VISITADAS E VALOR DO REEMBOLSO - DIA *
      *            COM VISITA FORA DO ROTEIRO FICA MARCADO PARA        *
      *            REVISAO                                             *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-KM-DIA.
           05  CHAVE-KMD.
               10  COD-VENDEDOR-KMD    PIC  9(003).
               10  DATA-KMD            PIC  9(008).
           05  QTD-PARADAS-PLAN-KMD    PIC  9(005).
           05  KM-PLANEJADO-KMD        PIC  9(007)V9(002).
           05  QTD-VISITAS-KMD         PIC  9(005).
           05  QTD-VISITAS-ROTA-KMD    PIC  9(005).
           05  QTD-VISITAS-FORA-KMD    PIC  9(005).
           05  KM-APURADO-KMD          PIC  9(007)V9(002).
           05  VALOR-REEMBOLSO-KMD     PIC  9(009)V9(002).
           05  SW-REVISAO-KMD          PIC  X(001).
               88  DIA-EM-REVISAO-KMD      VALUE 'S'.
