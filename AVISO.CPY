      * 01/09/2026 FJF              TEXTO-AVI AMPLIADO PARA X(130) -   *
      *                             COM X(110) A DATA EFETIVA NO FIM   *
      *                             DO TEXTO ERA TRUNCADA              *
      * 15/10/2026 FJF              INCLUIDO COD-VEND-ORIGEM-AVI: NA   *
      *                             COPIA ENVIADA AO SUPERVISOR DA     *
      *                             EQUIPE GUARDA O VENDEDOR DO AVISO  *
      *                             ORIGINAL (ZERO NO AVISO ORIGINAL)  *
      *----------------------------------------------------------------*
       01  REG-AVISO.
           05  DATA-GERACAO-AVI        PIC  9(008).
               88  AVISO-TRANSFERENCIA     VALUE 'T'.
               88  AVISO-COBERTURA         VALUE 'C'.
           05  TEXTO-AVI               PIC  X(130).
           05  COD-VEND-ORIGEM-AVI     PIC  9(003).
               88  AVISO-ORIGINAL          VALUE ZEROS.
