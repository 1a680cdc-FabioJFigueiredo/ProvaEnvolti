      *                             PROPRIO CHECKPOINT, SEM APAGAR O   *
      *                             PONTO DE REINICIO DE OUTRA REGIAO  *
      *                             INTERROMPIDA                       *
      * 15/10/2026 FJF              FOLHAS DE CARTEIRA GERADAS APOS A  *
      *                             DISTRIBUICAO SAEM PARA TODAS AS    *
      *                             EQUIPES (SEM FILTRO DE SUPERVISOR) *
      * 15/10/2026 FJF              ROTEIROS GERADOS APOS A            *
      *                             DISTRIBUICAO PARTEM SEMPRE DE HOJE *
      *                             (DATA-INICIO-LNKG036 ZERADA)       *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
       2810-GERA-CARTEIRAS             SECTION.

           MOVE WS-DATA-EXECUCAO       TO DATA-EXECUCAO-LNKG021
           MOVE ZEROS                  TO COD-SUPERVISOR-LNKG021

           CALL WS-PGFJF021            USING LNKG021L

       2820-GERA-ROTEIROS              SECTION.

           MOVE ZEROS                  TO COD-VENDEDOR-LNKG036
                                          DATA-INICIO-LNKG036

           CALL WS-PGFJF036            USING LNKG036L

