      *----------------------------------------------------------------*
      * COPY.....: ROTAKM.CPY                                          *
      * OBJETIVO.: LAYOUT DO ROTEIRO PLANEJADO COM QUILOMETRAGEM       *
      *            (ArqRotaKm) - UMA PARADA POR VENDEDOR, DATA DE      *
      *            VISITA E SEQUENCIA NO DIA, GRAVADA PELO PGFJF036P   *
      *            COM A POSICAO DE ORIGEM E A DISTANCIA DO TRECHO EM  *
      *            METROS; PARADA-VISITADA-RKM E MARCADA PELO          *
      *            PGFJF067P QUANDO HA VISITA NO ArqVisita PARA O      *
      *            CLIENTE NA DATA                                     *
      *----------------------------------------------------------------*
      * DATA       AUTOR            DESCRICAO                         *
      * 15/10/2026 FJF              CRIACAO DO LAYOUT                  *
      *----------------------------------------------------------------*
       01  REG-ROTA-KM.
           05  CHAVE-RKM.
               10  COD-VENDEDOR-RKM    PIC  9(003).
               10  DATA-ROTA-RKM       PIC  9(008).
               10  SEQ-RKM             PIC  9(003).
           05  DIA-ROTEIRO-RKM         PIC  9(003).
           05  COD-CLIENTE-RKM         PIC  9(007).
           05  LAT-ORIGEM-RKM          PIC S9(003)V9(008).
           05  LON-ORIGEM-RKM          PIC S9(003)V9(008).
           05  LAT-PARADA-RKM          PIC S9(003)V9(008).
           05  LON-PARADA-RKM          PIC S9(003)V9(008).
           05  DIST-TRECHO-RKM         PIC  9(009)V9(002).
           05  SW-VISITADA-RKM         PIC  X(001).
               88  PARADA-VISITADA-RKM     VALUE 'S'.
           05  DATA-GERACAO-RKM        PIC  9(008).
