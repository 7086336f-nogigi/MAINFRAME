               88  ART-BLOQUE-ACHAT           VALUE 'P'.
               88  ART-BLOQUE-SORTIE          VALUE 'S'.
               88  ART-FIN-DE-VIE             VALUE 'F'.
      *    ARTICLE SUIVI A L UNITE PAR NUMERO DE SERIE (OUTILLAGE,
      *    EQUIPEMENT), TENU PAR ARIC116 : CHAQUE UNITE RECUE, SORTIE,
      *    EXPEDIEE OU RENDUE PORTE SON NUMERO (SER0101, COPY
      *    NUMSERIE) - ESPACE OU 'N' = ARTICLE GERE EN QUANTITE
           05  WS-ART-SERIE          PIC X(01).
               88  ART-SERIALISE              VALUE 'O'.
               88  ART-NON-SERIALISE          VALUES ' ' 'N'.
           05  FILLER                PIC X(04).
      *
      *    ----INDICE----
      *
