      * DETECTION NOCTURNE D'ARIO911. CONSULTE PAR L'ECRAN DE REVUE   *
      * DES ALERTES DU JOUR (ARIC132) POUR QUE LES ACHATS AGISSENT    *
      * LE MATIN MEME.                                                *
      * POUR UN ARTICLE PORTANT DES NIVEAUX DE STOCK PAR DEPOT        *
      * (SDP0101), L'ALERTE DE SORTIE EST LEVEE PAR DEPOT : QUANTITE  *
      * DES LOTS ACTIFS DU DEPOT, SEUIL = MINIMUM DU DEPOT, DEPOT     *
      * RENSEIGNE DANS WS-ALE-DEPOT (A BLANC POUR UNE ALERTE GLOBALE).*
      *===============================================================*
      *
       01  WS-ALE-ENR.
           05  WS-ALE-SEUIL          PIC 9(5).
           05  WS-ALE-TERM           PIC X(4).
           05  WS-ALE-PROG           PIC X(8).
           05  WS-ALE-DEPOT          PIC X(3).
           05  FILLER                PIC X(5).
