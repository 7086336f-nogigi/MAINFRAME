      *NUIT, ARIO402 VERSE LES SAISIES EN ATTENTE (STATUT A) DANS LE  *
      *FICHIER DES MOUVEMENTS DU JOUR ET LES MARQUE TRAITEES (T) -    *
      *LES CONTROLES COMPLETS (PROVISION, TAUX, DECOUVERT) RESTENT    *
      *FAITS PAR LA CHAINE. LA PIECE D IDENTITE DU PRESENTATEUR EST   *
      *CONSERVEE SUR LA SAISIE (OBLIGATOIRE ET CONTROLEE SUR LES      *
      *HABILITATIONS PRC0101 POUR UN RETRAIT, FACULTATIVE POUR UN     *
      *DEPOT).                                                        *
      *===============================================================*
      *
       01  WS-GUI-ENR.
           05  WS-GUI-STATUT         PIC X(1).
               88  GUI-EN-ATTENTE            VALUE 'A'.
               88  GUI-TRAITE                VALUE 'T'.
      *    PIECE D IDENTITE DU PRESENTATEUR (COPY PROCURAT)
           05  WS-GUI-PIECE          PIC X(11).
