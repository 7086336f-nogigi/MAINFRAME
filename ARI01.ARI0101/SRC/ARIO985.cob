      *               ! DU CENTRE (WS-CCT-BUDGET-MOIS DE CCT0101) EST *
      *               ! EDITE SOUS LE TOTAL AVEC L ECART ET LE        *
      *               ! POURCENTAGE CONSOMME                          *
      * 15/10/2026    ! ENREGISTREMENT HISTORIQUE DES MOUVEMENTS      *
      *               ! PORTE A 85 OCTETS                             *
      *===============================================================*
      *
      *************************
      *=============
      *HISTORIQUE DES MOUVEMENTS EN ENTREE
       FD  F-AMVT-E
           RECORD CONTAINS 85 CHARACTERS.
       01  FS-BUFF-F-AMVT-E.
           05  FS-KEY-AMVT       PIC X(19).
           05  FILLER            PIC X(66).
      *FICHIER MAITRE DES LOTS EN ENTREE
       FD  F-LOT-E
           RECORD CONTAINS 50 CHARACTERS.
