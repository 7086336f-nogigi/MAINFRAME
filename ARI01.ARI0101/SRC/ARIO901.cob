      *               ! LA CHAINE COMPTES (ARID111) : PROGRESSION ET *
      *               ! CUMULS TRACES TOUS LES 50 ARTICLES, REPRISE  *
      *               ! AU DERNIER ARTICLE COMMITTE                  *
      * 15/10/2026    ! FOURNISSEUR PORTE A 140 OCTETS              *
      *===============================================================*
      *
      *************************
           05  FILLER            PIC X(39).
      *FICHIER MAITRE DES FOURNISSEURS
       FD  F-FOUR-E
           RECORD CONTAINS 140 CHARACTERS.
       01  FS-BUFF-F-FOUR-E.
           05  FS-KEY-FOUR       PIC X(5).
           05  FILLER            PIC X(135).
      *ETATS EN SORTIE
       FD  F-ETAT-ALE-S
           RECORDING MODE IS F.
