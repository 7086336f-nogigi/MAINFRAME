      * ENREGISTREMENT DONT LA ZONE CODE CONTIENT LE CODE CATEGORIE   *
      * (CATG0101) : IL S'APPLIQUE AUX ARTICLES DE LA CATEGORIE SANS  *
      * PRIX PROPRE. TENU EN LIGNE PAR ARIC130, EXPLOITE PAR L'ETAT   *
      * DE MARGE ARIO982 ET PAR LA FACTURATION CLIENT ARIO942.         *
      * LES ACCORDS DE PRIX CLIENT (ACP0101, COPY ACCPRIX) SONT       *
      * CONSULTES AVANT CE FICHIER.                                   *
      * UN PRIX D'ORIGINE 'D' EST UNE DEMARQUE DE PEREMPTION PROPOSEE *
      * PAR ARIO966 (DMQ0101, COPY DEMARQUE) ET POSEE A L'APPROBATION *
      * PAR ARIC146 ; WS-PRX-LOT EST LE LOT QUI L'A DECLENCHEE. QUAND *
      * CE LOT EST EPUISE, ARIO966 POSE UN NOUVEAU PRIX DATE DU JOUR  *
      * QUI RETABLIT LE PRIX DE BASE (FIN DE LA DEMARQUE). UN PRIX    *
      * SAISI PAR ARIC130 EST TOUJOURS D'ORIGINE MANUELLE (ESPACE).   *
      *===============================================================*
      *
       01  WS-PRX-ENR.
               10  WS-PRX-ART-CODE   PIC X(5).
               10  WS-PRX-DATE-EFF   PIC 9(8).
           05  WS-PRX-PV             PIC 9(5)V99.
           05  WS-PRX-ORIGINE        PIC X(01).
               88  PRX-MANUEL                 VALUE ' '.
               88  PRX-DEMARQUE               VALUE 'D'.
           05  WS-PRX-LOT            PIC X(6).
           05  FILLER                PIC X(3).
