      *SOUS-PROGRAMME ARIO841 (APPELE EN DEBUT ET FIN DE CHAQUE       *
      *PROGRAMME DE LA CHAINE), CONSULTE EN LIGNE                     *
      *PAR LE MONITEUR ARIC218.                                       *
      *L ENREGISTREMENT 'RATTRAP' (WS-RAT-ENR) PORTE LA FENETRE D UN  *
      *RATTRAPAGE DE PLUSIEURS DATES OUVREES (DEBUT, FIN, DATE EN     *
      *COURS), OUVERTE ET AVANCEE PAR ARIO842 : TANT QU ELLE EST      *
      *ACTIVE, LA DATE EN COURS REMPLACE LA DATE DU JOUR DANS LA      *
      *CHAINE (TETE DE CHAINE ARIO841, GENERATEURS DE MOUVEMENTS).    *
      *===============================================================*
      *
       01  WS-RUN-ENR.
      *    JOURNEE) - PORTE AUSSI SUR L ENREGISTREMENT DE TETE
           05  WS-RUN-CYCLE          PIC 9(2).
           05  FILLER                PIC X(9).
      *
      *FENETRE DE RATTRAPAGE (CLE 'RATTRAP ')
       01  WS-RAT-ENR.
           05  WS-RAT-PGM            PIC X(8).
           05  WS-RAT-DATE-DEB       PIC 9(8).
           05  WS-RAT-DATE-FIN       PIC 9(8).
      *    DATE OUVREE EN COURS DE TRAITEMENT (AAAAMMJJ)
           05  WS-RAT-DATE-COURS     PIC 9(8).
           05  WS-RAT-STATUT         PIC X.
               88  RAT-ACTIF                 VALUE 'A'.
               88  RAT-TERMINE               VALUE 'T'.
               88  RAT-ANNULE                VALUE 'X'.
      *    NOMBRE DE DATES TERMINEES OK DEPUIS L OUVERTURE
           05  WS-RAT-NB-DATES       PIC 9(3).
           05  FILLER                PIC X(4).
