      *DONT L IBAN NE CORRESPOND A AUCUN COMPTE (IBA0101) EST POSTEE  *
      *PAR ARIO231 SUR LE COMPTE D ATTENTE ET ENREGISTREE ICI (CLE =  *
      *DATE DE CHARGEMENT + SEQUENCE DU RUN) POUR L ETAT D ANCIENNETE *
      *ARIO232. L OPERATEUR DECIDE DU SORT DE L ENTREE EN LIGNE       *
      *(ARIC235) : AFFECTATION A UN COMPTE (STATUT A) OU RETOUR A LA  *
      *BANQUE EMETTRICE (STATUT T), AVEC SON CODE OPERATEUR ET LA DATE*
      *DE DECISION. ARIO494 GENERE ENSUITE LE VIREMNT DEPUIS LE COMPTE*
      *D ATTENTE (VERS LE COMPTE AFFECTE, OU VERS LE CLEARING SORTANT *
      *POUR UN RETOUR) ET PASSE L ENTREE AU STATUT R (REGULARISEE) OU *
      *X (RETOURNEE).                                                 *
      *===============================================================*
      *
       01  WS-SUS-ENR.
           05  WS-SUS-REF            PIC X(16).
           05  WS-SUS-STATUT         PIC X(1).
               88  SUS-EN-SUSPENS            VALUE 'E'.
               88  SUS-AFFECTE               VALUE 'A'.
               88  SUS-A-RETOURNER           VALUE 'T'.
               88  SUS-REGULARISE            VALUE 'R'.
               88  SUS-RETOURNE              VALUE 'X'.
      *    COMPTE D AFFECTATION (STATUT A, SPACES SINON)
           05  WS-SUS-CPTE-AFF       PIC X(10).
      *    OPERATEUR ET DATE (AAAAMMJJ) DE LA DECISION EN LIGNE
           05  WS-SUS-OPID           PIC X(3).
           05  WS-SUS-DATE-DEC       PIC 9(8).
           05  FILLER                PIC X(13).
