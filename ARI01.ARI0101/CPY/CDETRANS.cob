      *    DEVISE DE LA COMMANDE (CF WS-CDE-DEVISE - EUR SI NON
      *    RENSEIGNEE SUR LES COMMANDES ANCIENNES)
           05  WS-TRS-D-DEVISE       PIC X(3).
      *    UNITE D'ACHAT DU FOURNISSEUR (WS-CDE-UNITE-ACH - SPACES =
      *    UNITE DE STOCK) : WS-TRS-D-QTE EST EXPRIMEE DANS CETTE UNITE
           05  WS-TRS-D-UNITE        PIC X(3).
           05  FILLER                PIC X(41) VALUE SPACES.
      *---------------------------------------------------------------*
      *   ENREGISTREMENT DU JOURNAL DES TRANSMISSIONS                 *
      *---------------------------------------------------------------*
           05  WS-TRL-FOU            PIC 9(5).
           05  WS-TRL-ART            PIC X(5).
           05  WS-TRL-QTE            PIC 9(6).
           05  WS-TRL-UNITE          PIC X(3).
           05  FILLER                PIC X(36) VALUE SPACES.
