               10  WS-CAF-FOU-CODE   PIC 9(5).
           05  WS-CAF-PXA            PIC 9(5)V99.
           05  WS-CAF-DELAI          PIC 99.
      *    QUANTITE MINIMALE EXPRIMEE EN UNITES D'ACHAT (CF
      *    WS-CAF-UNITE-ACH) - LE PRIX WS-CAF-PXA RESTE UN PRIX PAR
      *    UNITE DE STOCK
           05  WS-CAF-QTE-MINI      PIC 9(6).
      *    DISPONIBILITE DU FOURNISSEUR POUR CET ARTICLE : UN
      *    FOURNISSEUR INDISPONIBLE (RUPTURE, LITIGE) EST IGNORE PAR
           05  WS-CAF-DISPO          PIC X(01).
               88  CAF-DISPONIBLE             VALUE 'O'.
               88  CAF-INDISPONIBLE           VALUE 'N'.
      *    UNITE D'ACHAT DU FOURNISSEUR POUR CET ARTICLE (CAR = CARTON,
      *    FUT, PAL = PALETTE...) ET NOMBRE D'UNITES DE STOCK CONTENUES
      *    DANS UNE UNITE D'ACHAT. ZERO OU 1 = ACHAT A L'UNITE DE
      *    STOCK. ARIO921 CALCULE ET TRANSMET LA COMMANDE DANS CETTE
      *    UNITE, ARIC122 RECOIT DANS L'UNE OU L'AUTRE UNITE
           05  WS-CAF-UNITE-ACH      PIC X(3).
           05  WS-CAF-CONV           PIC 9(5).
               88  CAF-UNITE-STOCK            VALUES 0 1.
           05  FILLER                PIC X(6).
