               88  CDE-FOU-PRIX                   VALUE 'PRX'.
               88  CDE-FOU-DELAI                  VALUE 'DEL'.
               88  CDE-FOU-ATTITRE                VALUE 'ART'.
      *        CTR = APPEL DE LIVRAISON SUR UN CONTRAT-CADRE CTR0101
               88  CDE-FOU-CONTRAT                VALUE 'CTR'.
      *        SCO = MEILLEURE NOTE FOURNISSEUR (SCF0101, ARIO955) A
      *        EGALITE DE PRIX DU CATALOGUE
               88  CDE-FOU-NOTE                   VALUE 'SCO'.
      *    REPONSE DU FOURNISSEUR A LA COMMANDE, CHARGEE PAR ARIO929
      *    DEPUIS LE FICHIER DES CONFIRMATIONS ENTRANTES : QUANTITE
      *    CONFIRMEE, DATE DE LIVRAISON PROMISE (ZERO = AUCUNE) ET
      *    DEVISE DE LA COMMANDE (CELLE DU FOURNISSEUR RETENU,
      *    FOUR0101 - SPACES = EUR SUR LES COMMANDES ANCIENNES)
           05  WS-CDE-DEVISE             PIC X(03).
      *    APPEL DE LIVRAISON : DATE DE DEBUT DU CONTRAT-CADRE
      *    APPELE (COPY CONTRAT, CLE ARTICLE + FOURNISSEUR + DATE DE
      *    DEBUT) - SPACES = COMMANDE HORS CONTRAT
           05  WS-CDE-CTR-DEB            PIC X(08).
               88  CDE-HORS-CONTRAT               VALUE SPACES.
      *    UNITE D'ACHAT DE LA COMMANDE (WS-CAF-UNITE-ACH DU CATALOGUE
      *    CAF0101 POUR LE FOURNISSEUR RETENU), NOMBRE D'UNITES DE
      *    STOCK PAR UNITE D'ACHAT ET QUANTITE COMMANDEE EN UNITES
      *    D'ACHAT, SEULE TRANSMISE AU FOURNISSEUR (ARIO922).
      *    WS-CDE-QTE, WS-CDE-QTE-RECUE ET WS-CDE-QTE-CONF RESTENT EN
      *    UNITES DE STOCK. CONVERSION ZERO OU 1 = COMMANDE PASSEE EN
      *    UNITES DE STOCK (COMMANDE MANUELLE, GROUPEE, PLANIFIEE OU
      *    ANCIENNE - WS-CDE-QTE-ACH = WS-CDE-QTE)
           05  WS-CDE-UNITE-ACH          PIC X(03).
           05  WS-CDE-CONV               PIC 9(05).
               88  CDE-UNITE-STOCK                VALUES 0 1.
           05  WS-CDE-QTE-ACH            PIC 9(06).
