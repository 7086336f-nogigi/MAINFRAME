           05  WS-FOUR-DELAI         PIC 99.
      *    REGLES DE COMMANDE DU FOURNISSEUR, APPLIQUEES PAR ARIO921
      *    A LA CREATION DES COMMANDES CDE0101 (ARRONDIS EDITES SUR
      *    F-ETAT-CDE-S) - ZERO = REGLE SANS OBJET. LA QUANTITE
      *    MINIMALE ET LE MULTIPLE D EMBALLAGE S EXPRIMENT DANS L UNITE
      *    D ACHAT DE LA COMMANDE (WS-CAF-UNITE-ACH DU COPY CATAFOU),
      *    UNITE DE STOCK SI L ARTICLE N A PAS D UNITE D ACHAT :
      *    . MULTIPLE D EMBALLAGE (CARTONS DE N)
           05  WS-FOUR-MULT-EMB      PIC 9(4).
      *    . QUANTITE MINIMALE DE COMMANDE
      *    COMMANDES PORTENT CETTE DEVISE (WS-CDE-DEVISE), LE SEUIL
      *    D APPROBATION D ARIO921 CONVERTIT PAR TXC0101
           05  WS-FOUR-DEVISE        PIC X(03).
      *    COORDONNEES DE REGLEMENT, CHARGEES PAR ARIO953 : IBAN DU
      *    FOURNISSEUR (CONTROLE PAR ARIO851) ET DELAI DE PAIEMENT EN
      *    JOURS DATE DE FACTURE (ZERO = PAYABLE DES LE RAPPROCHEMENT)
      *    - EXPLOITES PAR LE REGLEMENT DES FACTURES ARIO954 ET PAR LE
      *    CLEARING SORTANT D ARIO411 (IBAN DU BENEFICIAIRE)
           05  WS-FOUR-IBAN          PIC X(27).
           05  WS-FOUR-DELAI-PAIE    PIC 9(3).
           05  FILLER                PIC X(15).
