      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : PLANIF                                    *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES ORDRES         *
      * PLANIFIES (PLA0101), ECRITS PAR LE CALCUL DES BESOINS NETS    *
      * HEBDOMADAIRE ARIO960 : ORDRES D'ACHAT PLANIFIES (ARTICLES     *
      * ACHETES) ET ORDRES DE FABRICATION PLANIFIES (KITS PORTANT UNE *
      * NOMENCLATURE NOM0101). CLE = DATE DU CALCUL + SEQUENCE. LA    *
      * DATE DE LANCEMENT EST LA DATE DE BESOIN DIMINUEE DU DELAI     *
      * (DELAI FOURNISSEUR WS-ART-DELAI, CONVENTION 360 JOURS).       *
      * CHAQUE CALCUL SUPPRIME LES ORDRES ENCORE PLANIFIES DU CALCUL  *
      * PRECEDENT. LE SERVICE ACHATS ACCEPTE UN ORDRE D'ACHAT         *
      * PLANIFIE PAR CARTE (ARIO962) : UNE COMMANDE CDE0101 EST CREEE *
      * ET SON NUMERO EST PORTE SUR L'ORDRE, QUI PASSE ACCEPTE ET     *
      * N'EST PLUS SUPPRIME. LES ORDRES DE FABRICATION PLANIFIES SONT *
      * LANCES PAR L'ATELIER DANS ARIC137 (ACTION 'A').               *
      *===============================================================*
      *
       01  WS-PLA-ENR.
           05  WS-PLA-NUM.
               10  WS-PLA-NUM-DATE   PIC 9(8).
               10  WS-PLA-NUM-SEQ    PIC 9(4).
           05  WS-PLA-TYPE           PIC X(01).
               88  PLA-ACHAT                 VALUE 'A'.
               88  PLA-FABRICATION           VALUE 'F'.
           05  WS-PLA-ART-CODE       PIC X(5).
           05  WS-PLA-QTE            PIC 9(6).
           05  WS-PLA-DATE-BESOIN    PIC 9(8).
           05  WS-PLA-DATE-LANC      PIC 9(8).
      *    FOURNISSEUR ATTITRE DE L'ARTICLE (ZERO POUR UN ORDRE DE
      *    FABRICATION) ET DELAI APPLIQUE EN JOURS
           05  WS-PLA-FOU-CODE       PIC 9(5).
           05  WS-PLA-DELAI          PIC 99.
           05  WS-PLA-STATUT         PIC X(01).
               88  PLA-PLANIFIE              VALUE 'P'.
               88  PLA-ACCEPTE               VALUE 'A'.
      *    'O' = DATE DE LANCEMENT DEJA PASSEE AU CALCUL
           05  WS-PLA-RETARD         PIC X(01).
               88  PLA-EN-RETARD             VALUE 'O'.
      *    COMMANDE CDE0101 CREEE A L'ACCEPTATION ET DATE
           05  WS-PLA-CDE-NUM        PIC X(11).
           05  WS-PLA-DATE-ACCEPT    PIC 9(8).
           05  FILLER                PIC X(12).
