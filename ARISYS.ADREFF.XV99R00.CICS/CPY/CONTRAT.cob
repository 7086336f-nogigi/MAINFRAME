      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : CONTRAT                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES CONTRATS-CADRE *
      * D'ACHAT (CTR0101). UN CONTRAT ENGAGE UN FOURNISSEUR SUR UNE   *
      * QUANTITE TOTALE D'UN ARTICLE, A PRIX FIXE, SUR UNE PERIODE    *
      * (DATE DE DEBUT A DATE DE FIN INCLUSES). LES CONTRATS SONT     *
      * CHARGES PAR ARIO949 ; ARIO921 CREE SES COMMANDES EN APPELS DE *
      * LIVRAISON SUR LE CONTRAT ACTIF DE L'ARTICLE ET CUMULE LES     *
      * QUANTITES APPELEES DANS WS-CTR-QTE-APPEL. LE PRIX EST EXPRIME *
      * DANS LA DEVISE DU FOURNISSEUR (FOUR0101). ARIO950 EDITE       *
      * CHAQUE MOIS LA CONSOMMATION DES CONTRATS.                     *
      *===============================================================*
      *
       01  WS-CTR-ENR.
           05  WS-CTR-CLE.
               10  WS-CTR-ART-CODE   PIC X(5).
               10  WS-CTR-FOU-CODE   PIC 9(5).
               10  WS-CTR-DATE-DEB   PIC 9(8).
           05  WS-CTR-DATE-FIN       PIC 9(8).
           05  WS-CTR-QTE-ENG        PIC 9(7).
           05  WS-CTR-PXA            PIC 9(5)V99.
      *    QUANTITE DEJA APPELEE PAR LES COMMANDES ARIO921, NOMBRE
      *    D'APPELS ET DATE DU DERNIER APPEL
           05  WS-CTR-QTE-APPEL      PIC 9(7).
           05  WS-CTR-NB-APPEL       PIC 9(5).
           05  WS-CTR-DATE-APPEL     PIC 9(8).
           05  WS-CTR-STATUT         PIC X(01).
               88  CTR-ACTIF                      VALUE 'A'.
               88  CTR-SUSPENDU                   VALUE 'S'.
           05  FILLER                PIC X(19).
