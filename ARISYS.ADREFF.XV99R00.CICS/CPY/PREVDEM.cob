      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : PREVDEM                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES PREVISIONS DE  *
      * DEMANDE MENSUELLE PAR ARTICLE (PRV0101), CALCULE CHAQUE MOIS  *
      * PAR ARIO975 A PARTIR DES SORTIES DES 24 DERNIERS MOIS ET DES  *
      * INDICES SAISONNIERS PAR MOIS CALENDAIRE. UN ENREGISTREMENT    *
      * PAR ARTICLE ET PAR MOIS PREVU : PROJETE ('P') JUSQU'A LA      *
      * CLOTURE DU MOIS, PUIS CONTROLE ('C') AVEC LES SORTIES REELLES *
      * POUR LE SUIVI DE LA PRECISION. LU PAR ARIO995 POUR LE CALCUL  *
      * DES SEUILS D'ALERTE SUR LA FENETRE DU DELAI FOURNISSEUR.      *
      *===============================================================*
      *
       01  WS-PRV-ENR.
           05  WS-PRV-CLE.
               10  WS-PRV-ART-CODE   PIC X(5).
      *        MOIS PREVU (AAAAMM)
               10  WS-PRV-PERIODE    PIC 9(6).
      *    QUANTITE DE SORTIES PREVUE POUR LE MOIS
           05  WS-PRV-QTE            PIC 9(9).
      *    INDICE SAISONNIER APPLIQUE AU NIVEAU MENSUEL (1,000 = MOIS
      *    MOYEN)
           05  WS-PRV-INDICE         PIC 9V999.
           05  WS-PRV-DATE-CALC      PIC 9(8).
      *    SORTIES REELLES DU MOIS, RENSEIGNEES A LA CLOTURE
           05  WS-PRV-REEL           PIC 9(9).
           05  WS-PRV-STATUT         PIC X(01).
               88  PRV-PROJETEE               VALUE 'P'.
               88  PRV-CONTROLEE              VALUE 'C'.
           05  FILLER                PIC X(8).
