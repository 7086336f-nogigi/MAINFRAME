      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : ABONRELV                                  *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DU FICHIER DES ABONNEMENTS AU  *
      *RELEVE ELECTRONIQUE (REX0101) : PAR COMPTE, LA FREQUENCE D     *
      *ENVOI (J = CHAQUE NUIT, M = PREMIERE NUIT DU MOIS), LA         *
      *DESTINATION DE REMISE DU FICHIER ET LE STATUT. TENU EN LIGNE   *
      *PAR ARIC233. ARIO492 PRODUIT CHAQUE NUIT LES RELEVES AU FORMAT *
      *CFONB 120 DES ABONNEMENTS ECHUS ET POSE LA DATE DE FIN DE LA   *
      *DERNIERE PERIODE EMISE (ZERO = JAMAIS EMIS : LA PREMIERE       *
      *PERIODE EST LE JOUR DU TRAITEMENT) ET LA DATE DU DERNIER REFUS *
      *POUR DEFAUT DE CONCORDANCE DES SOLDES.                         *
      *===============================================================*
      *
       01  WS-REX-ENR.
           05  WS-REX-CPTE           PIC X(10).
           05  WS-REX-FREQ           PIC X(1).
               88  REX-QUOTIDIEN             VALUE 'J'.
               88  REX-MENSUEL               VALUE 'M'.
      *    DESTINATION DE REMISE (BOITE D ECHANGE DU CLIENT)
           05  WS-REX-DEST           PIC X(30).
           05  WS-REX-STATUT         PIC X(1).
               88  REX-ACTIF                 VALUE 'A'.
               88  REX-SUSPENDU              VALUE 'S'.
           05  WS-REX-DATE-CREA      PIC 9(8).
      *    FIN DE LA DERNIERE PERIODE EMISE (AAAAMMJJ, ZERO = JAMAIS)
           05  WS-REX-DERN-DATE      PIC 9(8).
           05  WS-REX-DERN-R REDEFINES WS-REX-DERN-DATE.
               10  WS-REX-DERN-AAAAMM PIC 9(6).
               10  WS-REX-DERN-JJ    PIC 9(2).
           05  WS-REX-NB-ENVOIS      PIC 9(5).
      *    DATE DU DERNIER REFUS D EMISSION (SOLDES DISCORDANTS OU
      *    SOLDE D OUVERTURE INCONNU), ZERO = AUCUN
           05  WS-REX-REFUS-DATE     PIC 9(8).
           05  FILLER                PIC X(9).
