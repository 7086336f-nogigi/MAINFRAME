      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : INSPFOU                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DE L'HISTORIQUE    *
      * D'INSPECTION PAR FOURNISSEUR ET ARTICLE (IQF0101). LE         *
      * FOURNISSEUR EST LE FOURNISSEUR ATTITRE DE L'ARTICLE           *
      * (WS-ART-FOU, COMME POUR LA CONSIGNATION ET LES RETOURS).      *
      * IL PORTE LA REGLE D'ECHANTILLONNAGE (SKIP-LOT) DES CATEGORIES *
      * SOUMISES A INSPECTION : APRES N LOTS ACCEPTES CONSECUTIFS     *
      * (WS-CATEG-IQ-SEUIL) LE COUPLE PASSE EN CONTROLE ALLEGE ET     *
      * ARIC122 N'ENVOIE PLUS EN INSPECTION QU'UN LOT SUR K           *
      * (WS-CATEG-IQ-FREQ) ; TOUT REJET QUALITE (ARIC135) OU RETOUR   *
      * AU FOURNISSEUR (ARIC136) LE RAMENE EN CONTROLE TOTAL. L'ETAT  *
      * MENSUEL ARIO969 EN TIRE LE NIVEAU ET LE TAUX D'ACCEPTATION.   *
      *===============================================================*
      *
       01  WS-IQF-ENR.
           05  WS-IQF-CLE.
               10  WS-IQF-FOU-CODE   PIC 9(5).
               10  WS-IQF-ART-CODE   PIC X(5).
           05  WS-IQF-NIVEAU         PIC X(01).
               88  IQF-CONTROLE-TOTAL         VALUE 'T'.
               88  IQF-CONTROLE-ALLEGE        VALUE 'A'.
      *    LOTS ACCEPTES DEPUIS LE DERNIER REJET OU RETOUR, ET LOTS
      *    RECUS DEPUIS LE DERNIER LOT INSPECTE EN CONTROLE ALLEGE
           05  WS-IQF-NB-CONSEC      PIC 9(5).
           05  WS-IQF-CPT-SAUT       PIC 9(3).
      *    CUMULS DEPUIS LA CREATION : LOTS RECUS, ENVOYES EN
      *    INSPECTION, DISPENSES, ACCEPTES, REJETES, RETOURNES
           05  WS-IQF-NB-RECUS       PIC 9(7).
           05  WS-IQF-NB-INSPECTES   PIC 9(7).
           05  WS-IQF-NB-DISPENSES   PIC 9(7).
           05  WS-IQF-NB-ACCEPTES    PIC 9(7).
           05  WS-IQF-NB-REJETES     PIC 9(7).
           05  WS-IQF-NB-RETOURS     PIC 9(7).
      *    DERNIERE DECISION QUALITE, DERNIER REJET OU RETOUR ET
      *    DERNIER CHANGEMENT DE NIVEAU (AAAAMMJJ)
           05  WS-IQF-DATE-DECIS     PIC 9(8).
           05  WS-IQF-DATE-REJET     PIC 9(8).
           05  WS-IQF-DATE-NIVEAU    PIC 9(8).
           05  FILLER                PIC X(15).
