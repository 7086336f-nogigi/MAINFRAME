      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : DEMARQUE                                  *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES DEMARQUES DE   *
      * PEREMPTION (DMQ0101). CLE = ARTICLE + LOT DECLENCHEUR +       *
      * FENETRE DE PEREMPTION (1 = LA PLUS PROCHE). LA PROPOSITION    *
      * EST ECRITE EN ATTENTE PAR LE BATCH HEBDOMADAIRE ARIO966 :     *
      * PRIX DE BASE (PRX0101) DIMINUE DU TAUX DE LA FENETRE, SANS    *
      * DESCENDRE SOUS LE PLANCHER (COUT DU LOT X COEFFICIENT SYSIN). *
      * LE RESPONSABLE DES VENTES L'APPROUVE OU LA REJETTE EN LIGNE   *
      * (ARIC146) ; L'APPROBATION POSE LE PRIX DANS PRX0101 (ORIGINE  *
      * 'D'). ARIO966 CLOT LA DEMARQUE QUAND LE LOT EST EPUISE ET     *
      * REMPLACE PAR UNE FENETRE PLUS PROCHE UNE PROPOSITION RESTEE   *
      * EN ATTENTE. LE BILAN MENSUEL ARIO967 VALORISE LES VENTES      *
      * DEMARQUEES AU COUT DU LOT CONSERVE ICI.                       *
      *===============================================================*
      *
       01  WS-DMQ-ENR.
           05  WS-DMQ-CLE.
               10  WS-DMQ-ART-CODE   PIC X(5).
               10  WS-DMQ-LOT        PIC X(6).
               10  WS-DMQ-FENETRE    PIC 9(1).
           05  WS-DMQ-DATE-PROP      PIC 9(8).
      *    LOT A LA PROPOSITION : PEREMPTION, JOURS RESTANT
      *    (CONVENTION 360 JOURS), QUANTITE ET COUT UNITAIRE
           05  WS-DMQ-DATEXP         PIC 9(8).
           05  WS-DMQ-JOURS          PIC 9(3).
           05  WS-DMQ-QTE-LOT        PIC 9(5).
           05  WS-DMQ-PXU-LOT        PIC 9(5)V99.
      *    PRIX DE BASE HORS DEMARQUE, TAUX DE LA FENETRE ET PRIX
      *    PROPOSE (RELEVE AU PLANCHER SI BESOIN)
           05  WS-DMQ-PV-BASE        PIC 9(5)V99.
           05  WS-DMQ-TAUX           PIC 9(2).
           05  WS-DMQ-PV-PROP        PIC 9(5)V99.
           05  WS-DMQ-PLANCHER       PIC X(01).
               88  DMQ-AU-PLANCHER            VALUE 'O'.
           05  WS-DMQ-STATUT         PIC X(01).
               88  DMQ-EN-ATTENTE             VALUE 'P'.
               88  DMQ-APPROUVEE              VALUE 'A'.
               88  DMQ-REJETEE                VALUE 'R'.
               88  DMQ-REMPLACEE              VALUE 'S'.
               88  DMQ-TERMINEE               VALUE 'T'.
      *    DECISION (DATE, SUPERVISEUR SUPE0101) ET FIN DE DEMARQUE
           05  WS-DMQ-DATE-DECIS     PIC 9(8).
           05  WS-DMQ-SUP            PIC X(5).
           05  WS-DMQ-DATE-FIN       PIC 9(8).
           05  FILLER                PIC X(18).
