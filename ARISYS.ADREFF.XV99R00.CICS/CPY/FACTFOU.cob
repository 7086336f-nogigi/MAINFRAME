      * TRACEES DANS ARTMVTS PAR ARIC122. UNE FACTURE CONCORDANTE     *
      * PASSE BONNE A PAYER ('B') ET PART DANS L'EXTRAIT DE PAIEMENT ;*
      * UNE FACTURE DISCORDANTE PASSE EN LITIGE ('L') AVEC LE MOTIF   *
      * DE L'ECART DANS WS-FAC-MOTIF. LE REGLEMENT ARIO954 PAYE LES   *
      * FACTURES BONNES A PAYER ECHUES PAR VIREMENT ET LES PASSE      *
      * PAYEES ('P') AVEC LA REFERENCE DU VIREMENT.                   *
      *===============================================================*
      *
       01  WS-FAC-ENR.
               10  WS-FAC-CDE-DATE       PIC 9(8).
               10  WS-FAC-CDE-SEQ        PIC 9(3).
           05  WS-FAC-ART-CODE           PIC X(5).
      *    QUANTITE ET PRIX UNITAIRE DANS L'UNITE FACTUREE PAR LE
      *    FOURNISSEUR, CELLE DE LA COMMANDE (WS-CDE-UNITE-ACH)
           05  WS-FAC-QTE                PIC 9(6).
           05  WS-FAC-PXU                PIC 9(5)V99.
           05  WS-FAC-MT                 PIC 9(9)V99.
               88  FAC-ENREGISTREE            VALUE 'E'.
               88  FAC-BONNE-A-PAYER          VALUE 'B'.
               88  FAC-LITIGE                 VALUE 'L'.
               88  FAC-PAYEE                  VALUE 'P'.
      *    MOTIF DU LITIGE : CDE = COMMANDE INCONNUE, QTE = QUANTITE
      *    FACTUREE SUPERIEURE A LA QUANTITE RECUE, PRX = PRIX OU
      *    MONTANT DISCORDANT - SPACES SI PAS DE LITIGE
           05  WS-FAC-MOTIF              PIC X(3).
      *    REFERENCE DU VIREMENT DE REGLEMENT (WS-MVTS-REF DU
      *    MOUVEMENT VIREMNT EMIS PAR ARIO954, DATE AAAAMMJJ + 'F' +
      *    CODE FOURNISSEUR) - SPACES TANT QUE LA FACTURE N'EST PAS
      *    PAYEE
           05  WS-FAC-REF-PAIE           PIC X(14).
           05  FILLER                    PIC X(8).
