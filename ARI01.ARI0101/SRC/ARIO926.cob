      *COMMANDE INCONNUE = LITIGE CDE. LES ECARTS SONT EDITES DANS    *
      *F-ETAT-RAP-S ; SEULES LES FACTURES CONCORDANTES (BONNES A      *
      *PAYER) SONT ECRITES DANS L EXTRAIT D APPROBATION DE PAIEMENT   *
      *F-PAIE-S REMIS A LA COMPTABILITE. UNE FACTURE SUR COMMANDE EN  *
      *UNITE D ACHAT (WS-CDE-CONV) EST RAMENEE EN UNITES DE STOCK     *
      *(QUANTITE ET PRIX UNITAIRE) AVANT LES CONTROLES.               *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 01/09/2026    ! CREATION DU PROGRAMME                         *
      *               !                                               *
      * 15/10/2026    ! ENREGISTREMENT FACTURE PORTE A 100 OCTETS     *
      *               ! (REFERENCE DE REGLEMENT ARIO954, A BLANC AU   *
      *               ! CHARGEMENT)                                   *
      * 15/10/2026    ! QUANTITE ET PRIX FACTURES DANS L UNITE D ACHAT*
      *               ! DE LA COMMANDE CONVERTIS EN UNITES DE STOCK   *
      *               ! AVANT COMPARAISON AUX RECEPTIONS ET AU LOT    *
      * 15/10/2026    ! EXTRAIT F-PAIE-S MAINTENU A 90 OCTETS         *
      *===============================================================*
      *
      *************************
       01  FS-BUFF-F-FACIN-E     PIC X(90).
      *FICHIER MAITRE DES FACTURES FOURNISSEUR
       FD  F-FAC-ES
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-FAC-ES.
           05  FS-KEY-FAC        PIC X(11).
           05  FILLER            PIC X(89).
      *FICHIER DES COMMANDES DE REAPPROVISIONNEMENT
       FD  F-CDE-E
           RECORD CONTAINS 124 CHARACTERS.
       01  FS-BUFF-F-CDE-E.
           05  FS-KEY-CDE        PIC X(11).
           05  FILLER            PIC X(113).
      *HISTORIQUE DES MOUVEMENTS DE QUANTITE
       FD  F-AMVT-E
           RECORD CONTAINS 85 CHARACTERS.
       01  FS-BUFF-F-AMVT-E.
           05  FS-KEY-AMVT       PIC X(19).
           05  FILLER            PIC X(66).
      *FICHIER MAITRE DES LOTS EN ENTREE
       FD  F-LOT-E
           RECORD CONTAINS 50 CHARACTERS.
           88 LOT-ART-FIN                         VALUE '1'.
      *MONTANT ATTENDU DE LA FACTURE (QTE X PRIX UNITAIRE FACTURE)
       01  WS-MT-ATTENDU     PIC 9(11)V99 VALUE ZERO.
      *QUANTITE ET PRIX UNITAIRE FACTURES RAMENES EN UNITES DE STOCK
      *(COMMANDE EN UNITE D ACHAT : QUANTITE X CONVERSION, PRIX /
      *CONVERSION)
       01  WS-QTE-FAC-STK    PIC 9(7) VALUE ZERO.
       01  WS-PXU-FAC-STK    PIC 9(5)V99 VALUE ZERO.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
               MOVE WS-FACIN-ENR         TO WS-FAC-ENR
               SET  FAC-ENREGISTREE      TO TRUE
               MOVE SPACES               TO WS-FAC-MOTIF
                                            WS-FAC-REF-PAIE
               PERFORM  6060-WRITE-F-FAC-ES-DEB
                  THRU  6060-WRITE-F-FAC-ES-FIN
               IF  FAC-DOUBLON
      *
           SET  FACTURE-CONCORDANTE      TO TRUE.
           MOVE SPACES                   TO WS-FAC-MOTIF.
           MOVE WS-FAC-QTE               TO WS-QTE-FAC-STK.
           MOVE WS-FAC-PXU               TO WS-PXU-FAC-STK.
      *
           MOVE WS-FAC-CDE-NUM           TO FS-KEY-CDE.
           PERFORM  6110-READ-F-CDE-E-DEB
               GO TO 3000-RAPPROCHE-VERDICT
           END-IF.
      *
      *    COMMANDE EN UNITE D ACHAT : LE FOURNISSEUR FACTURE DANS
      *    SON UNITE, LES RECEPTIONS ET LES LOTS SONT EN UNITES DE
      *    STOCK
           IF  NOT CDE-UNITE-STOCK
               COMPUTE WS-QTE-FAC-STK = WS-FAC-QTE * WS-CDE-CONV
                   ON SIZE ERROR
                       MOVE 9999999      TO WS-QTE-FAC-STK
               END-COMPUTE
               COMPUTE WS-PXU-FAC-STK ROUNDED =
                       WS-FAC-PXU / WS-CDE-CONV
           END-IF.
      *
      *    QUANTITE : LA QUANTITE FACTUREE NE PEUT DEPASSER NI LA
      *    QUANTITE RECUE CUMULEE SUR LA COMMANDE (ARIC122) NI LE
      *    CUMUL DES MOUVEMENTS DE RECEPTION DE L ARTICLE DEPUIS LA
      *    DATE DE LA COMMANDE
           PERFORM  7100-CUMUL-RECEPTIONS-DEB
              THRU  7100-CUMUL-RECEPTIONS-FIN.
           IF  WS-QTE-FAC-STK > WS-CDE-QTE-RECUE
               OR WS-QTE-FAC-STK > WS-QTE-RECUE-MVT
               SET  FACTURE-DISCORDANTE  TO TRUE
               MOVE 'QTE'                TO WS-FAC-MOTIF
               GO TO 3000-RAPPROCHE-VERDICT
      *    PRIX : LE PRIX UNITAIRE FACTURE DOIT ETRE CELUI DU DERNIER
      *    LOT RECEPTIONNE DE L ARTICLE (SAISI PAR ARIC122 SUR
      *    LOT0101) ET LE MONTANT DOIT VALOIR QUANTITE X PRIX
      *    (TOUS DEUX DANS L UNITE FACTUREE)
           PERFORM  7200-DERNIER-PRIX-LOT-DEB
              THRU  7200-DERNIER-PRIX-LOT-FIN.
           COMPUTE WS-MT-ATTENDU = WS-FAC-QTE * WS-FAC-PXU.
           IF  (WS-DERNIER-PXU > ZERO
                AND WS-PXU-FAC-STK NOT = WS-DERNIER-PXU)
               OR WS-FAC-MT NOT = WS-MT-ATTENDU
               SET  FACTURE-DISCORDANTE  TO TRUE
               MOVE 'PRX'                TO WS-FAC-MOTIF
      *------------------------------------
       6310-WRITE-F-PAIE-S-DEB.
      *
      *    L EXTRAIT GARDE SON DESSIN DE 90 OCTETS : LA REFERENCE DE
      *    REGLEMENT (A BLANC TANT QUE LA FACTURE N EST PAS PAYEE) N Y
      *    EST PAS REPRISE
           WRITE FS-BUFF-F-PAIE-S FROM WS-FAC-ENR (1:90).
           IF WS-FS-PAIE-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-PAIE-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PAIE-S
           MOVE WS-FAC-CDE-DATE           TO WS-LFAC-CDE-DATE-ED.
           MOVE WS-FAC-CDE-SEQ            TO WS-LFAC-CDE-SEQ-ED.
           MOVE WS-FAC-ART-CODE           TO WS-LFAC-ART-ED.
           MOVE WS-QTE-FAC-STK            TO WS-LFAC-QTE-FAC-ED.
           MOVE WS-QTE-RECUE-MVT          TO WS-LFAC-QTE-REC-ED.
           MOVE WS-FAC-MT                 TO WS-LFAC-MT-ED.
           IF  FAC-BONNE-A-PAYER
