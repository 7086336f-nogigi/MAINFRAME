      * 01/09/2026    § ENREGISTREMENT FOURNISSEUR PORTE A 100        *
      *               § OCTETS (REGLES DE COMMANDE, CF ARIO921) -     *
      *               § REGLES INITIALISEES A ZERO A LA CREATION      *
      * 15/10/2026    § ENREGISTREMENT FOURNISSEUR PORTE A 140        *
      *               § OCTETS (IBAN ET DELAI DE PAIEMENT, CHARGES    *
      *               § PAR ARIO953) - A BLANC / ZERO A LA CREATION   *
      *===============================================================*
      *
      *************************
          88 FOUR-UTILISE                      VALUE '1'.
          88 FOUR-LIBRE                        VALUE '0'.
      *IMAGE AVANT DU FOURNISSEUR POUR LE JOURNAL
       01 WS-FOUR-AVANT                PIC X(140).
      *CLE DE DEFILEMENT DU FICHIER CROISE ARTXFOU
       01 WS-XFOU-BRW-CLE              PIC X(10).
      *CLE DE DEFILEMENT DU FICHIER DES COMMANDES
           MOVE ZERO                              TO WS-FOUR-VAL-MINI.
           MOVE SPACE                             TO WS-FOUR-CONSIGNE.
           MOVE 'EUR'                             TO WS-FOUR-DEVISE.
      *    LES COORDONNEES DE REGLEMENT SONT CHARGEES PAR ARIO953
           MOVE SPACE                             TO WS-FOUR-IBAN.
           MOVE ZERO                              TO WS-FOUR-DELAI-PAIE.
           PERFORM 6040-WRITE-FOUR-DEB
              THRU 6040-WRITE-FOUR-FIN.
           MOVE LOW-VALUE                         TO WS-FOUR-AVANT.
