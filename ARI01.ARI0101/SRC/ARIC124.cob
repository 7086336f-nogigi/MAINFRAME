      *               § TOUCHE RAMENE A L ECRAN D ORIGINE           *
      * 02/09/2026    § ALIMENTATION DE L INDEX PAR ARTICLE DU      *
      *               § JOURNAL (XJR0101) AU FIL DE L EAU           *
      * 15/10/2026    § UNE COMMANDE MANUELLE EST HORS CONTRAT-CADRE*
      *               § (WS-CDE-CTR-DEB A BLANC)                    *
      * 15/10/2026    § LA COMMANDE MANUELLE EST SAISIE ET PASSEE EN*
      *               § UNITES DE STOCK (SANS UNITE D ACHAT)        *
      *===============================================================*
      *
      *************************
      *    UNE COMMANDE MANUELLE EST PLACEE SUR LE FOURNISSEUR
      *    ATTITRE DE L ARTICLE (PAS DE SELECTION AU CATALOGUE)
           SET CDE-FOU-ATTITRE                   TO TRUE.
           SET CDE-HORS-CONTRAT                  TO TRUE.
      *    QUANTITE SAISIE EN UNITES DE STOCK : PAS D UNITE D ACHAT
           MOVE SPACES                           TO WS-CDE-UNITE-ACH.
           MOVE ZERO                             TO WS-CDE-CONV.
           MOVE WS-CDE-QTE                       TO WS-CDE-QTE-ACH.
           MOVE ZERO                             TO WS-CDE-QTE-CONF.
           MOVE ZERO                             TO WS-CDE-DATE-CONF.
           SET CDE-SANS-REPONSE                  TO TRUE.
