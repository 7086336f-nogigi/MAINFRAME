      *               !                                               *
      * 01/09/2026    ! LA DEVISE DE LA COMMANDE (WS-CDE-DEVISE) EST  *
      *               ! PORTEE SUR LE DETAIL TRANSMIS AU FOURNISSEUR  *
      * 15/10/2026    ! QUANTITE TRANSMISE DANS L UNITE D ACHAT DU    *
      *               ! FOURNISSEUR (WS-CDE-QTE-ACH, WS-CDE-UNITE-ACH)*
      *               ! SUR LE DETAIL ET LE JOURNAL                   *
      *===============================================================*
      *
      *************************
      *=============
      *FICHIER DES COMMANDES DE REAPPROVISIONNEMENT
       FD  F-CDE-ES
           RECORD CONTAINS 124 CHARACTERS.
       01  FS-BUFF-F-CDE-ES.
           05  FS-KEY-CDE        PIC X(11).
           05  FILLER            PIC X(113).
      *FICHIER MAITRE DES FOURNISSEURS
       FD  F-FOUR-E
           RECORD CONTAINS 140 CHARACTERS.
       01  FS-BUFF-F-FOUR-E.
           05  FS-KEY-FOUR       PIC X(5).
           05  FILLER            PIC X(135).
      *FICHIER DE TRANSMISSION EN SORTIE
       FD  F-TRANS-S
           RECORDING MODE IS F.
               10  WS-TTRS-DATE-CDE  PIC 9(8).
               10  WS-TTRS-DELAI     PIC 9(2).
               10  WS-TTRS-DEVISE    PIC X(3).
               10  WS-TTRS-UNITE     PIC X(3).
       01  WS-NB-TRS         PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-TRS        PIC S9(4) COMP VALUE ZERO.
      *FOURNISSEUR EN COURS DE TRAITEMENT ET PROCHAIN FOURNISSEUR
               MOVE WS-CDE-FOU-CODE     TO WS-TTRS-FOU(WS-NB-TRS)
               MOVE WS-CDE-NUM          TO WS-TTRS-NUM(WS-NB-TRS)
               MOVE WS-CDE-ART-CODE     TO WS-TTRS-ART(WS-NB-TRS)
      *        COMMANDE EN UNITE D ACHAT : QUANTITE ET UNITE DU
      *        FOURNISSEUR, SINON QUANTITE EN UNITES DE STOCK
               IF  CDE-UNITE-STOCK
                   MOVE WS-CDE-QTE      TO WS-TTRS-QTE(WS-NB-TRS)
                   MOVE SPACES          TO WS-TTRS-UNITE(WS-NB-TRS)
               ELSE
                   MOVE WS-CDE-QTE-ACH  TO WS-TTRS-QTE(WS-NB-TRS)
                   MOVE WS-CDE-UNITE-ACH
                                        TO WS-TTRS-UNITE(WS-NB-TRS)
               END-IF
               MOVE WS-CDE-DATE-CDE     TO WS-TTRS-DATE-CDE(WS-NB-TRS)
               MOVE WS-CDE-DELAI        TO WS-TTRS-DELAI(WS-NB-TRS)
               IF  WS-CDE-DEVISE = SPACES
                                         TO WS-TRS-D-DATE-CDE.
           MOVE WS-TTRS-DELAI(WS-IND-TRS) TO WS-TRS-D-DELAI.
           MOVE WS-TTRS-DEVISE(WS-IND-TRS) TO WS-TRS-D-DEVISE.
           MOVE WS-TTRS-UNITE(WS-IND-TRS) TO WS-TRS-D-UNITE.
      *
           WRITE FS-BUFF-F-TRANS-S FROM WS-TRS-DETAIL.
           IF NOT TRANS-OK
           MOVE WS-TTRS-FOU(WS-IND-TRS)  TO WS-TRL-FOU.
           MOVE WS-TTRS-ART(WS-IND-TRS)  TO WS-TRL-ART.
           MOVE WS-TTRS-QTE(WS-IND-TRS)  TO WS-TRL-QTE.
           MOVE WS-TTRS-UNITE(WS-IND-TRS) TO WS-TRL-UNITE.
      *
           WRITE FS-BUFF-F-TRLOG-S FROM WS-TRL-ENR.
           IF NOT TRLOG-OK
