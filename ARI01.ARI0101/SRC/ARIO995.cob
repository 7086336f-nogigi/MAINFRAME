      *EDITE LA PROPOSITION (SEUIL ACTUEL / SEUIL RECOMMANDE) DANS    *
      *F-ETAT-SEU-S ET, SI LA CARTE SYSIN LE DEMANDE, APPLIQUE LES    *
      *SEUILS RECOMMANDES SUR WS-ART-ALERT.                           *
      *LORSQUE L ARTICLE A UNE PREVISION SAISONNIERE (PRV0101, ECRIT  *
      *PAR ARIO975) POUR LE MOIS EN COURS, LE BESOIN SUR LA FENETRE   *
      *DELAI + SECURITE EST CALCULE MOIS PAR MOIS SUR LES PREVISIONS  *
      *(PRORATA DES JOURS, MOIS DE 30 JOURS) AU LIEU DE LA MOYENNE ;  *
      *LES JOURS AU DELA DE LA DERNIERE PREVISION RESTENT A LA        *
      *CONSOMMATION MOYENNE.                                          *
      *SYSIN  -> [HORIZON JOURS(3)][SECURITE JOURS(3)][APPLIQUER O/N] *
      *          [PREVISIONS O/N, O DEFAUT]                           *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 22/08/2026    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! BESOIN SUR LE DELAI CALCULE SUR LES PREVISIONS*
      *               ! SAISONNIERES PRV0101 QUAND ELLES EXISTENT     *
      *               !                                               *
      *===============================================================*
      *
                   FILE STATUS         IS WS-FS-ART-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-PRV-E : PREVISIONS DE DEMANDE (ARIO975)
      *                      -------------------------------------------
           SELECT  F-PRV-E             ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-PRV
                   FILE STATUS         IS WS-FS-PRV-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-SEU-S : SYSOUT PROPOSITION DE
      *                      SEUILS
      *                      -------------------------------------------
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 IO002 INP003 ETATSEU                         *
      *===============================================================*
      *
      ***************
      *=============
      *HISTORIQUE DES MOUVEMENTS EN ENTREE
       FD  F-AMVT-E
           RECORD CONTAINS 85 CHARACTERS.
       01  FS-BUFF-F-AMVT-E.
           05  FS-KEY-AMVT       PIC X(19).
           05  FILLER            PIC X(66).
      *FICHIER ARTICLE (IO)
       FD  F-ART-ES
           RECORD CONTAINS 290 CHARACTERS.
       01  FS-BUFF-F-ART-ES.
           05  FS-KEY-ART        PIC X(5).
           05  FILLER            PIC X(285).
      *PREVISIONS DE DEMANDE
       FD  F-PRV-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-PRV-E.
           05  FS-KEY-PRV        PIC X(11).
           05  FILLER            PIC X(39).
      *ETAT DES PROPOSITIONS DE SEUIL
       FD  F-ETAT-SEU-S
           RECORDING MODE IS F.
      *
       COPY ARTICLE.
       COPY ARTMVTS.
       COPY PREVDEM.
      *FILE STATUS
       01  WS-FS-AMVT-E      PIC X(2).
           88 AMVT-OK                             VALUE '00'.
           88 ART-FIN                             VALUE '10'.
       01  WS-FS-ETAT-SEU-S  PIC X(2).
           88 ETSEU-OK                            VALUE '00'.
       01  WS-FS-PRV-E       PIC X(2).
           88 PRV-OK                              VALUE '00'.
           88 PRV-FIN                             VALUE '10'.
           88 PRV-INEXISTANT                      VALUE '23'.
           88 PRV-FICHIER-ABSENT                  VALUE '35'.
       01  WS-SW-PRV-DISPO   PIC X VALUE '0'.
           88 PRV-DISPONIBLE                      VALUE '1'.
           88 PRV-INDISPONIBLE                    VALUE '0'.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
                                 PIC 9(3).
           05  WS-APPLIQUER      PIC X(1).
               88  APPLIQUER-OUI          VALUE 'O'.
           05  WS-PREVISIONS     PIC X(1).
               88  PREVISIONS-NON         VALUE 'N'.
       01  WS-HORIZON        PIC 9(3) VALUE 90.
       01  WS-SECURITE       PIC 9(3) VALUE 5.
      *TABLE DES CONSOMMATIONS CUMULEES PAR ARTICLE
      *ZONES DE CALCUL DU SEUIL RECOMMANDE
       01  WS-CONSO-JOUR     PIC 9(7)V99 VALUE ZERO.
       01  WS-SEUIL-RECO     PIC 9(7) VALUE ZERO.
      *BESOIN SUR LA FENETRE DELAI + SECURITE D APRES LES PREVISIONS
       01  WS-PERIODE-J      PIC 9(6) VALUE ZERO.
       01  WS-JOURS-RESTE    PIC 9(5) VALUE ZERO.
       01  WS-JOURS-DISPO    PIC 9(5) VALUE ZERO.
       01  WS-JOURS-PRIS     PIC 9(5) VALUE ZERO.
       01  WS-BESOIN-PREV    PIC 9(9)V99 VALUE ZERO.
       01  WS-SW-SOURCE      PIC X VALUE 'M'.
           88 SOURCE-PREVISION                    VALUE 'P'.
           88 SOURCE-MOYENNE                      VALUE 'M'.
      *LIGNES D EDITION
       01  WS-LSEU-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LSEU-ENTETE.
           05  FILLER            PIC X(12) VALUE 'SEUIL ACTUEL'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(11) VALUE 'SEUIL RECOM'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'SOURCE'.
           05  FILLER            PIC X(19) VALUE SPACES.
       01  WS-LSEU-DETAIL.
           05  WS-LSEU-ART-ED    PIC X(5).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-LSEU-ACTUEL-ED PIC ZZZZ9.
           05  FILLER            PIC X(9)  VALUE SPACES.
           05  WS-LSEU-RECO-ED   PIC ZZZZZZ9.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  WS-LSEU-SOURCE-ED PIC X(6).
           05  FILLER            PIC X(19) VALUE SPACES.
      *COMPTEUR RENDU EXEC
       01  WS-NB-MVT-LUS     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ART-LUS     PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-APPLIQUES   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-PREVISIONS  PIC S9(6) COMP VALUE ZERO.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
                       WS-TCSO-QTE(WS-IND-CSO-TRV) / WS-HORIZON
           END-IF.
      *
           SET  SOURCE-MOYENNE          TO TRUE.
           IF  PRV-DISPONIBLE
               PERFORM  7040-BESOIN-PREVISION-DEB
                  THRU  7040-BESOIN-PREVISION-FIN
           END-IF.
      *
           IF  SOURCE-PREVISION
               COMPUTE WS-SEUIL-RECO ROUNDED = WS-BESOIN-PREV
                   ON SIZE ERROR
                       MOVE 99999       TO WS-SEUIL-RECO
               END-COMPUTE
               ADD  1                   TO WS-NB-PREVISIONS
           ELSE
               COMPUTE WS-SEUIL-RECO ROUNDED = WS-CONSO-JOUR
                      * (WS-ART-DELAI + WS-SECURITE)
           END-IF.
      *    WS-ART-ALERT NE PORTE QUE 5 CHIFFRES : LE SEUIL RECOMMANDE
      *    EST PLAFONNE EN CONSEQUENCE
           IF  WS-SEUIL-RECO > 99999
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           IF  PREVISIONS-NON
               SET PRV-INDISPONIBLE     TO TRUE
               GO TO 6000-OPEN-FICHIERS-FIN
           END-IF.
           OPEN INPUT F-PRV-E.
           EVALUATE TRUE
               WHEN PRV-OK
                  SET PRV-DISPONIBLE    TO TRUE
               WHEN PRV-FICHIER-ABSENT
      *           PAS ENCORE DE PREVISIONS : MOYENNE POUR TOUS
                  SET PRV-INDISPONIBLE  TO TRUE
                  DISPLAY 'FICHIER DES PREVISIONS ABSENT - SEUILS '
                          'SUR LA CONSOMMATION MOYENNE'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-PRV-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-PRV-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
           CLOSE F-AMVT-E.
           CLOSE F-ART-ES.
           CLOSE F-ETAT-SEU-S.
           IF  PRV-DISPONIBLE
               CLOSE F-PRV-E
           END-IF.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
           MOVE WS-DATEJ-JJ   TO WS-LSEU-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LSEU-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LSEU-DATE-ED (7:4).
           MOVE WS-DATEJ (1:6) TO WS-PERIODE-J.
      *
       7000-INIT-DATE-FIN.
           EXIT.
      *
       7030-CHERCHE-CONSO-FIN.
           EXIT.
      *-------------------------------------
      *7040 CALCULE LE BESOIN SUR LA FENETRE DELAI + SECURITE A PARTIR
      *     DES PREVISIONS DE L ARTICLE, EN COMMENCANT PAR LE RESTE DU
      *     MOIS EN COURS - SANS PREVISION DU MOIS EN COURS, L ARTICLE
      *     RESTE SUR LA CONSOMMATION MOYENNE
      *------------------------------------
       7040-BESOIN-PREVISION-DEB.
      *
           MOVE WS-ART-CODE             TO WS-PRV-ART-CODE.
           MOVE WS-PERIODE-J            TO WS-PRV-PERIODE.
           MOVE WS-PRV-CLE              TO FS-KEY-PRV.
           READ F-PRV-E INTO WS-PRV-ENR
             KEY IS FS-KEY-PRV
           END-READ.
           IF  PRV-INEXISTANT
               GO TO 7040-BESOIN-PREVISION-FIN
           END-IF.
           IF  NOT PRV-OK
               DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRV-E'
               DISPLAY 'VALEUR DU FS= ' WS-FS-PRV-E
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           SET  SOURCE-PREVISION        TO TRUE.
           MOVE ZERO                    TO WS-BESOIN-PREV.
           COMPUTE WS-JOURS-RESTE = WS-ART-DELAI + WS-SECURITE.
           IF  WS-DATEJ-JJ > 30
               MOVE 1                   TO WS-JOURS-DISPO
           ELSE
               COMPUTE WS-JOURS-DISPO = 30 - WS-DATEJ-JJ + 1
           END-IF.
      *
           PERFORM  7045-BESOIN-UN-MOIS-DEB
              THRU  7045-BESOIN-UN-MOIS-FIN
             UNTIL  WS-JOURS-RESTE = ZERO
                 OR PRV-FIN
                 OR WS-PRV-ART-CODE NOT = WS-ART-CODE
                 OR NOT PRV-PROJETEE.
      *
      *    AU DELA DE LA DERNIERE PREVISION : CONSOMMATION MOYENNE
           IF  WS-JOURS-RESTE > ZERO
               COMPUTE WS-BESOIN-PREV = WS-BESOIN-PREV
                      + WS-CONSO-JOUR * WS-JOURS-RESTE
           END-IF.
      *
       7040-BESOIN-PREVISION-FIN.
           EXIT.
      *-------------------------------------
      *7045 PREND SUR LE MOIS PREVU COURANT LES JOURS DE LA FENETRE
      *     QU IL COUVRE PUIS LIT LA PREVISION DU MOIS SUIVANT
      *------------------------------------
       7045-BESOIN-UN-MOIS-DEB.
      *
           IF  WS-JOURS-RESTE < WS-JOURS-DISPO
               MOVE WS-JOURS-RESTE      TO WS-JOURS-PRIS
           ELSE
               MOVE WS-JOURS-DISPO      TO WS-JOURS-PRIS
           END-IF.
           COMPUTE WS-BESOIN-PREV = WS-BESOIN-PREV
                  + WS-PRV-QTE * WS-JOURS-PRIS / 30.
           SUBTRACT WS-JOURS-PRIS       FROM WS-JOURS-RESTE.
           MOVE 30                      TO WS-JOURS-DISPO.
      *
           IF  WS-JOURS-RESTE > ZERO
               READ F-PRV-E NEXT RECORD INTO WS-PRV-ENR
               IF NOT (PRV-OK OR PRV-FIN)
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRV-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-PRV-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
           END-IF.
      *
       7045-BESOIN-UN-MOIS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           MOVE WS-ART-DELAI            TO WS-LSEU-DELAI-ED.
           MOVE WS-ART-ALERT            TO WS-LSEU-ACTUEL-ED.
           MOVE WS-SEUIL-RECO           TO WS-LSEU-RECO-ED.
           IF  SOURCE-PREVISION
               MOVE 'PREV'              TO WS-LSEU-SOURCE-ED
           ELSE
               MOVE 'MOY'               TO WS-LSEU-SOURCE-ED
           END-IF.
           WRITE FS-BUFF-F-ETAT-SEU-S FROM WS-LSEU-DETAIL.
      *
       8010-EDITION-DETAIL-FIN.
           DISPLAY '* MOUVEMENTS LUS            : ' WS-NB-MVT-LUS.
           DISPLAY '* ARTICLES TRAITES          : ' WS-NB-ART-LUS.
           DISPLAY '* SEUILS APPLIQUES          : ' WS-NB-APPLIQUES.
           DISPLAY '* SEUILS SUR PREVISIONS     : ' WS-NB-PREVISIONS.
           DISPLAY '*==============================================*'.
      *
       8999-STATISTIQUES-FIN.
