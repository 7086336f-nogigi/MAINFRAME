      *PROPOSITION DE QUANTITE A COMMANDER. LA RAISON SOCIALE DU      *
      *FOURNISSEUR EST RECHERCHEE EN DIRECT DANS LE FICHIER MAITRE    *
      *FOUR0101 (F-FOUR-E) POUR CHAQUE ARTICLE EDITE.                 *
      *UN ARTICLE PORTANT DES NIVEAUX DE STOCK PAR DEPOT (SDP0101,    *
      *F-SDP-E) N EST PLUS TESTE SUR SON SEUIL GLOBAL : LA QUANTITE   *
      *DES LOTS ACTIFS DE CHAQUE DEPOT (LOT0101, F-LOT-E) EST COMPAREE*
      *AU MINIMUM DU DEPOT ET LES DEPOTS EN ALERTE SONT EDITES DANS   *
      *UNE SECTION DISTINCTE AVEC LA QUANTITE QUI RAMENE LE DEPOT A   *
      *SON MAXIMUM.                                                   *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      * 17/08/2025    ! LA COLONNE FOURNISSEUR DE L ETAT AFFICHE LA   *
      *               ! RAISON SOCIALE LUE DANS FOUR0101 (ACCES       *
      *               ! DIRECT PAR CODE) AU LIEU DU CODE NUMERIQUE    *
      * 15/10/2026    ! ALERTES PAR DEPOT : LES ARTICLES A NIVEAUX    *
      *               ! MINIMUM / MAXIMUM (SDP0101) SONT TESTES DEPOT *
      *               ! PAR DEPOT SUR LES LOTS ACTIFS (LOT0101) ET    *
      *               ! EDITES DANS UNE SECTION DISTINCTE             *
      *===============================================================*
      *
      *************************
                   FILE STATUS         IS WS-FS-FOUR-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-LOT-E : FICHIER MAITRE DES LOTS (STOCK
      *                                 ACTIF PAR DEPOT)
      *                      -------------------------------------------
           SELECT  F-LOT-E             ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-LOT
                   FILE STATUS         IS WS-FS-LOT-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-SDP-E : NIVEAUX DE STOCK PAR DEPOT
      *                                 (FICHIER OPTIONNEL)
      *                      -------------------------------------------
           SELECT  F-SDP-E             ASSIGN TO INP004
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-SDP
                   FILE STATUS         IS WS-FS-SDP-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-ALE-S : SYSOUT ETAT DES ALERTES
      *                      -------------------------------------------
           SELECT  F-ETAT-ALE-S        ASSIGN TO ETATALE
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 INP003 INP004 ETATALE                 *
      *===============================================================*
      *
      ***************
           05  FILLER            PIC X(285).
      *FICHIER MAITRE DES FOURNISSEURS
       FD  F-FOUR-E
           RECORD CONTAINS 140 CHARACTERS.
       01  FS-BUFF-F-FOUR-E.
           05  FS-KEY-FOUR       PIC X(5).
           05  FILLER            PIC X(135).
      *FICHIER MAITRE DES LOTS
       FD  F-LOT-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-LOT-E.
           05  FS-KEY-LOT        PIC X(11).
           05  FILLER            PIC X(39).
      *FICHIER DES NIVEAUX DE STOCK PAR DEPOT
       FD  F-SDP-E
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-SDP-E.
           05  FS-KEY-SDP        PIC X(8).
           05  FILLER            PIC X(32).
      *FICHIER ETAT DES ALERTES EN SORTIE
       FD  F-ETAT-ALE-S
           RECORDING MODE IS F.
       COPY ARTICLE.
      *DESCRIPTION ENREGISTREMENT FOURNISSEUR
       COPY FOURNISS.
      *DESCRIPTION ENREGISTREMENT LOT
       COPY ARTLOT.
      *DESCRIPTION ENREGISTREMENT NIVEAUX DE STOCK PAR DEPOT
       COPY SEUILDEP.
      *FILE STATUS
       01  WS-FS-ART-E       PIC X(2).
           88 ART-OK                             VALUE '00'.
           88 FOUR-INTROUVABLE                    VALUE '23'.
       01  WS-FS-ETAT-ALE-S  PIC X(2).
           88 ALE-OK                              VALUE '00'.
       01  WS-FS-LOT-E       PIC X(2).
           88 FLOT-OK                             VALUE '00'.
           88 FLOT-FIN                            VALUE '10'.
      *NIVEAUX PAR DEPOT : FICHIER OPTIONNEL (ABSENT = SEUIL GLOBAL
      *POUR TOUS LES ARTICLES, COMME AVANT)
       01  WS-FS-SDP-E       PIC X(2).
           88 SDP-OK                              VALUE '00'.
           88 SDP-FIN                             VALUE '10'.
           88 SDP-FICHIER-ABSENT                  VALUE '35'.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
      *COMPTEUR RENDU EXEC
       01  WS-CLUS           PIC S9(4) COMP VALUE ZERO.
       01  WS-CALE           PIC S9(4) COMP VALUE ZERO.
       01  WS-CLOT           PIC S9(8) COMP VALUE ZERO.
       01  WS-CNIV           PIC S9(4) COMP VALUE ZERO.
       01  WS-CADE           PIC S9(4) COMP VALUE ZERO.
       01  WS-CEXC           PIC S9(4) COMP VALUE ZERO.
      *TAILLE MAXI DU TABLEAU EN MEMOIRE DES ARTICLES (CF ARIO821)
       01  WS-TAB-MAX        PIC S9(4) COMP VALUE 9999.
       01  WS-IND-ART        PIC S9(4) COMP VALUE ZERO.
               10  WS-TART-FOU       PIC 9(5).
               10  WS-TART-QTE       PIC 9(6).
               10  WS-TART-ALERT     PIC 9(5).
      *        'O' = ARTICLE GERE PAR NIVEAUX DE DEPOT (SDP0101)
               10  WS-TART-NIVDEP    PIC X(1).
      *TABLEAU DES COUPLES QTE / ALERTE PASSE A ARIO821 (MEME
      *STRUCTURE QUE LS-TAB-SEUIL DANS ARIO821)
       01  WS-TAB-ART-SEUIL.
       01  WS-NB-ALERTE      PIC 9(4) COMP VALUE ZERO.
      *RAISON SOCIALE DU FOURNISSEUR DE L ARTICLE EN COURS D EDITION
       01  WS-LIB-FOUR       PIC X(20).
      *TABLEAU DES NIVEAUX DE STOCK PAR DEPOT (ORDRE DE CLE ARTICLE +
      *DEPOT DE SDP0101) ET QUANTITE DES LOTS ACTIFS DU DEPOT
       01  WS-SDP-TAB-MAX    PIC S9(4) COMP VALUE 2000.
       01  WS-TAB-SDP.
           05  WS-TSDP-ENTREE        OCCURS 2000.
               10  WS-TSDP-ART       PIC X(5).
               10  WS-TSDP-DEPOT     PIC X(3).
               10  WS-TSDP-MIN       PIC 9(5).
               10  WS-TSDP-MAX       PIC 9(5).
               10  WS-TSDP-QTE       PIC 9(7).
       01  WS-NB-SDP         PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-SDP        PIC S9(4) COMP VALUE ZERO.
      *POSITION COURANTE DANS LE TABLEAU DES NIVEAUX (ARTICLES ET LOTS
      *SONT LUS DANS L ORDRE DES CODES ARTICLE : RAPPROCHEMENT)
       01  WS-IND-SDP-CUR    PIC S9(4) COMP VALUE 1.
       01  WS-ART-CHERCHE    PIC X(5).
       01  WS-SW-NIV-RECH    PIC X.
           88 NIV-RECH-ENCOURS                    VALUE '0'.
           88 NIV-RECH-FIN                        VALUE '1'.
       01  WS-SW-NIV-ART     PIC X.
           88 NIV-ART-TROUVE                      VALUE '1'.
           88 NIV-ART-ABSENT                      VALUE '0'.
      *QUANTITE PROPOSEE POUR RAMENER LE DEPOT A SON MAXIMUM ET
      *LIBELLE DE L ARTICLE DU DEPOT EN ALERTE
       01  WS-QTE-PROP       PIC 9(7) VALUE ZERO.
       01  WS-LIB-ART        PIC X(20).
      *
      *
      *
      *
           PERFORM  7000-INIT-DATE-DEB
              THRU  7000-INIT-DATE-FIN.
      *
           PERFORM  1100-CHARGE-NIVEAUX-DEB
              THRU  1100-CHARGE-NIVEAUX-FIN.
      *
           PERFORM  6000-OPEN-F-ART-E-DEB
              THRU  6000-OPEN-F-ART-E-FIN.
              THRU  2000-EDITE-ALERTES-FIN
             VARYING WS-IND-POS FROM 1 BY 1
             UNTIL  WS-IND-POS > WS-NB-ALERTE.
      *
           IF  WS-NB-SDP > ZERO
               PERFORM  3000-TRT-DEPOTS-DEB
                  THRU  3000-TRT-DEPOTS-FIN
           END-IF.
      *
           PERFORM  6030-CLOSE-F-ART-E-DEB
              THRU  6030-CLOSE-F-ART-E-FIN.
               MOVE WS-ART-ALERT     TO WS-TART-ALERT(WS-NB-ART)
               MOVE WS-ART-QTE       TO WS-TSEUIL-QTE(WS-NB-ART)
               MOVE WS-ART-ALERT     TO WS-TSEUIL-ALERT(WS-NB-ART)
               MOVE WS-ART-CODE      TO WS-ART-CHERCHE
               PERFORM  7040-RATTACHE-NIVEAU-DEB
                  THRU  7040-RATTACHE-NIVEAU-FIN
               IF  NIV-ART-TROUVE
                   MOVE 'O'          TO WS-TART-NIVDEP(WS-NB-ART)
               ELSE
                   MOVE 'N'          TO WS-TART-NIVDEP(WS-NB-ART)
               END-IF
           END-IF.
      *
           PERFORM  6010-READ-F-ART-E-DEB
       1000-TRT-ARTICLES-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1100 CHARGE EN TABLE LES NIVEAUX DE STOCK PAR DEPOT
      *----------------------------------------------------
       1100-CHARGE-NIVEAUX-DEB.
      *
           PERFORM  6080-OPEN-F-SDP-E-DEB
              THRU  6080-OPEN-F-SDP-E-FIN.
           IF  SDP-FICHIER-ABSENT
               GO TO 1100-CHARGE-NIVEAUX-FIN
           END-IF.
      *
           PERFORM  6090-READ-F-SDP-E-DEB
              THRU  6090-READ-F-SDP-E-FIN.
           PERFORM  1110-CHARGE-UN-NIVEAU-DEB
              THRU  1110-CHARGE-UN-NIVEAU-FIN
             UNTIL  SDP-FIN.
      *
           PERFORM  6095-CLOSE-F-SDP-E-DEB
              THRU  6095-CLOSE-F-SDP-E-FIN.
      *
       1100-CHARGE-NIVEAUX-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1110 CHARGE UN NIVEAU EN TABLE ET LIT LE SUIVANT
      *----------------------------------------------------
       1110-CHARGE-UN-NIVEAU-DEB.
      *
           ADD  1  TO  WS-CNIV.
      *
           IF  WS-NB-SDP < WS-SDP-TAB-MAX
               ADD  1                         TO WS-NB-SDP
               MOVE WS-SDP-ART-CODE  TO WS-TSDP-ART(WS-NB-SDP)
               MOVE WS-SDP-DEPOT     TO WS-TSDP-DEPOT(WS-NB-SDP)
               MOVE WS-SDP-MIN       TO WS-TSDP-MIN(WS-NB-SDP)
               MOVE WS-SDP-MAX       TO WS-TSDP-MAX(WS-NB-SDP)
               MOVE ZERO             TO WS-TSDP-QTE(WS-NB-SDP)
           END-IF.
      *
           PERFORM  6090-READ-F-SDP-E-DEB
              THRU  6090-READ-F-SDP-E-FIN.
      *
       1110-CHARGE-UN-NIVEAU-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 EDITE UNE LIGNE DE DETAIL POUR UNE ALERTE
      * (UN ARTICLE GERE PAR NIVEAUX DE DEPOT EST TRAITE EN 3000)
      *----------------------------------------------------
       2000-EDITE-ALERTES-DEB.
      *
           MOVE WS-TPOS(WS-IND-POS)      TO WS-IND-ART.
      *
           IF  WS-TART-NIVDEP(WS-IND-ART) = 'O'
               ADD  1  TO  WS-CEXC
               GO TO 2000-EDITE-ALERTES-FIN
           END-IF.
      *
           PERFORM  7010-CALC-QTE-CDE-DEB
              THRU  7010-CALC-QTE-CDE-FIN.
      *
       2000-EDITE-ALERTES-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 CUMULE LE STOCK ACTIF DE CHAQUE COUPLE ARTICLE /
      * DEPOT A NIVEAUX PUIS EDITE LES DEPOTS EN ALERTE
      *----------------------------------------------------
       3000-TRT-DEPOTS-DEB.
      *
           PERFORM  6100-OPEN-F-LOT-E-DEB
              THRU  6100-OPEN-F-LOT-E-FIN.
      *
           MOVE 1                        TO WS-IND-SDP-CUR.
           PERFORM  6110-READ-F-LOT-E-DEB
              THRU  6110-READ-F-LOT-E-FIN.
           PERFORM  3010-CUMULE-UN-LOT-DEB
              THRU  3010-CUMULE-UN-LOT-FIN
             UNTIL  FLOT-FIN.
      *
           PERFORM  6120-CLOSE-F-LOT-E-DEB
              THRU  6120-CLOSE-F-LOT-E-FIN.
      *
           PERFORM  8020-EDITION-ENTETE-DEP-DEB
              THRU  8020-EDITION-ENTETE-DEP-FIN.
      *
           PERFORM  3100-EDITE-ALERTE-DEP-DEB
              THRU  3100-EDITE-ALERTE-DEP-FIN
             VARYING WS-IND-SDP FROM 1 BY 1
             UNTIL  WS-IND-SDP > WS-NB-SDP.
      *
       3000-TRT-DEPOTS-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3010 AJOUTE UN LOT ACTIF AU NIVEAU DE SON DEPOT
      *----------------------------------------------------
       3010-CUMULE-UN-LOT-DEB.
      *
           ADD  1  TO  WS-CLOT.
      *
           IF  LOT-ACTIF
               AND WS-LOT-DEPOT NOT = SPACES
               MOVE WS-LOT-ART-CODE      TO WS-ART-CHERCHE
               PERFORM  7040-RATTACHE-NIVEAU-DEB
                  THRU  7040-RATTACHE-NIVEAU-FIN
               IF  NIV-ART-TROUVE
                   MOVE WS-IND-SDP-CUR   TO WS-IND-SDP
                   SET  NIV-RECH-ENCOURS TO TRUE
                   PERFORM  7050-AJOUTE-AU-NIVEAU-DEB
                      THRU  7050-AJOUTE-AU-NIVEAU-FIN
                     UNTIL  NIV-RECH-FIN
               END-IF
           END-IF.
      *
           PERFORM  6110-READ-F-LOT-E-DEB
              THRU  6110-READ-F-LOT-E-FIN.
      *
       3010-CUMULE-UN-LOT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3100 EDITE UN DEPOT DONT LE STOCK ACTIF EST AU NIVEAU OU
      * SOUS SON MINIMUM, AVEC LA QUANTITE QUI LE RAMENE AU MAXIMUM
      *----------------------------------------------------
       3100-EDITE-ALERTE-DEP-DEB.
      *
           IF  WS-TSDP-QTE(WS-IND-SDP) > WS-TSDP-MIN(WS-IND-SDP)
               GO TO 3100-EDITE-ALERTE-DEP-FIN
           END-IF.
      *
           COMPUTE WS-QTE-PROP = WS-TSDP-MAX(WS-IND-SDP)
                               - WS-TSDP-QTE(WS-IND-SDP).
      *
           PERFORM  7060-CHERCHE-LIBELLE-DEB
              THRU  7060-CHERCHE-LIBELLE-FIN.
      *
           PERFORM  8030-EDITION-DETAIL-DEP-DEB
              THRU  8030-EDITION-DETAIL-DEP-FIN.
      *
           ADD  1  TO  WS-CADE.
      *
       3100-EDITE-ALERTE-DEP-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6070-CLOSE-F-FOUR-E-FIN.
           EXIT.
      *-------------------------------------
      *6080 EXECUTE L OPEN DU FICHIER F-SDP-E (OPTIONNEL)
      *------------------------------------
       6080-OPEN-F-SDP-E-DEB.
      *
           OPEN INPUT F-SDP-E.
           EVALUATE TRUE
               WHEN SDP-OK
                  CONTINUE
               WHEN SDP-FICHIER-ABSENT
                  DISPLAY 'NIVEAUX DE STOCK PAR DEPOT ABSENTS - '
                          'SEUIL GLOBAL POUR TOUS LES ARTICLES'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-SDP-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-SDP-E
      *
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-EVALUATE.
      *
       6080-OPEN-F-SDP-E-FIN.
           EXIT.
      *-------------------------------------
      *6090 EXECUTE LA LECTURE SUR F-SDP-E
      *------------------------------------
       6090-READ-F-SDP-E-DEB.
      *
           READ F-SDP-E INTO WS-SDP-ENR.
           IF NOT (SDP-OK OR SDP-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SDP-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SDP-E
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6090-READ-F-SDP-E-FIN.
           EXIT.
      *-------------------------------------
      *6095 EXECUTE LA FERMETURE SUR F-SDP-E
      *------------------------------------
       6095-CLOSE-F-SDP-E-DEB.
      *
           CLOSE F-SDP-E.
           IF WS-FS-SDP-E NOT = '00'
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-SDP-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SDP-E
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6095-CLOSE-F-SDP-E-FIN.
           EXIT.
      *-------------------------------------
      *6100 EXECUTE L OPEN DU FICHIER F-LOT-E
      *------------------------------------
       6100-OPEN-F-LOT-E-DEB.
      *
           OPEN INPUT F-LOT-E.
           IF WS-FS-LOT-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6100-OPEN-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6110 EXECUTE LA LECTURE SUR F-LOT-E
      *------------------------------------
       6110-READ-F-LOT-E-DEB.
      *
           READ F-LOT-E INTO WS-LOT-ENR.
           IF NOT (FLOT-OK OR FLOT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6110-READ-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6120 EXECUTE LA FERMETURE SUR F-LOT-E
      *------------------------------------
       6120-CLOSE-F-LOT-E-DEB.
      *
           CLOSE F-LOT-E.
           IF WS-FS-LOT-E NOT = '00'
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6120-CLOSE-F-LOT-E-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
       7030-LOOKUP-FOUR-FIN.
           EXIT.
      *-------------------------------------
      *7040 RAPPROCHE L ARTICLE WS-ART-CHERCHE DU TABLEAU DES NIVEAUX
      *     (ARTICLES, NIVEAUX ET LOTS SONT DANS L ORDRE DES CODES)
      *------------------------------------
       7040-RATTACHE-NIVEAU-DEB.
      *
           SET  NIV-ART-ABSENT           TO TRUE.
           SET  NIV-RECH-ENCOURS         TO TRUE.
           PERFORM  7045-AVANCE-NIVEAU-DEB
              THRU  7045-AVANCE-NIVEAU-FIN
             UNTIL  NIV-RECH-FIN.
      *
       7040-RATTACHE-NIVEAU-FIN.
           EXIT.
      *-------------------------------------
      *7045 AVANCE LA POSITION COURANTE JUSQU AU PREMIER NIVEAU DE
      *     L ARTICLE CHERCHE OU AU DELA
      *------------------------------------
       7045-AVANCE-NIVEAU-DEB.
      *
           IF  WS-IND-SDP-CUR > WS-NB-SDP
               SET  NIV-RECH-FIN         TO TRUE
               GO TO 7045-AVANCE-NIVEAU-FIN
           END-IF.
      *
           IF  WS-TSDP-ART(WS-IND-SDP-CUR) < WS-ART-CHERCHE
               ADD  1                    TO WS-IND-SDP-CUR
           ELSE
               IF  WS-TSDP-ART(WS-IND-SDP-CUR) = WS-ART-CHERCHE
                   SET  NIV-ART-TROUVE   TO TRUE
               END-IF
               SET  NIV-RECH-FIN         TO TRUE
           END-IF.
      *
       7045-AVANCE-NIVEAU-FIN.
           EXIT.
      *-------------------------------------
      *7050 CUMULE LA QUANTITE DU LOT SUR LE NIVEAU DE SON DEPOT
      *------------------------------------
       7050-AJOUTE-AU-NIVEAU-DEB.
      *
           IF  WS-IND-SDP > WS-NB-SDP
               SET  NIV-RECH-FIN         TO TRUE
               GO TO 7050-AJOUTE-AU-NIVEAU-FIN
           END-IF.
      *
           IF  WS-TSDP-ART(WS-IND-SDP) NOT = WS-LOT-ART-CODE
               SET  NIV-RECH-FIN         TO TRUE
               GO TO 7050-AJOUTE-AU-NIVEAU-FIN
           END-IF.
      *
           IF  WS-TSDP-DEPOT(WS-IND-SDP) = WS-LOT-DEPOT
               ADD  WS-LOT-QTE           TO WS-TSDP-QTE(WS-IND-SDP)
               SET  NIV-RECH-FIN         TO TRUE
           ELSE
               ADD  1                    TO WS-IND-SDP
           END-IF.
      *
       7050-AJOUTE-AU-NIVEAU-FIN.
           EXIT.
      *-------------------------------------
      *7060 RECHERCHE LE LIBELLE DE L ARTICLE DU DEPOT EN ALERTE
      *------------------------------------
       7060-CHERCHE-LIBELLE-DEB.
      *
           MOVE 'ARTICLE INCONNU'        TO WS-LIB-ART.
           PERFORM  7065-TESTE-UN-ARTICLE-DEB
              THRU  7065-TESTE-UN-ARTICLE-FIN
             VARYING WS-IND-ART FROM 1 BY 1
             UNTIL  WS-IND-ART > WS-NB-ART.
      *
       7060-CHERCHE-LIBELLE-FIN.
           EXIT.
      *-------------------------------------
      *7065 COMPARE UN ARTICLE DE LA TABLE A L ARTICLE DU NIVEAU
      *------------------------------------
       7065-TESTE-UN-ARTICLE-DEB.
      *
           IF  WS-TART-CODE(WS-IND-ART) = WS-TSDP-ART(WS-IND-SDP)
               MOVE WS-TART-LIBEL(WS-IND-ART) TO WS-LIB-ART
               MOVE WS-NB-ART            TO WS-IND-ART
           END-IF.
      *
       7065-TESTE-UN-ARTICLE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
       8010-EDITION-DETAIL-FIN.
           EXIT.
      *-------------------------------------
      *8020 EDITE L ENTETE DE LA SECTION DES ALERTES PAR DEPOT
      *------------------------------------
       8020-EDITION-ENTETE-DEP-DEB.
      *
           WRITE FS-BUFF-F-ETAT-ALE-S FROM WS-LART-BLANC.
           WRITE FS-BUFF-F-ETAT-ALE-S FROM WS-LART-TITRE-DEP.
           WRITE FS-BUFF-F-ETAT-ALE-S FROM WS-LART-BLANC.
           WRITE FS-BUFF-F-ETAT-ALE-S FROM WS-LART-INTIT-DEP.
           WRITE FS-BUFF-F-ETAT-ALE-S FROM WS-LART-TIRET.
      *
       8020-EDITION-ENTETE-DEP-FIN.
           EXIT.
      *-------------------------------------
      *8030 EDITE UNE LIGNE D ALERTE DE DEPOT
      *------------------------------------
       8030-EDITION-DETAIL-DEP-DEB.
      *
           MOVE WS-TSDP-ART(WS-IND-SDP)    TO WS-LDEP-CODE-ED.
           MOVE WS-LIB-ART                 TO WS-LDEP-LIBEL-ED.
           MOVE WS-TSDP-DEPOT(WS-IND-SDP)  TO WS-LDEP-DEPOT-ED.
           MOVE WS-TSDP-QTE(WS-IND-SDP)    TO WS-LDEP-QTE-ED.
           MOVE WS-TSDP-MIN(WS-IND-SDP)    TO WS-LDEP-MIN-ED.
           MOVE WS-TSDP-MAX(WS-IND-SDP)    TO WS-LDEP-MAX-ED.
           MOVE WS-QTE-PROP                TO WS-LDEP-PROP-ED.
      *
           WRITE FS-BUFF-F-ETAT-ALE-S FROM WS-LART-DET-DEP.
      *
       8030-EDITION-DETAIL-DEP-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
           MOVE 'NOMBRE D''ARTICLES EN ALERTE' TO WS-LCRE-DET-LIB-ED.
           MOVE WS-CALE                      TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'NOMBRE DE NIVEAUX DE DEPOT LUS' TO WS-LCRE-DET-LIB-ED.
           MOVE WS-CNIV                      TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'NOMBRE DE LOTS LUS'         TO WS-LCRE-DET-LIB-ED.
           MOVE WS-CLOT                      TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'ALERTES GLOBALES GEREES PAR DEPOT'
                                             TO WS-LCRE-DET-LIB-ED.
           MOVE WS-CEXC                      TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'NOMBRE D''ALERTES DE DEPOT'  TO WS-LCRE-DET-LIB-ED.
           MOVE WS-CADE                      TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           DISPLAY WS-LCRE-ASTER.
      *
