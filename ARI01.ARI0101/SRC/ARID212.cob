      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARID212                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *CHARGEMENT (REJOUABLE) DES TABLES DB2 TARTIC, TLOTS ET TAMVTS  *
      *A PARTIR DES FICHIERS ARTICLE (ART0101, F-ART-E), MAITRE DES   *
      *LOTS (LOT0101, F-LOT-E) ET HISTORIQUE DES MOUVEMENTS ARTICLE   *
      *(ARTMVTS, F-AMVT-E), POUR PERMETTRE D ECRIRE LES ETATS DU COTE *
      *ARTICLE EN SQL (JOINTURES) COMME DU COTE COMPTES (ARID211).    *
      *UN ARTICLE OU UN LOT DEJA PRESENT DANS SA TABLE EST REMIS A    *
      *JOUR (UPDATE) PLUTOT QUE REINSERE, ET UN MOUVEMENT DEJA        *
      *PRESENT DANS TAMVTS N'EST PAS REDOUBLE, CE QUI REND LE         *
      *CHARGEMENT REJOUABLE SANS RISQUE SUR UN RERUN.                 *
      *LA TABLE DES LOTS EMBARQUEE DANS L ENREGISTREMENT ARTICLE      *
      *(WS-ART-TLOT) N EST PAS CHARGEE : LOT0101 FAIT FOI.            *
      *LE SUIVI QUOTIDIEN EST ASSURE ENSUITE PAR ARID213.             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    ! CREATION DU PROGRAMME                         *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARID212.
      *
      *                  ==============================               *
      *=================<  ENVIRONMENT      DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
      **********************
       ENVIRONMENT DIVISION.
      **********************
      *
      *======================
       CONFIGURATION SECTION.
      *======================
      *
      *--------------
       SPECIAL-NAMES.
      *--------------
           DECIMAL-POINT IS COMMA.
      *
      *=====================
       INPUT-OUTPUT SECTION.
      *=====================
      *
      *-------------
       FILE-CONTROL.
      *-------------
      *
      *                      -------------------------------------------
      *                      F-ART-E  : FICHIER ARTICLE
      *                      -------------------------------------------
           SELECT  F-ART-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-ART
                   FILE STATUS         IS WS-FS-ART-E.
      *                      -------------------------------------------
      *                      F-LOT-E  : FICHIER MAITRE DES LOTS
      *                      -------------------------------------------
           SELECT  F-LOT-E             ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-LOT
                   FILE STATUS         IS WS-FS-LOT-E.
      *                      -------------------------------------------
      *                      F-AMVT-E : HISTORIQUE DES MOUVEMENTS
      *                      -------------------------------------------
           SELECT  F-AMVT-E            ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-AMVT
                   FILE STATUS         IS WS-FS-AMVT-E.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 INP003                                *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
       FD  F-ART-E
           RECORD CONTAINS 290 CHARACTERS.
       01  FS-BUFF-F-ART-E.
           05  FS-KEY-ART        PIC X(5).
           05  FILLER            PIC X(285).
      *
       FD  F-LOT-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-LOT-E.
           05  FS-KEY-LOT        PIC X(11).
           05  FILLER            PIC X(39).
      *
       FD  F-AMVT-E
           RECORD CONTAINS 85 CHARACTERS.
       01  FS-BUFF-F-AMVT-E.
           05  FS-KEY-AMVT       PIC X(19).
           05  FILLER            PIC X(66).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      * COPY
           COPY ARTICLE.
           COPY ARTLOT.
           COPY ARTMVTS.
      *SQL INCLUDE
           EXEC SQL
               INCLUDE FARTIC
           END-EXEC.
           EXEC SQL
               INCLUDE FLOTS
           END-EXEC.
           EXEC SQL
               INCLUDE FAMVTS
           END-EXEC.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *SQL VARIABLE
       01 WS-DB2-ERR-ARTIC.
          02 WS-ARTIC-SQLCODE
                            PIC S9(9) COMP       VALUE ZERO.
             88 ARTIC-FIN                        VALUE 100.
             88 ARTIC-OK                         VALUE 0.
          02 WS-ARTIC-ERR   PIC X(70)            VALUE SPACE.
       01 WS-DB2-ERR-LOTS.
          02 WS-LOTS-SQLCODE
                            PIC S9(9) COMP       VALUE ZERO.
             88 LOTS-FIN                         VALUE 100.
             88 LOTS-OK                          VALUE 0.
          02 WS-LOTS-ERR    PIC X(70)            VALUE SPACE.
       01 WS-DB2-ERR-AMVTS.
          02 WS-AMVTS-SQLCODE
                            PIC S9(9) COMP       VALUE ZERO.
             88 AMVTS-FIN                        VALUE 100.
             88 AMVTS-OK                         VALUE 0.
          02 WS-AMVTS-ERR   PIC X(70)            VALUE SPACE.
      *FILE STATUS
       01  WS-FS-ART-E      PIC X(2).
           88 ARTE-OK                            VALUE '00'.
           88 ARTE-FIN                           VALUE '10'.
       01  WS-FS-LOT-E      PIC X(2).
           88 LOTE-OK                            VALUE '00'.
           88 LOTE-FIN                           VALUE '10'.
       01  WS-FS-AMVT-E     PIC X(2).
           88 AMVTE-OK                           VALUE '00'.
           88 AMVTE-FIN                          VALUE '10'.
      *GESTION DATE (AAAAMMJJ -> JJ.MM.SSAA) ET HEURE (HHMMSS ->
      *HH.MM.SS)
       01  WS-DATE-J.
           05  WS-YYYY.
               10 WS-SS     PIC 9(2).
               10 WS-AA     PIC 9(2).
           05  WS-MM        PIC 9(2).
           05  WS-DD        PIC 9(2).
       01 WS-DB2-DATE.
          05 WS-DD          PIC 9(2).
          05 FILLER         PIC X                VALUE '.'.
          05 WS-MM          PIC 9(2).
          05 FILLER         PIC X                VALUE '.'.
          05 WS-YYYY.
             10 WS-SS       PIC 9(2).
             10 WS-AA       PIC 9(2).
       01  WS-HEURE-F.
           05  WS-HH        PIC 9(2).
           05  WS-MN        PIC 9(2).
           05  WS-SE        PIC 9(2).
       01 WS-DB2-HEURE.
          05 WS-HH          PIC 9(2).
          05 FILLER         PIC X                VALUE '.'.
          05 WS-MN          PIC 9(2).
          05 FILLER         PIC X                VALUE '.'.
          05 WS-SE          PIC 9(2).
      *DATE DU CHARGEMENT (DMJARTIC, DMJLOTS)
       01  WS-DB2-DATE-JOUR PIC X(10)            VALUE SPACE.
      *LOT SANS DATE DE PEREMPTION
       01  WS-DEX-SANS      PIC X(10)            VALUE '31.12.9999'.
      *COMPTEUR DE CONTROLE DE DOUBLON MOUVEMENT
       01  WS-AMVT-NB-EXIST PIC S9(9) COMP       VALUE ZERO.
      *COMPTEURS STATISTIQUES
       01  WS-NB-ART-INSERT   PIC 9(7)           VALUE ZERO.
       01  WS-NB-ART-UPDATE   PIC 9(7)           VALUE ZERO.
       01  WS-NB-LOT-INSERT   PIC 9(7)           VALUE ZERO.
       01  WS-NB-LOT-UPDATE   PIC 9(7)           VALUE ZERO.
       01  WS-NB-MVT-INSERT   PIC 9(7)           VALUE ZERO.
       01  WS-NB-MVT-IGNORE   PIC 9(7)           VALUE ZERO.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
       PROCEDURE           DIVISION.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME              *
      *               ==================================              *
      *---------------------------------------------------------------*
      *
       0000-PROGRAMME-DEB.
      *    DATE DU CHARGEMENT
           ACCEPT WS-DATE-J FROM DATE YYYYMMDD.
           MOVE CORR WS-DATE-J          TO WS-DB2-DATE.
           MOVE WS-DB2-DATE             TO WS-DB2-DATE-JOUR.
      *    CHARGEMENT DES ARTICLES
           PERFORM 6010-OPEN-F-ART-E-DEB
              THRU 6010-OPEN-F-ART-E-FIN.
           PERFORM 6020-READ-F-ART-E-DEB
              THRU 6020-READ-F-ART-E-FIN.
           PERFORM 2000-TRT-ART-DEB
              THRU 2000-TRT-ART-FIN
              UNTIL ARTE-FIN.
           PERFORM 6030-CLOSE-F-ART-E-DEB
              THRU 6030-CLOSE-F-ART-E-FIN.
      *    CHARGEMENT DES LOTS
           PERFORM 6040-OPEN-F-LOT-E-DEB
              THRU 6040-OPEN-F-LOT-E-FIN.
           PERFORM 6050-READ-F-LOT-E-DEB
              THRU 6050-READ-F-LOT-E-FIN.
           PERFORM 3000-TRT-LOT-DEB
              THRU 3000-TRT-LOT-FIN
              UNTIL LOTE-FIN.
           PERFORM 6060-CLOSE-F-LOT-E-DEB
              THRU 6060-CLOSE-F-LOT-E-FIN.
      *    CHARGEMENT DES MOUVEMENTS
           PERFORM 6070-OPEN-F-AMVT-E-DEB
              THRU 6070-OPEN-F-AMVT-E-FIN.
           PERFORM 6080-READ-F-AMVT-E-DEB
              THRU 6080-READ-F-AMVT-E-FIN.
           PERFORM 4000-TRT-MVT-DEB
              THRU 4000-TRT-MVT-FIN
              UNTIL AMVTE-FIN.
           PERFORM 6090-CLOSE-F-AMVT-E-DEB
              THRU 6090-CLOSE-F-AMVT-E-FIN.
      *
           PERFORM 8999-STATISTIQUES-DEB
              THRU 8999-STATISTIQUES-FIN.
      *
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
      *
       0000-PROGRAMME-FIN.
            EXIT.
      *
      *===============================================================*
      *===============================================================*
      *    STRUCTURATION DE LA PARTIE INDEPENDANTE DU PROGRAMME       *
      *---------------------------------------------------------------*
      *                                                               *
      *   2XXX-  : CHARGEMENT D'UN ARTICLE                            *
      *   3XXX-  : CHARGEMENT D'UN LOT                                *
      *   4XXX-  : CHARGEMENT D'UN MOUVEMENT                          *
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *                                                               *
      *===============================================================*
      *===============================================================*
      *
      *---------------------------------------------------------------*
      *   2XXX-  : CHARGEMENT D'UN ARTICLE                            *
      *---------------------------------------------------------------*
      *
      *    CHARGE UN ARTICLE DE F-ART-E DANS TARTIC (INSERT OU UPDATE)
       2000-TRT-ART-DEB.
           PERFORM 7010-PREP-HOST-ARTIC-DEB
              THRU 7010-PREP-HOST-ARTIC-FIN.
           PERFORM 6100-EXIST-TARTIC-DEB
              THRU 6100-EXIST-TARTIC-FIN.
           IF ARTIC-FIN
              PERFORM 6110-INSERT-TARTIC-DEB
                 THRU 6110-INSERT-TARTIC-FIN
              ADD 1                      TO WS-NB-ART-INSERT
           ELSE
              PERFORM 6120-UPDATE-TARTIC-DEB
                 THRU 6120-UPDATE-TARTIC-FIN
              ADD 1                      TO WS-NB-ART-UPDATE
           END-IF.
           PERFORM 6020-READ-F-ART-E-DEB
              THRU 6020-READ-F-ART-E-FIN.
       2000-TRT-ART-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   3XXX-  : CHARGEMENT D'UN LOT                                *
      *---------------------------------------------------------------*
      *
      *    CHARGE UN LOT DE F-LOT-E DANS TLOTS (INSERT OU UPDATE)
       3000-TRT-LOT-DEB.
           PERFORM 7020-PREP-HOST-LOTS-DEB
              THRU 7020-PREP-HOST-LOTS-FIN.
           PERFORM 6200-EXIST-TLOTS-DEB
              THRU 6200-EXIST-TLOTS-FIN.
           IF LOTS-FIN
              PERFORM 6210-INSERT-TLOTS-DEB
                 THRU 6210-INSERT-TLOTS-FIN
              ADD 1                      TO WS-NB-LOT-INSERT
           ELSE
              PERFORM 6220-UPDATE-TLOTS-DEB
                 THRU 6220-UPDATE-TLOTS-FIN
              ADD 1                      TO WS-NB-LOT-UPDATE
           END-IF.
           PERFORM 6050-READ-F-LOT-E-DEB
              THRU 6050-READ-F-LOT-E-FIN.
       3000-TRT-LOT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   4XXX-  : CHARGEMENT D'UN MOUVEMENT                          *
      *---------------------------------------------------------------*
      *
      *    CHARGE UN MOUVEMENT DE F-AMVT-E DANS TAMVTS (SI ABSENT)
       4000-TRT-MVT-DEB.
           PERFORM 7030-PREP-HOST-AMVTS-DEB
              THRU 7030-PREP-HOST-AMVTS-FIN.
           PERFORM 6300-EXIST-TAMVTS-DEB
              THRU 6300-EXIST-TAMVTS-FIN.
           IF WS-AMVT-NB-EXIST = ZERO
              PERFORM 6310-INSERT-TAMVTS-DEB
                 THRU 6310-INSERT-TAMVTS-FIN
              ADD 1                      TO WS-NB-MVT-INSERT
           ELSE
              ADD 1                      TO WS-NB-MVT-IGNORE
           END-IF.
           PERFORM 6080-READ-F-AMVT-E-DEB
              THRU 6080-READ-F-AMVT-E-FIN.
       4000-TRT-MVT-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *    OUVRE LE FICHIER ARTICLE EN ENTREE
       6010-OPEN-F-ART-E-DEB.
           OPEN INPUT F-ART-E.
           IF NOT ARTE-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-OPEN-F-ART-E-FIN.
           EXIT.
      *    LIT UN ARTICLE DE F-ART-E
       6020-READ-F-ART-E-DEB.
           READ F-ART-E INTO WS-ART-ENR.
           IF NOT (ARTE-OK OR ARTE-FIN)
              DISPLAY 'PROBLEME DE LECTURE FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-F-ART-E-FIN.
           EXIT.
      *    FERME LE FICHIER ARTICLE
       6030-CLOSE-F-ART-E-DEB.
           CLOSE F-ART-E.
           IF NOT ARTE-OK
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-CLOSE-F-ART-E-FIN.
           EXIT.
      *    OUVRE LE FICHIER DES LOTS EN ENTREE
       6040-OPEN-F-LOT-E-DEB.
           OPEN INPUT F-LOT-E.
           IF NOT LOTE-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-OPEN-F-LOT-E-FIN.
           EXIT.
      *    LIT UN LOT DE F-LOT-E
       6050-READ-F-LOT-E-DEB.
           READ F-LOT-E INTO WS-LOT-ENR.
           IF NOT (LOTE-OK OR LOTE-FIN)
              DISPLAY 'PROBLEME DE LECTURE FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-READ-F-LOT-E-FIN.
           EXIT.
      *    FERME LE FICHIER DES LOTS
       6060-CLOSE-F-LOT-E-DEB.
           CLOSE F-LOT-E.
           IF NOT LOTE-OK
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-CLOSE-F-LOT-E-FIN.
           EXIT.
      *    OUVRE L HISTORIQUE DES MOUVEMENTS EN ENTREE
       6070-OPEN-F-AMVT-E-DEB.
           OPEN INPUT F-AMVT-E.
           IF NOT AMVTE-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-AMVT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-AMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-OPEN-F-AMVT-E-FIN.
           EXIT.
      *    LIT UN MOUVEMENT DE F-AMVT-E
       6080-READ-F-AMVT-E-DEB.
           READ F-AMVT-E INTO WS-AMVT-ENR.
           IF NOT (AMVTE-OK OR AMVTE-FIN)
              DISPLAY 'PROBLEME DE LECTURE FICHIER F-AMVT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-AMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6080-READ-F-AMVT-E-FIN.
           EXIT.
      *    FERME L HISTORIQUE DES MOUVEMENTS
       6090-CLOSE-F-AMVT-E-DEB.
           CLOSE F-AMVT-E.
           IF NOT AMVTE-OK
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-AMVT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-AMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-CLOSE-F-AMVT-E-FIN.
           EXIT.
      *    TESTE LA PRESENCE DE L ARTICLE DANS TARTIC
       6100-EXIST-TARTIC-DEB.
           EXEC SQL SELECT CODARTIC INTO :CODARTIC
                    FROM TARTIC
                    WHERE CODARTIC = :CODARTIC
           END-EXEC.
           MOVE SQLCODE                 TO WS-ARTIC-SQLCODE.
           IF NOT ARTIC-OK AND NOT ARTIC-FIN
              DISPLAY 'ERREUR SELECT TARTIC : ' WS-ARTIC-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6100-EXIST-TARTIC-FIN.
           EXIT.
      *    CHARGE UN ARTICLE INEXISTANT DANS TARTIC
       6110-INSERT-TARTIC-DEB.
           EXEC SQL INSERT INTO TARTIC
                    (CODARTIC,LIBARTIC,CATARTIC,FOUARTIC,DELARTIC,
                     QTEARTIC,ALRARTIC,CLSARTIC,STAARTIC,SERARTIC,
                     DMJARTIC)
           VALUES (:CODARTIC,:LIBARTIC,:CATARTIC,:FOUARTIC,:DELARTIC,
                   :QTEARTIC,:ALRARTIC,:CLSARTIC,:STAARTIC,:SERARTIC,
                   :DMJARTIC)
           END-EXEC.
           MOVE SQLCODE                 TO WS-ARTIC-SQLCODE.
           IF NOT ARTIC-OK
              DISPLAY 'ERREUR INSERT TARTIC : ' WS-ARTIC-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6110-INSERT-TARTIC-FIN.
           EXIT.
      *    REMET A JOUR UN ARTICLE DEJA CHARGE DANS TARTIC (REJEU)
       6120-UPDATE-TARTIC-DEB.
           EXEC SQL UPDATE TARTIC
                    SET LIBARTIC    = :LIBARTIC,
                        CATARTIC    = :CATARTIC,
                        FOUARTIC    = :FOUARTIC,
                        DELARTIC    = :DELARTIC,
                        QTEARTIC    = :QTEARTIC,
                        ALRARTIC    = :ALRARTIC,
                        CLSARTIC    = :CLSARTIC,
                        STAARTIC    = :STAARTIC,
                        SERARTIC    = :SERARTIC,
                        DMJARTIC    = :DMJARTIC
                    WHERE CODARTIC  = :CODARTIC
           END-EXEC.
           MOVE SQLCODE                 TO WS-ARTIC-SQLCODE.
           IF NOT ARTIC-OK
              DISPLAY 'ERREUR UPDATE TARTIC : ' WS-ARTIC-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6120-UPDATE-TARTIC-FIN.
           EXIT.
      *    TESTE LA PRESENCE DU LOT DANS TLOTS
       6200-EXIST-TLOTS-DEB.
           EXEC SQL SELECT NUMLOTS INTO :NUMLOTS
                    FROM TLOTS
                    WHERE ARTLOTS = :ARTLOTS
                      AND NUMLOTS = :NUMLOTS
           END-EXEC.
           MOVE SQLCODE                 TO WS-LOTS-SQLCODE.
           IF NOT LOTS-OK AND NOT LOTS-FIN
              DISPLAY 'ERREUR SELECT TLOTS : ' WS-LOTS-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6200-EXIST-TLOTS-FIN.
           EXIT.
      *    CHARGE UN LOT INEXISTANT DANS TLOTS
       6210-INSERT-TLOTS-DEB.
           EXEC SQL INSERT INTO TLOTS
                    (ARTLOTS,NUMLOTS,QTELOTS,PXULOTS,DEXLOTS,
                     STALOTS,DEPLOTS,EMPLOTS,CSGLOTS,DRGLOTS,
                     DMJLOTS)
           VALUES (:ARTLOTS,:NUMLOTS,:QTELOTS,:PXULOTS,:DEXLOTS,
                   :STALOTS,:DEPLOTS,:EMPLOTS,:CSGLOTS,:DRGLOTS,
                   :DMJLOTS)
           END-EXEC.
           MOVE SQLCODE                 TO WS-LOTS-SQLCODE.
           IF NOT LOTS-OK
              DISPLAY 'ERREUR INSERT TLOTS : ' WS-LOTS-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-INSERT-TLOTS-FIN.
           EXIT.
      *    REMET A JOUR UN LOT DEJA CHARGE DANS TLOTS (REJEU)
       6220-UPDATE-TLOTS-DEB.
           EXEC SQL UPDATE TLOTS
                    SET QTELOTS     = :QTELOTS,
                        PXULOTS     = :PXULOTS,
                        DEXLOTS     = :DEXLOTS,
                        STALOTS     = :STALOTS,
                        DEPLOTS     = :DEPLOTS,
                        EMPLOTS     = :EMPLOTS,
                        CSGLOTS     = :CSGLOTS,
                        DRGLOTS     = :DRGLOTS,
                        DMJLOTS     = :DMJLOTS
                    WHERE ARTLOTS   = :ARTLOTS
                      AND NUMLOTS   = :NUMLOTS
           END-EXEC.
           MOVE SQLCODE                 TO WS-LOTS-SQLCODE.
           IF NOT LOTS-OK
              DISPLAY 'ERREUR UPDATE TLOTS : ' WS-LOTS-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6220-UPDATE-TLOTS-FIN.
           EXIT.
      *    COMPTE LES MOUVEMENTS DE MEME CLE DEJA CHARGES DANS TAMVTS
       6300-EXIST-TAMVTS-DEB.
           EXEC SQL SELECT COUNT(*) INTO :WS-AMVT-NB-EXIST
                    FROM TAMVTS
                    WHERE ARTAMVTS = :ARTAMVTS
                      AND DATAMVTS = :DATAMVTS
                      AND HEUAMVTS = :HEUAMVTS
           END-EXEC.
           MOVE SQLCODE                 TO WS-AMVTS-SQLCODE.
           IF NOT AMVTS-OK
              DISPLAY 'ERREUR SELECT TAMVTS : ' WS-AMVTS-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6300-EXIST-TAMVTS-FIN.
           EXIT.
      *    CHARGE UN MOUVEMENT DANS TAMVTS
       6310-INSERT-TAMVTS-DEB.
           EXEC SQL INSERT INTO TAMVTS
                    (ARTAMVTS,DATAMVTS,HEUAMVTS,CODAMVTS,QTEAMVTS,
                     SLDAMVTS,TRMAMVTS,TSKAMVTS,DEPAMVTS,CCTAMVTS,
                     LOTAMVTS,ORGAMVTS,SERAMVTS)
           VALUES (:ARTAMVTS,:DATAMVTS,:HEUAMVTS,:CODAMVTS,:QTEAMVTS,
                   :SLDAMVTS,:TRMAMVTS,:TSKAMVTS,:DEPAMVTS,:CCTAMVTS,
                   :LOTAMVTS,:ORGAMVTS,:SERAMVTS)
           END-EXEC.
           MOVE SQLCODE                 TO WS-AMVTS-SQLCODE.
           IF NOT AMVTS-OK
              DISPLAY 'ERREUR INSERT TAMVTS : ' WS-AMVTS-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6310-INSERT-TAMVTS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *    PREPARE LES VARIABLES HOTE A PARTIR DE L ARTICLE FICHIER
       7010-PREP-HOST-ARTIC-DEB.
           MOVE WS-ART-CODE             TO CODARTIC.
           MOVE WS-ART-LIBEL            TO LIBARTIC.
           MOVE WS-ART-CATEG            TO CATARTIC.
           MOVE WS-ART-FOU              TO FOUARTIC.
           MOVE WS-ART-DELAI            TO DELARTIC.
           MOVE WS-ART-QTE              TO QTEARTIC.
           MOVE WS-ART-ALERT            TO ALRARTIC.
           MOVE WS-ART-CLASSE           TO CLSARTIC.
           MOVE WS-ART-STATUT           TO STAARTIC.
           MOVE WS-ART-SERIE            TO SERARTIC.
           MOVE WS-DB2-DATE-JOUR        TO DMJARTIC.
       7010-PREP-HOST-ARTIC-FIN.
           EXIT.
      *    PREPARE LES VARIABLES HOTE A PARTIR DU LOT FICHIER
       7020-PREP-HOST-LOTS-DEB.
           MOVE WS-LOT-ART-CODE         TO ARTLOTS.
           MOVE WS-LOT-NUM              TO NUMLOTS.
           MOVE WS-LOT-QTE              TO QTELOTS.
           MOVE WS-LOT-PXU              TO PXULOTS.
           IF WS-LOT-DATEXP = ZERO
              MOVE WS-DEX-SANS          TO DEXLOTS
           ELSE
              MOVE WS-LOT-DATEXP        TO WS-DATE-J
              MOVE CORR WS-DATE-J       TO WS-DB2-DATE
              MOVE WS-DB2-DATE          TO DEXLOTS
           END-IF.
           MOVE WS-LOT-STATUT           TO STALOTS.
           MOVE WS-LOT-DEPOT            TO DEPLOTS.
           MOVE WS-LOT-EMPL             TO EMPLOTS.
           MOVE WS-LOT-CONSIGNE         TO CSGLOTS.
           MOVE WS-LOT-DEROG-SUP        TO DRGLOTS.
           MOVE WS-DB2-DATE-JOUR        TO DMJLOTS.
       7020-PREP-HOST-LOTS-FIN.
           EXIT.
      *    PREPARE LES VARIABLES HOTE A PARTIR DU MOUVEMENT FICHIER
       7030-PREP-HOST-AMVTS-DEB.
           MOVE WS-AMVT-ART-CODE        TO ARTAMVTS.
           MOVE WS-AMVT-DATE            TO WS-DATE-J.
           MOVE CORR WS-DATE-J          TO WS-DB2-DATE.
           MOVE WS-DB2-DATE             TO DATAMVTS.
           MOVE WS-AMVT-HEURE           TO WS-HEURE-F.
           MOVE CORR WS-HEURE-F         TO WS-DB2-HEURE.
           MOVE WS-DB2-HEURE            TO HEUAMVTS.
           MOVE WS-AMVT-CODE            TO CODAMVTS.
           MOVE WS-AMVT-QTE             TO QTEAMVTS.
           MOVE WS-AMVT-SOLDE           TO SLDAMVTS.
           MOVE WS-AMVT-TERM            TO TRMAMVTS.
           MOVE WS-AMVT-TASK            TO TSKAMVTS.
           MOVE WS-AMVT-DEPOT           TO DEPAMVTS.
           MOVE WS-AMVT-CCTR            TO CCTAMVTS.
           MOVE WS-AMVT-LOT             TO LOTAMVTS.
           MOVE WS-AMVT-ART-ORIG        TO ORGAMVTS.
           MOVE WS-AMVT-SERIE           TO SERAMVTS.
       7030-PREP-HOST-AMVTS-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8999-STATISTIQUES-DEB.
      *
            DISPLAY '************************************************'.
            DISPLAY '*     STATISTIQUES DU PROGRAMME ARID212        *'.
            DISPLAY '*     ==================================       *'.
            DISPLAY '************************************************'.
            DISPLAY 'ARTICLES INSERES   = ' WS-NB-ART-INSERT.
            DISPLAY 'ARTICLES REACTUALISES = ' WS-NB-ART-UPDATE.
            DISPLAY 'LOTS     INSERES   = ' WS-NB-LOT-INSERT.
            DISPLAY 'LOTS     REACTUALISES = ' WS-NB-LOT-UPDATE.
            DISPLAY 'MOUVEMENTS CHARGES = ' WS-NB-MVT-INSERT.
            DISPLAY 'MOUVEMENTS IGNORES (DEJA CHARGES) = '
                    WS-NB-MVT-IGNORE.
            DISPLAY '************************************************'.
      *
       8999-STATISTIQUES-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           EXEC SQL
               COMMIT
           END-EXEC.
            DISPLAY '*==============================================*'.
            DISPLAY '*     FIN NORMALE DU PROGRAMME ARID212         *'.
            DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           EXEC SQL
               ROLLBACK
           END-EXEC.
            DISPLAY '*==============================================*'.
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
            DISPLAY '*     FIN ANORMALE DU PROGRAMME ARID212        *'.
            DISPLAY '*==============================================*'.
            MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
