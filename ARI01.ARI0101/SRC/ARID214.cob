      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARID214                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *ETAT DU STOCK ET DE SA VALORISATION PAR DEPOT ET PAR CATEGORIE *
      *D ARTICLE, OBTENU PAR JOINTURE SQL DES TABLES TLOTS ET TARTIC  *
      *(ALIMENTEES PAR ARID212 ET ALIGNEES CHAQUE NUIT PAR ARID213) : *
      *PLUS AUCUN RAPPROCHEMENT MANUEL AVEC LE FICHIER LOT0101.       *
      *SEULS LES LOTS DISPONIBLES (STATUT A) SONT PRIS EN COMPTE ; LE *
      *STOCK EN CONSIGNATION N APPARTIENT PAS A L ENTREPRISE ET EST   *
      *EXCLU DE LA VALORISATION, COMME DANS ARIO981.                  *
      *VALEUR = QUANTITE DU LOT X PRIX UNITAIRE DU LOT.               *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *ETATVDB-> ETAT DU STOCK VALORISE PAR DEPOT                     *
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
       PROGRAM-ID.      ARID214.
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
      *                      F-ETAT-S : ETAT DU STOCK VALORISE
      *                      -------------------------------------------
           SELECT  F-ETAT-S            ASSIGN TO ETATVDB
                   FILE STATUS         IS WS-FS-ETAT-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :ETATVDB                                             *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *ETAT DU STOCK VALORISE
       FD  F-ETAT-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-S      PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
           EXEC SQL
               INCLUDE FARTIC
           END-EXEC.
           EXEC SQL
               INCLUDE FLOTS
           END-EXEC.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *STOCK DISPONIBLE HORS CONSIGNATION PAR DEPOT ET CATEGORIE
           EXEC SQL
             DECLARE CUR-VAL
             CURSOR FOR
               SELECT L.DEPLOTS,
                      A.CATARTIC,
                      COUNT(*),
                      SUM(L.QTELOTS),
                      SUM(L.QTELOTS * L.PXULOTS)
               FROM TLOTS L, TARTIC A
               WHERE A.CODARTIC = L.ARTLOTS
                 AND L.STALOTS  = 'A'
                 AND L.CSGLOTS <> 'C'
               GROUP BY L.DEPLOTS, A.CATARTIC
               ORDER BY L.DEPLOTS, A.CATARTIC
           END-EXEC.
      *SQL VARIABLE
       01 WS-DB2-ERR-VAL.
          02 WS-VAL-SQLCODE PIC S9(9) COMP       VALUE ZERO.
             88 VAL-FIN                          VALUE 100.
             88 VAL-OK                           VALUE 0.
          02 WS-VAL-ERR     PIC X(70)            VALUE SPACE.
      *VARIABLES HOTE DU CURSEUR
       01  WS-VAL-DEPOT     PIC X(3).
       01  WS-VAL-CATEG     PIC X(5).
       01  WS-VAL-NBLOT     PIC S9(9) COMP.
       01  WS-VAL-QTE       PIC S9(9) COMP.
       01  WS-VAL-MNT       PIC S9(13)V99 COMP-3.
      *FILE STATUS
       01  WS-FS-ETAT-S     PIC X(2).
           88 ETAT-OK                            VALUE '00'.
      *GESTION DATE
       01  WS-DATE-J.
           05  WS-SSAA      PIC 9(4).
           05  WS-MM        PIC 9(2).
           05  WS-DD        PIC 9(2).
      *RUPTURE PAR DEPOT
       01  WS-DEPOT-PREC    PIC X(3)             VALUE LOW-VALUE.
      *CUMULS DEPOT ET GENERAUX
       01  WS-DEP-NBLOT     PIC S9(9) COMP-3     VALUE ZERO.
       01  WS-DEP-QTE       PIC S9(11) COMP-3    VALUE ZERO.
       01  WS-DEP-MNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-NBLOT     PIC S9(9) COMP-3     VALUE ZERO.
       01  WS-TOT-QTE       PIC S9(11) COMP-3    VALUE ZERO.
       01  WS-TOT-MNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-NB-DEPOT      PIC 9(5)             VALUE ZERO.
       01  WS-NB-LIGNE      PIC 9(7)             VALUE ZERO.
      *LIGNES DE L ETAT
       01  WS-LETAT-TITRE.
           05  FILLER       PIC X(60)
               VALUE '  ARID214 - STOCK VALORISE PAR DEPOT ET CATEGORIE
      -              ' (DB2)'.
           05  FILLER       PIC X(7)  VALUE 'DATE : '.
           05  WS-LT-DATE   PIC 99/99/9999.
           05  FILLER       PIC X(3)  VALUE SPACE.
       01  WS-LETAT-TIRET.
           05  FILLER       PIC X(78) VALUE ALL '-'.
           05  FILLER       PIC X(2)  VALUE SPACE.
       01  WS-LETAT-ENTETE.
           05  FILLER       PIC X(10) VALUE 'DEPOT'.
           05  FILLER       PIC X(10) VALUE 'CATEGORIE'.
           05  FILLER       PIC X(12) VALUE '     LOTS'.
           05  FILLER       PIC X(18) VALUE '          QUANTITE'.
           05  FILLER       PIC X(20)
               VALUE '              VALEUR'.
           05  FILLER       PIC X(10) VALUE SPACE.
       01  WS-LETAT-DET.
           05  WS-LD-DEPOT  PIC X(3).
           05  FILLER       PIC X(7)  VALUE SPACE.
           05  WS-LD-CATEG  PIC X(5).
           05  FILLER       PIC X(5)  VALUE SPACE.
           05  WS-LD-NBLOT  PIC ZZZ.ZZZ.ZZ9.
           05  FILLER       PIC X(3)  VALUE SPACE.
           05  WS-LD-QTE    PIC ZZ.ZZZ.ZZZ.ZZ9-.
           05  FILLER       PIC X(1)  VALUE SPACE.
           05  WS-LD-MNT    PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER       PIC X(11) VALUE SPACE.
       01  WS-LETAT-VIDE    PIC X(80)            VALUE SPACE.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
       PROCEDURE           DIVISION.
      *
      *===============================================================*
      *    STRUCTURATION DE LA PARTIE ALGORITHMIQUE DU PROGRAMME      *
      *---------------------------------------------------------------*
      *                                                               *
      *    1 : LES COMPOSANTS DU DIAGRAMME SONT CODES A L'AIDE DE     *
      *        DEUX PARAGRAPHES  XXXX-COMPOSANT-DEB                   *
      *                          XXYY-COMPOSANR-FIN                   *
      *                                                               *
      *    2 : XX REPRESENTE LE NIVEAU HIERARCHIQUE                   *
      *        YY DIFFERENCIE LES COMPOSANTS DE MEME NIVEAU           *
      *                                                               *
      *===============================================================*
      *===============================================================*
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME              *
      *               ==================================              *
      *---------------------------------------------------------------*
      * 0000 TRT PRINCIPAL
      * LE CURSEUR RAMENE UNE LIGNE PAR DEPOT ET CATEGORIE, TRIEE PAR
      * DEPOT : LE PROGRAMME N A PLUS QU A EDITER ET TOTALISER
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  8000-ENTETE-ETAT-DEB
              THRU  8000-ENTETE-ETAT-FIN.
      *
           PERFORM  6100-OPEN-CUR-VAL-DEB
              THRU  6100-OPEN-CUR-VAL-FIN.
           PERFORM  6110-FETCH-CUR-VAL-DEB
              THRU  6110-FETCH-CUR-VAL-FIN.
           PERFORM  1000-TRT-UNE-LIGNE-DEB
              THRU  1000-TRT-UNE-LIGNE-FIN
             UNTIL  VAL-FIN.
           PERFORM  6120-CLOSE-CUR-VAL-DEB
              THRU  6120-CLOSE-CUR-VAL-FIN.
      *
           IF  WS-NB-LIGNE > ZERO
               PERFORM  8020-TOTAL-DEPOT-DEB
                  THRU  8020-TOTAL-DEPOT-FIN
           END-IF.
           PERFORM  8030-TOTAL-GENERAL-DEB
              THRU  8030-TOTAL-GENERAL-FIN.
      *
           PERFORM  6090-CLOSE-FICHIERS-DEB
              THRU  6090-CLOSE-FICHIERS-FIN.
      *
           PERFORM  9999-FIN-PROGRAMME-DEB
              THRU  9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *-----------------------------------------------------
      * TRT 1000 EDITE UNE LIGNE DEPOT/CATEGORIE, AVEC TOTAL DU DEPOT
      * PRECEDENT EN RUPTURE
      *----------------------------------------------------
       1000-TRT-UNE-LIGNE-DEB.
      *
           IF  WS-VAL-DEPOT NOT = WS-DEPOT-PREC
               IF  WS-NB-LIGNE > ZERO
                   PERFORM  8020-TOTAL-DEPOT-DEB
                      THRU  8020-TOTAL-DEPOT-FIN
               END-IF
               MOVE WS-VAL-DEPOT        TO WS-DEPOT-PREC
               ADD  1                   TO WS-NB-DEPOT
           END-IF.
      *
           ADD  1                       TO WS-NB-LIGNE.
           ADD  WS-VAL-NBLOT            TO WS-DEP-NBLOT.
           ADD  WS-VAL-QTE              TO WS-DEP-QTE.
           ADD  WS-VAL-MNT              TO WS-DEP-MNT.
      *
           PERFORM  8010-LIGNE-DETAIL-DEB
              THRU  8010-LIGNE-DETAIL-FIN.
      *
           PERFORM  6110-FETCH-CUR-VAL-DEB
              THRU  6110-FETCH-CUR-VAL-FIN.
      *
       1000-TRT-UNE-LIGNE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *6000 OUVRE L ETAT
      *------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN OUTPUT F-ETAT-S.
           IF WS-FS-ETAT-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ETAT
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-ETAT-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6092 CONTROLE L ECRITURE D UNE LIGNE SUR L ETAT
      *------------------------------------
       6092-WRITE-F-ETAT-S-DEB.
      *
           IF NOT ETAT-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-ETAT-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6092-WRITE-F-ETAT-S-FIN.
           EXIT.
      *-------------------------------------
      *6100 OUVRE LE CURSEUR DE VALORISATION
      *------------------------------------
       6100-OPEN-CUR-VAL-DEB.
      *
           EXEC SQL OPEN CUR-VAL
           END-EXEC.
           MOVE SQLCODE                 TO WS-VAL-SQLCODE.
           IF NOT VAL-OK
              DISPLAY 'ERREUR OUVERTURE CURSEUR VAL : '
                      WS-VAL-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6100-OPEN-CUR-VAL-FIN.
           EXIT.
      *-------------------------------------
      *6110 LIT LA LIGNE DEPOT/CATEGORIE SUIVANTE
      *------------------------------------
       6110-FETCH-CUR-VAL-DEB.
      *
           EXEC SQL FETCH CUR-VAL
                    INTO :WS-VAL-DEPOT,
                         :WS-VAL-CATEG,
                         :WS-VAL-NBLOT,
                         :WS-VAL-QTE,
                         :WS-VAL-MNT
           END-EXEC.
           MOVE SQLCODE                 TO WS-VAL-SQLCODE.
           IF NOT VAL-OK AND NOT VAL-FIN
              DISPLAY 'ERREUR LECTURE CURSEUR VAL : '
                      WS-VAL-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6110-FETCH-CUR-VAL-FIN.
           EXIT.
      *-------------------------------------
      *6120 FERME LE CURSEUR DE VALORISATION
      *------------------------------------
       6120-CLOSE-CUR-VAL-DEB.
      *
           EXEC SQL CLOSE CUR-VAL
           END-EXEC.
           MOVE SQLCODE                 TO WS-VAL-SQLCODE.
           IF NOT VAL-OK
              DISPLAY 'ERREUR FERMETURE CURSEUR VAL : '
                      WS-VAL-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6120-CLOSE-CUR-VAL-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *8000 EDITE L ENTETE DE L ETAT
      *------------------------------------
       8000-ENTETE-ETAT-DEB.
      *
           ACCEPT WS-DATE-J FROM DATE YYYYMMDD.
           MOVE WS-DD                   TO WS-LT-DATE (1:2).
           MOVE WS-MM                   TO WS-LT-DATE (4:2).
           MOVE WS-SSAA                 TO WS-LT-DATE (7:4).
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-TITRE.
           PERFORM  6092-WRITE-F-ETAT-S-DEB
              THRU  6092-WRITE-F-ETAT-S-FIN.
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-TIRET.
           PERFORM  6092-WRITE-F-ETAT-S-DEB
              THRU  6092-WRITE-F-ETAT-S-FIN.
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-ENTETE.
           PERFORM  6092-WRITE-F-ETAT-S-DEB
              THRU  6092-WRITE-F-ETAT-S-FIN.
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-TIRET.
           PERFORM  6092-WRITE-F-ETAT-S-DEB
              THRU  6092-WRITE-F-ETAT-S-FIN.
      *
       8000-ENTETE-ETAT-FIN.
           EXIT.
      *-------------------------------------
      *8010 EDITE LA LIGNE DEPOT/CATEGORIE COURANTE
      *------------------------------------
       8010-LIGNE-DETAIL-DEB.
      *
           MOVE WS-VAL-DEPOT            TO WS-LD-DEPOT.
           MOVE WS-VAL-CATEG            TO WS-LD-CATEG.
           MOVE WS-VAL-NBLOT            TO WS-LD-NBLOT.
           MOVE WS-VAL-QTE              TO WS-LD-QTE.
           MOVE WS-VAL-MNT              TO WS-LD-MNT.
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-DET.
           PERFORM  6092-WRITE-F-ETAT-S-DEB
              THRU  6092-WRITE-F-ETAT-S-FIN.
      *
       8010-LIGNE-DETAIL-FIN.
           EXIT.
      *-------------------------------------
      *8020 EDITE LE TOTAL DU DEPOT PRECEDENT ET LE CUMULE
      *------------------------------------
       8020-TOTAL-DEPOT-DEB.
      *
           MOVE WS-DEPOT-PREC           TO WS-LD-DEPOT.
           MOVE 'TOTAL'                 TO WS-LD-CATEG.
           MOVE WS-DEP-NBLOT            TO WS-LD-NBLOT.
           MOVE WS-DEP-QTE              TO WS-LD-QTE.
           MOVE WS-DEP-MNT              TO WS-LD-MNT.
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-DET.
           PERFORM  6092-WRITE-F-ETAT-S-DEB
              THRU  6092-WRITE-F-ETAT-S-FIN.
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-VIDE.
           PERFORM  6092-WRITE-F-ETAT-S-DEB
              THRU  6092-WRITE-F-ETAT-S-FIN.
      *
           ADD  WS-DEP-NBLOT            TO WS-TOT-NBLOT.
           ADD  WS-DEP-QTE              TO WS-TOT-QTE.
           ADD  WS-DEP-MNT              TO WS-TOT-MNT.
           MOVE ZERO                    TO WS-DEP-NBLOT
                                           WS-DEP-QTE
                                           WS-DEP-MNT.
      *
       8020-TOTAL-DEPOT-FIN.
           EXIT.
      *-------------------------------------
      *8030 EDITE LE TOTAL GENERAL
      *------------------------------------
       8030-TOTAL-GENERAL-DEB.
      *
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-TIRET.
           PERFORM  6092-WRITE-F-ETAT-S-DEB
              THRU  6092-WRITE-F-ETAT-S-FIN.
           MOVE 'TOT'                   TO WS-LD-DEPOT.
           MOVE SPACE                   TO WS-LD-CATEG.
           MOVE WS-TOT-NBLOT            TO WS-LD-NBLOT.
           MOVE WS-TOT-QTE              TO WS-LD-QTE.
           MOVE WS-TOT-MNT              TO WS-LD-MNT.
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-DET.
           PERFORM  6092-WRITE-F-ETAT-S-DEB
              THRU  6092-WRITE-F-ETAT-S-FIN.
      *
       8030-TOTAL-GENERAL-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARID214         *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* DEPOTS EDITES           : ' WS-NB-DEPOT.
           DISPLAY '* LIGNES DEPOT/CATEGORIE  : ' WS-NB-LIGNE.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARID214        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
