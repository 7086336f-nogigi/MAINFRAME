      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO969                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *ETAT MENSUEL DU CONTROLE QUALITE PAR FOURNISSEUR A PARTIR DE   *
      *L HISTORIQUE D INSPECTION IQF0101 (F-IQF-E, COPY INSPFOU)      *
      *TENU PAR ARIC122 (RECEPTIONS), ARIC135 (DECISIONS QUALITE) ET  *
      *ARIC136 (RETOURS). POUR CHAQUE COUPLE FOURNISSEUR / ARTICLE :  *
      * - NIVEAU DE CONTROLE EN COURS (TOTAL OU ALLEGE, UN LOT SUR K) *
      *   ET DATE DU DERNIER CHANGEMENT DE NIVEAU,                    *
      * - LOTS ACCEPTES CONSECUTIFS, LOTS RECUS, INSPECTES, DISPENSES,*
      *   ACCEPTES, REJETES ET RETOURNES,                             *
      * - TAUX D ACCEPTATION (ACCEPTES / (ACCEPTES + REJETES)).       *
      *UNE LIGNE DE TOTAL PAR FOURNISSEUR DONNE SON NIVEAU (TOTAL,    *
      *ALLEGE OU MIXTE SELON SES ARTICLES) ET SON TAUX D ACCEPTATION. *
      *LA RAISON SOCIALE EST REPRISE DE FOUR0101 (F-FOUR-E). EDITE    *
      *L ETAT F-ETAT-IQF-S.                                           *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
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
       PROGRAM-ID.      ARIO969.
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
      *                      F-IQF-E : HISTORIQUE D INSPECTION PAR
      *                      FOURNISSEUR ET ARTICLE
      *                      -------------------------------------------
           SELECT  F-IQF-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-IQF
                   FILE STATUS         IS WS-FS-IQF-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-FOUR-E : FICHIER MAITRE DES FOURNISSEURS
      *                      -------------------------------------------
           SELECT  F-FOUR-E            ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-FOUR
                   FILE STATUS         IS WS-FS-FOUR-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-IQF-S : ETAT DU CONTROLE QUALITE
      *                      -------------------------------------------
           SELECT  F-ETAT-IQF-S        ASSIGN TO ETATIQF
                   FILE STATUS         IS WS-FS-ETAT-IQF-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 ETATIQF                               *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *HISTORIQUE D INSPECTION EN ENTREE
       FD  F-IQF-E
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-IQF-E.
           05  FS-KEY-IQF        PIC X(10).
           05  FILLER            PIC X(90).
      *FICHIER MAITRE DES FOURNISSEURS
       FD  F-FOUR-E
           RECORD CONTAINS 140 CHARACTERS.
       01  FS-BUFF-F-FOUR-E.
           05  FS-KEY-FOUR       PIC X(5).
           05  FILLER            PIC X(135).
      *ETAT DU CONTROLE QUALITE EN SORTIE
       FD  F-ETAT-IQF-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-IQF-S  PIC X(100).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
       COPY INSPFOU.
       COPY FOURNISS.
      *FILE STATUS
       01  WS-FS-IQF-E       PIC X(2).
           88 IQF-OK                              VALUE '00'.
           88 IQF-FIN                             VALUE '10'.
       01  WS-FS-FOUR-E      PIC X(2).
           88 FOUR-OK                             VALUE '00'.
           88 FOUR-INEXISTANT                     VALUE '23'.
       01  WS-FS-ETAT-IQF-S  PIC X(2).
           88 ETIQF-OK                            VALUE '00'.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
      *VUE ECLATEE D UNE DATE AAAAMMJJ POUR L EDITION
       01  WS-DATE-ED-R.
           05  WS-DED-AAAA       PIC 9(4).
           05  WS-DED-MM         PIC 99.
           05  WS-DED-JJ         PIC 99.
      *RUPTURE ET CUMULS DU FOURNISSEUR EN COURS
       01  WS-FOU-EN-COURS   PIC 9(5) VALUE ZERO.
       01  WS-CFOU-NB-ART    PIC 9(5) VALUE ZERO.
       01  WS-CFOU-NB-ALLEGE PIC 9(5) VALUE ZERO.
       01  WS-CFOU-RECUS     PIC 9(9) VALUE ZERO.
       01  WS-CFOU-INSPECTES PIC 9(9) VALUE ZERO.
       01  WS-CFOU-DISPENSES PIC 9(9) VALUE ZERO.
       01  WS-CFOU-ACCEPTES  PIC 9(9) VALUE ZERO.
       01  WS-CFOU-REJETES   PIC 9(9) VALUE ZERO.
       01  WS-CFOU-RETOURS   PIC 9(9) VALUE ZERO.
      *ZONES DE CALCUL DU TAUX D ACCEPTATION
       01  WS-NB-ACCEPT-CALC PIC 9(9) VALUE ZERO.
       01  WS-NB-DECIDES     PIC 9(9) VALUE ZERO.
       01  WS-PCT-ACCEPT     PIC 9(3) VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LIQF-TIRET     PIC X(100) VALUE ALL '-'.
       01  WS-LIQF-BLANC     PIC X(100) VALUE SPACES.
       01  WS-LIQF-ENTETE.
           05  FILLER            PIC X(50)
                   VALUE 'CONTROLE QUALITE PAR FOURNISSEUR (SKIP-LOT)'.
           05  FILLER            PIC X(32) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LIQF-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LIQF-INTITULE.
           05  FILLER            PIC X(7)  VALUE 'ARTICLE'.
           05  FILLER            PIC X(9)  VALUE ' NIVEAU'.
           05  FILLER            PIC X(7)  VALUE ' CONSEC'.
           05  FILLER            PIC X(9)  VALUE '    RECUS'.
           05  FILLER            PIC X(9)  VALUE '  INSPECT'.
           05  FILLER            PIC X(9)  VALUE '  DISPENS'.
           05  FILLER            PIC X(9)  VALUE '  ACCEPTE'.
           05  FILLER            PIC X(9)  VALUE '   REJETE'.
           05  FILLER            PIC X(9)  VALUE '   RETOUR'.
           05  FILLER            PIC X(7)  VALUE ' % ACC.'.
           05  FILLER            PIC X(16) VALUE '  DEPUIS LE'.
       01  WS-LIQF-FOURN.
           05  FILLER            PIC X(13) VALUE 'FOURNISSEUR :'.
           05  WS-LIQF-FOU-ED    PIC ZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LIQF-RAISON-ED PIC X(20).
           05  FILLER            PIC X(60) VALUE SPACES.
       01  WS-LIQF-DETAIL.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LIQF-ART-ED    PIC X(5).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LIQF-NIV-ED    PIC X(7).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LIQF-CONSEC-ED PIC ZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LIQF-RECUS-ED  PIC ZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LIQF-INSP-ED   PIC ZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LIQF-DISP-ED   PIC ZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LIQF-ACC-ED    PIC ZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LIQF-REJ-ED    PIC ZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LIQF-RET-ED    PIC ZZZZZZ9.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-LIQF-PCT-ED    PIC ZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LIQF-DNIV-ED   PIC 99/99/9999.
           05  FILLER            PIC X(3)  VALUE SPACES.
       01  WS-LIQF-TOTAL.
           05  FILLER            PIC X(7)  VALUE '  TOTAL'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LIQF-TNIV-ED   PIC X(7).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LIQF-TNBART-ED PIC ZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LIQF-TRECUS-ED PIC ZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LIQF-TINSP-ED  PIC ZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LIQF-TDISP-ED  PIC ZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LIQF-TACC-ED   PIC ZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LIQF-TREJ-ED   PIC ZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LIQF-TRET-ED   PIC ZZZZZZ9.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-LIQF-TPCT-ED   PIC ZZ9.
           05  FILLER            PIC X(16) VALUE SPACES.
      *COMPTEURS RENDU EXEC
       01  WS-NB-IQF-LUS     PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-FOU-EDITES  PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-ALLEGES     PIC S9(6) COMP VALUE ZERO.
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
      * EDITE L HISTORIQUE D INSPECTION DANS L ORDRE DE LA CLE        *
      * (FOURNISSEUR PUIS ARTICLE) AVEC RUPTURE PAR FOURNISSEUR       *
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-DATE-DEB
              THRU  7000-INIT-DATE-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  8000-EDITION-ENTETE-DEB
              THRU  8000-EDITION-ENTETE-FIN.
      *
           PERFORM  6010-READ-F-IQF-E-DEB
              THRU  6010-READ-F-IQF-E-FIN.
           PERFORM  1000-TRT-UN-FOU-DEB
              THRU  1000-TRT-UN-FOU-FIN
             UNTIL  IQF-FIN.
      *
           PERFORM  6090-CLOSE-FICHIERS-DEB
              THRU  6090-CLOSE-FICHIERS-FIN.
      *
           PERFORM  8999-STATISTIQUES-DEB
              THRU  8999-STATISTIQUES-FIN.
      *
           PERFORM  9999-FIN-PROGRAMME-DEB
              THRU  9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *-----------------------------------------------------
      * TRT 1000 EDITE UN FOURNISSEUR : LIGNE D EN-TETE, UNE
      * LIGNE PAR ARTICLE PUIS LA LIGNE DE TOTAL
      *----------------------------------------------------
       1000-TRT-UN-FOU-DEB.
      *
           MOVE WS-IQF-FOU-CODE         TO WS-FOU-EN-COURS.
           MOVE ZERO                    TO WS-CFOU-NB-ART
                                           WS-CFOU-NB-ALLEGE
                                           WS-CFOU-RECUS
                                           WS-CFOU-INSPECTES
                                           WS-CFOU-DISPENSES
                                           WS-CFOU-ACCEPTES
                                           WS-CFOU-REJETES
                                           WS-CFOU-RETOURS.
      *
           MOVE WS-FOU-EN-COURS         TO WS-FOUR-CODE.
           PERFORM  6020-READ-F-FOUR-E-DEB
              THRU  6020-READ-F-FOUR-E-FIN.
           MOVE WS-FOU-EN-COURS         TO WS-LIQF-FOU-ED.
           MOVE WS-FOUR-RAISON          TO WS-LIQF-RAISON-ED.
           WRITE FS-BUFF-F-ETAT-IQF-S FROM WS-LIQF-FOURN.
      *
           PERFORM  1100-TRT-UN-ARTICLE-DEB
              THRU  1100-TRT-UN-ARTICLE-FIN
             UNTIL  IQF-FIN
                 OR WS-IQF-FOU-CODE NOT = WS-FOU-EN-COURS.
      *
           PERFORM  8010-EDITION-TOTAL-FOU-DEB
              THRU  8010-EDITION-TOTAL-FOU-FIN.
           ADD  1                       TO WS-NB-FOU-EDITES.
      *
       1000-TRT-UN-FOU-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1100 EDITE ET CUMULE UN COUPLE FOURNISSEUR / ARTICLE
      *----------------------------------------------------
       1100-TRT-UN-ARTICLE-DEB.
      *
           ADD  1                       TO WS-CFOU-NB-ART.
           IF  IQF-CONTROLE-ALLEGE
               ADD  1                   TO WS-CFOU-NB-ALLEGE
               ADD  1                   TO WS-NB-ALLEGES
               MOVE 'ALLEGE'            TO WS-LIQF-NIV-ED
           ELSE
               MOVE 'TOTAL'             TO WS-LIQF-NIV-ED
           END-IF.
           ADD  WS-IQF-NB-RECUS         TO WS-CFOU-RECUS.
           ADD  WS-IQF-NB-INSPECTES     TO WS-CFOU-INSPECTES.
           ADD  WS-IQF-NB-DISPENSES     TO WS-CFOU-DISPENSES.
           ADD  WS-IQF-NB-ACCEPTES      TO WS-CFOU-ACCEPTES.
           ADD  WS-IQF-NB-REJETES       TO WS-CFOU-REJETES.
           ADD  WS-IQF-NB-RETOURS       TO WS-CFOU-RETOURS.
      *
           MOVE WS-IQF-ART-CODE         TO WS-LIQF-ART-ED.
           MOVE WS-IQF-NB-CONSEC        TO WS-LIQF-CONSEC-ED.
           MOVE WS-IQF-NB-RECUS         TO WS-LIQF-RECUS-ED.
           MOVE WS-IQF-NB-INSPECTES     TO WS-LIQF-INSP-ED.
           MOVE WS-IQF-NB-DISPENSES     TO WS-LIQF-DISP-ED.
           MOVE WS-IQF-NB-ACCEPTES      TO WS-LIQF-ACC-ED.
           MOVE WS-IQF-NB-REJETES       TO WS-LIQF-REJ-ED.
           MOVE WS-IQF-NB-RETOURS       TO WS-LIQF-RET-ED.
           COMPUTE WS-NB-DECIDES = WS-IQF-NB-ACCEPTES
                                 + WS-IQF-NB-REJETES.
           MOVE WS-IQF-NB-ACCEPTES      TO WS-NB-ACCEPT-CALC.
           PERFORM  7010-TAUX-ACCEPT-DEB
              THRU  7010-TAUX-ACCEPT-FIN.
           MOVE WS-PCT-ACCEPT           TO WS-LIQF-PCT-ED.
           MOVE WS-IQF-DATE-NIVEAU      TO WS-DATE-ED-R.
           MOVE WS-DED-JJ               TO WS-LIQF-DNIV-ED (1:2).
           MOVE WS-DED-MM               TO WS-LIQF-DNIV-ED (4:2).
           MOVE WS-DED-AAAA             TO WS-LIQF-DNIV-ED (7:4).
           WRITE FS-BUFF-F-ETAT-IQF-S FROM WS-LIQF-DETAIL.
      *
           PERFORM  6010-READ-F-IQF-E-DEB
              THRU  6010-READ-F-IQF-E-FIN.
      *
       1100-TRT-UN-ARTICLE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *6000 OUVRE L ENSEMBLE DES FICHIERS
      *------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN INPUT F-IQF-E.
           IF WS-FS-IQF-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-IQF-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-IQF-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-FOUR-E.
           IF WS-FS-FOUR-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-FOUR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FOUR-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-IQF-S.
           IF WS-FS-ETAT-IQF-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-IQF-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-IQF-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT L HISTORIQUE SUIVANT SUR F-IQF-E
      *------------------------------------
       6010-READ-F-IQF-E-DEB.
      *
           READ F-IQF-E INTO WS-IQF-ENR.
           IF NOT (IQF-OK OR IQF-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-IQF-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-IQF-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF IQF-OK
              ADD 1                      TO WS-NB-IQF-LUS
           END-IF.
      *
       6010-READ-F-IQF-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 LIT LE FOURNISSEUR COURANT SUR F-FOUR-E - CODE INCONNU =
      *     RAISON SOCIALE D ANOMALIE, LE RUN CONTINUE
      *------------------------------------
       6020-READ-F-FOUR-E-DEB.
      *
           MOVE WS-FOUR-CODE             TO FS-KEY-FOUR.
           READ F-FOUR-E INTO WS-FOUR-ENR
             KEY IS FS-KEY-FOUR
           END-READ.
           IF FOUR-INEXISTANT
              MOVE WS-FOU-EN-COURS       TO WS-FOUR-CODE
              MOVE '** FOURNISSEUR INCONNU **'
                                         TO WS-FOUR-RAISON
           ELSE
              IF NOT FOUR-OK
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FOUR-E'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-FOUR-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6020-READ-F-FOUR-E-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-IQF-E.
           CLOSE F-FOUR-E.
           CLOSE F-ETAT-IQF-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LA DATE DU JOUR
      *------------------------------------
       7000-INIT-DATE-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE WS-DATEJ-JJ   TO WS-LIQF-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LIQF-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LIQF-DATE-ED (7:4).
      *
       7000-INIT-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7010 CALCULE LE TAUX D ACCEPTATION SUR LES LOTS DECIDES
      *     (WS-NB-DECIDES) - AUCUNE DECISION : ZERO
      *------------------------------------
       7010-TAUX-ACCEPT-DEB.
      *
           IF  WS-NB-DECIDES > ZERO
               COMPUTE WS-PCT-ACCEPT =
                       (WS-NB-ACCEPT-CALC * 100) / WS-NB-DECIDES
           ELSE
               MOVE ZERO                TO WS-PCT-ACCEPT
           END-IF.
      *
       7010-TAUX-ACCEPT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *8000 EDITE L ENTETE DE L ETAT
      *------------------------------------
       8000-EDITION-ENTETE-DEB.
      *
           WRITE FS-BUFF-F-ETAT-IQF-S FROM WS-LIQF-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-IQF-S FROM WS-LIQF-INTITULE.
           WRITE FS-BUFF-F-ETAT-IQF-S FROM WS-LIQF-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8010 EDITE LA LIGNE DE TOTAL DU FOURNISSEUR : NIVEAU TOTAL,
      *     ALLEGE (TOUS SES ARTICLES) OU MIXTE ET TAUX D ACCEPTATION
      *------------------------------------
       8010-EDITION-TOTAL-FOU-DEB.
      *
           EVALUATE TRUE
               WHEN WS-CFOU-NB-ALLEGE = ZERO
                  MOVE 'TOTAL'          TO WS-LIQF-TNIV-ED
               WHEN WS-CFOU-NB-ALLEGE = WS-CFOU-NB-ART
                  MOVE 'ALLEGE'         TO WS-LIQF-TNIV-ED
               WHEN OTHER
                  MOVE 'MIXTE'          TO WS-LIQF-TNIV-ED
           END-EVALUATE.
           MOVE WS-CFOU-NB-ART          TO WS-LIQF-TNBART-ED.
           MOVE WS-CFOU-RECUS           TO WS-LIQF-TRECUS-ED.
           MOVE WS-CFOU-INSPECTES       TO WS-LIQF-TINSP-ED.
           MOVE WS-CFOU-DISPENSES       TO WS-LIQF-TDISP-ED.
           MOVE WS-CFOU-ACCEPTES        TO WS-LIQF-TACC-ED.
           MOVE WS-CFOU-REJETES         TO WS-LIQF-TREJ-ED.
           MOVE WS-CFOU-RETOURS         TO WS-LIQF-TRET-ED.
           COMPUTE WS-NB-DECIDES = WS-CFOU-ACCEPTES
                                 + WS-CFOU-REJETES.
           MOVE WS-CFOU-ACCEPTES        TO WS-NB-ACCEPT-CALC.
           PERFORM  7010-TAUX-ACCEPT-DEB
              THRU  7010-TAUX-ACCEPT-FIN.
           MOVE WS-PCT-ACCEPT           TO WS-LIQF-TPCT-ED.
           WRITE FS-BUFF-F-ETAT-IQF-S FROM WS-LIQF-TOTAL.
           WRITE FS-BUFF-F-ETAT-IQF-S FROM WS-LIQF-BLANC.
      *
       8010-EDITION-TOTAL-FOU-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO969             *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* HISTORIQUES LUS           : ' WS-NB-IQF-LUS.
           DISPLAY '* FOURNISSEURS EDITES       : ' WS-NB-FOU-EDITES.
           DISPLAY '* COUPLES EN CONTROLE ALLEGE: ' WS-NB-ALLEGES.
           DISPLAY '*==============================================*'.
      *
       8999-STATISTIQUES-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO969         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO969        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
