      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO964                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *RAPPORT MENSUEL DES SUBSTITUTIONS SUR RUPTURE. CUMULE LES      *
      *DECISIONS TRACEES PAR ARIC118 (SORTIE) ET ARIC141 (EXPEDITION) *
      *DANS SBH0101 (COPY SUBSTHIS) POUR LE MOIS DEMANDE EN SYSIN     *
      *(AAAAMM, MOIS COURANT PAR DEFAUT), PAR ARTICLE D ORIGINE ET    *
      *ARTICLE DE SUBSTITUTION : NOMBRE DE PROPOSITIONS, D ACCEPTA-   *
      *TIONS ET DE REFUS, QUANTITES SERVIES EN SUBSTITUTION (QUANTITE *
      *DEMANDEE SUR L ORIGINE ET QUANTITE SORTIE SUR LE SUBSTITUT),   *
      *AVEC UN SOUS-TOTAL PAR ARTICLE D ORIGINE ET UN TOTAL GENERAL.  *
      *UN ARTICLE SOUVENT SUBSTITUE SIGNALE UN STOCK D ALERTE OU UN   *
      *DELAI A REVOIR.                                                *
      *SYSIN  -> PERIODE AAAAMM (6 CHIFFRES, MOIS COURANT PAR DEFAUT) *
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
       PROGRAM-ID.      ARIO964.
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
      *                      F-SBH-E : HISTORIQUE DES SUBSTITUTIONS
      *                      -------------------------------------------
           SELECT  F-SBH-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-SBH
                   FILE STATUS         IS WS-FS-SBH-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ART-E : FICHIER MAITRE DES ARTICLES
      *                      -------------------------------------------
           SELECT  F-ART-E             ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-ART
                   FILE STATUS         IS WS-FS-ART-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-SBH-S : SYSOUT RAPPORT MENSUEL
      *                      -------------------------------------------
           SELECT  F-ETAT-SBH-S        ASSIGN TO ETATSBH
                   FILE STATUS         IS WS-FS-ETAT-SBH-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 ETATSBH                               *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *HISTORIQUE DES SUBSTITUTIONS
       FD  F-SBH-E
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-SBH-E.
           05  FS-KEY-SBH.
               10  FS-KEY-SBH-DATE   PIC 9(8).
               10  FS-KEY-SBH-HEURE  PIC 9(6).
               10  FS-KEY-SBH-TERM   PIC X(4).
           05  FILLER            PIC X(82).
      *FICHIER MAITRE DES ARTICLES
       FD  F-ART-E
           RECORD CONTAINS 290 CHARACTERS.
       01  FS-BUFF-F-ART-E.
           05  FS-KEY-ART        PIC X(5).
           05  FILLER            PIC X(285).
      *RAPPORT MENSUEL EN SORTIE
       FD  F-ETAT-SBH-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-SBH-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY SUBSTHIS.
       COPY ARTICLE.
      *FILE STATUS
       01  WS-FS-SBH-E       PIC X(2).
           88 SBH-OK                              VALUE '00'.
           88 SBH-FIN                             VALUE '10'.
           88 SBH-INEXISTANT                      VALUE '23'.
       01  WS-FS-ART-E       PIC X(2).
           88 ART-OK                              VALUE '00'.
           88 ART-INEXISTANT                      VALUE '23'.
       01  WS-FS-ETAT-SBH-S  PIC X(2).
           88 ETSBH-OK                            VALUE '00'.
      *PERIODE DEMANDEE (SYSIN AAAAMM, MOIS COURANT PAR DEFAUT)
       01  WS-SYSIN-PERIODE.
           05  WS-PER-X          PIC X(6).
           05  WS-PER-N REDEFINES WS-PER-X
                                 PIC 9(6).
       01  WS-PERIODE        PIC 9(6) VALUE ZERO.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
      *MOIS DE LA DECISION COURANTE (6 PREMIERS CHIFFRES DE LA DATE)
       01  WS-SBH-DATE-R.
           05  WS-SBHD-AAAAMM    PIC 9(6).
           05  WS-SBHD-JJ        PIC 99.
      *TABLE DE CUMUL PAR ARTICLE D ORIGINE ET SUBSTITUT, TENUE DANS
      *L ORDRE DES ARTICLES D ORIGINE PUIS DES SUBSTITUTS
       01  WS-TAB-SBH.
           05  WS-TSBH-ENTREE        OCCURS 500.
               10  WS-TSBH-ORIG      PIC X(5).
               10  WS-TSBH-SUBST     PIC X(5).
               10  WS-TSBH-NB-PROP   PIC 9(5).
               10  WS-TSBH-NB-ACC    PIC 9(5).
               10  WS-TSBH-NB-REF    PIC 9(5).
               10  WS-TSBH-QTE-ORIG  PIC 9(9).
               10  WS-TSBH-QTE-SUBST PIC 9(9).
       01  WS-NB-SBH         PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-SBH        PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-SBH-TRV    PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-SBH-DEC    PIC S9(4) COMP VALUE ZERO.
      *RUPTURE SUR L ARTICLE D ORIGINE ET CUMULS D EDITION
       01  WS-ORIG-PREC      PIC X(5) VALUE SPACES.
       01  WS-CUMUL-ORIG.
           05  WS-CORIG-NB-PROP  PIC 9(5).
           05  WS-CORIG-NB-ACC   PIC 9(5).
           05  WS-CORIG-NB-REF   PIC 9(5).
           05  WS-CORIG-QTE-ORIG PIC 9(9).
           05  WS-CORIG-QTE-SUBST PIC 9(9).
       01  WS-CUMUL-GEN.
           05  WS-CGEN-NB-PROP   PIC 9(5).
           05  WS-CGEN-NB-ACC    PIC 9(5).
           05  WS-CGEN-NB-REF    PIC 9(5).
           05  WS-CGEN-QTE-ORIG  PIC 9(9).
           05  WS-CGEN-QTE-SUBST PIC 9(9).
      *COMPTEUR RENDU EXEC
       01  WS-NB-SBH-LUS     PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-SBH-MOIS    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-HORS-TABLE  PIC S9(6) COMP VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LSBH-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LSBH-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LSBH-ENTETE.
           05  FILLER            PIC X(42)
               VALUE 'RAPPORT MENSUEL DES SUBSTITUTIONS SUR RUPT'.
           05  FILLER            PIC X(4)  VALUE 'URE '.
           05  FILLER            PIC X(8)  VALUE SPACES.
           05  FILLER            PIC X(9)  VALUE 'PERIODE :'.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LSBH-PER-ED    PIC 9(6).
           05  FILLER            PIC X(10) VALUE SPACES.
       01  WS-LSBH-INTITULE.
           05  FILLER            PIC X(40)
               VALUE 'ORIG. LIBELLE              SUBST  PROP  '.
           05  FILLER            PIC X(40)
               VALUE ' ACC   REF  QTE ORIG QTE SUBST          '.
       01  WS-LSBH-DETAIL.
           05  WS-LSBH-ORIG-ED   PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSBH-LIB-ED    PIC X(20).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSBH-SUBST-ED  PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSBH-PROP-ED   PIC ZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSBH-ACC-ED    PIC ZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSBH-REF-ED    PIC ZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSBH-QORIG-ED  PIC ZZZZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSBH-QSUBST-ED PIC ZZZZZZZZ9.
           05  FILLER            PIC X(10) VALUE SPACES.
       01  WS-LSBH-AUCUNE.
           05  FILLER            PIC X(50)
               VALUE 'AUCUNE SUBSTITUTION PROPOSEE SUR LA PERIODE'.
           05  FILLER            PIC X(30) VALUE SPACES.
      *COMPTE RENDU D EXECUTION
       01  WS-LCRE-ASTER     PIC X(60) VALUE ALL '*'.
       01  WS-LCRE-TITRE     PIC X(60)
               VALUE '* COMPTE RENDU D EXECUTION ARIO964 *'.
       01  WS-LCRE-DETAIL.
           05  FILLER            PIC X(2)  VALUE '* '.
           05  WS-LCRE-DET-LIB-ED PIC X(38).
           05  FILLER            PIC X(3)  VALUE ' : '.
           05  WS-LCRE-DET-TOT-ED PIC ZZZZZ9.
           05  FILLER            PIC X(11) VALUE SPACES.
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
      * 0000 TRT PRINCIPAL
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-PERIODE-DEB
              THRU  7000-INIT-PERIODE-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  8000-EDITION-ENTETE-DEB
              THRU  8000-EDITION-ENTETE-FIN.
      *
           PERFORM  6010-START-F-SBH-E-DEB
              THRU  6010-START-F-SBH-E-FIN.
           IF  SBH-OK
               PERFORM  6015-READNEXT-F-SBH-E-DEB
                  THRU  6015-READNEXT-F-SBH-E-FIN
               PERFORM  1000-TRT-UNE-DECISION-DEB
                  THRU  1000-TRT-UNE-DECISION-FIN
                 UNTIL  SBH-FIN
           END-IF.
      *
           PERFORM  2000-EDITE-SUBSTITUTIONS-DEB
              THRU  2000-EDITE-SUBSTITUTIONS-FIN.
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
      * TRT 1000 CUMULE UNE DECISION DU MOIS DEMANDE DANS LA TABLE
      * DE SON COUPLE ORIGINE / SUBSTITUT ; LE PARCOURS S ARRETE AU
      * PREMIER ENREGISTREMENT DU MOIS SUIVANT (CLE PAR DATE)
      *----------------------------------------------------
       1000-TRT-UNE-DECISION-DEB.
      *
           ADD  1                        TO WS-NB-SBH-LUS.
           MOVE WS-SBH-DATE              TO WS-SBH-DATE-R.
           IF  WS-SBHD-AAAAMM > WS-PERIODE
               SET  SBH-FIN              TO TRUE
               GO TO 1000-TRT-UNE-DECISION-FIN
           END-IF.
      *
           ADD  1                        TO WS-NB-SBH-MOIS.
           PERFORM  7010-LOCALISE-COUPLE-DEB
              THRU  7010-LOCALISE-COUPLE-FIN.
           IF  WS-IND-SBH-TRV NOT = ZERO
               ADD  1                    TO
                               WS-TSBH-NB-PROP(WS-IND-SBH-TRV)
               IF  SBH-ACCEPTEE
                   ADD  1                TO
                               WS-TSBH-NB-ACC(WS-IND-SBH-TRV)
                   ADD  WS-SBH-QTE-ORIG  TO
                               WS-TSBH-QTE-ORIG(WS-IND-SBH-TRV)
                   ADD  WS-SBH-QTE-SUBST TO
                               WS-TSBH-QTE-SUBST(WS-IND-SBH-TRV)
               ELSE
                   ADD  1                TO
                               WS-TSBH-NB-REF(WS-IND-SBH-TRV)
               END-IF
           END-IF.
      *
           PERFORM  6015-READNEXT-F-SBH-E-DEB
              THRU  6015-READNEXT-F-SBH-E-FIN.
      *
       1000-TRT-UNE-DECISION-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 EDITE UNE LIGNE PAR COUPLE ORIGINE / SUBSTITUT, UN
      * SOUS-TOTAL PAR ARTICLE D ORIGINE ET LE TOTAL GENERAL
      *----------------------------------------------------
       2000-EDITE-SUBSTITUTIONS-DEB.
      *
           IF  WS-NB-SBH = ZERO
               WRITE FS-BUFF-F-ETAT-SBH-S FROM WS-LSBH-AUCUNE
               GO TO 2000-EDITE-SUBSTITUTIONS-FIN
           END-IF.
      *
           INITIALIZE WS-CUMUL-ORIG
                      WS-CUMUL-GEN.
           MOVE WS-TSBH-ORIG(1)          TO WS-ORIG-PREC.
           PERFORM  2010-EDITE-UN-COUPLE-DEB
              THRU  2010-EDITE-UN-COUPLE-FIN
             VARYING WS-IND-SBH FROM 1 BY 1
             UNTIL  WS-IND-SBH > WS-NB-SBH.
           PERFORM  2020-EDITE-SS-TOTAL-DEB
              THRU  2020-EDITE-SS-TOTAL-FIN.
      *
           MOVE 'TOTAL'                  TO WS-LSBH-ORIG-ED.
           MOVE 'GENERAL'                TO WS-LSBH-LIB-ED.
           MOVE SPACES                   TO WS-LSBH-SUBST-ED.
           MOVE WS-CGEN-NB-PROP          TO WS-LSBH-PROP-ED.
           MOVE WS-CGEN-NB-ACC           TO WS-LSBH-ACC-ED.
           MOVE WS-CGEN-NB-REF           TO WS-LSBH-REF-ED.
           MOVE WS-CGEN-QTE-ORIG         TO WS-LSBH-QORIG-ED.
           MOVE WS-CGEN-QTE-SUBST        TO WS-LSBH-QSUBST-ED.
           WRITE FS-BUFF-F-ETAT-SBH-S FROM WS-LSBH-TIRET.
           WRITE FS-BUFF-F-ETAT-SBH-S FROM WS-LSBH-DETAIL.
      *
       2000-EDITE-SUBSTITUTIONS-FIN.
           EXIT.
       2010-EDITE-UN-COUPLE-DEB.
      *
           IF  WS-TSBH-ORIG(WS-IND-SBH) NOT = WS-ORIG-PREC
               PERFORM  2020-EDITE-SS-TOTAL-DEB
                  THRU  2020-EDITE-SS-TOTAL-FIN
               MOVE WS-TSBH-ORIG(WS-IND-SBH) TO WS-ORIG-PREC
           END-IF.
      *
           MOVE WS-TSBH-ORIG(WS-IND-SBH) TO FS-KEY-ART.
           PERFORM  6020-READ-F-ART-E-DEB
              THRU  6020-READ-F-ART-E-FIN.
      *
           MOVE WS-TSBH-ORIG(WS-IND-SBH) TO WS-LSBH-ORIG-ED.
           MOVE WS-ART-LIBEL             TO WS-LSBH-LIB-ED.
           MOVE WS-TSBH-SUBST(WS-IND-SBH) TO WS-LSBH-SUBST-ED.
           MOVE WS-TSBH-NB-PROP(WS-IND-SBH) TO WS-LSBH-PROP-ED.
           MOVE WS-TSBH-NB-ACC(WS-IND-SBH)  TO WS-LSBH-ACC-ED.
           MOVE WS-TSBH-NB-REF(WS-IND-SBH)  TO WS-LSBH-REF-ED.
           MOVE WS-TSBH-QTE-ORIG(WS-IND-SBH)  TO WS-LSBH-QORIG-ED.
           MOVE WS-TSBH-QTE-SUBST(WS-IND-SBH) TO WS-LSBH-QSUBST-ED.
           WRITE FS-BUFF-F-ETAT-SBH-S FROM WS-LSBH-DETAIL.
      *
           ADD  WS-TSBH-NB-PROP(WS-IND-SBH)  TO WS-CORIG-NB-PROP.
           ADD  WS-TSBH-NB-ACC(WS-IND-SBH)   TO WS-CORIG-NB-ACC.
           ADD  WS-TSBH-NB-REF(WS-IND-SBH)   TO WS-CORIG-NB-REF.
           ADD  WS-TSBH-QTE-ORIG(WS-IND-SBH) TO WS-CORIG-QTE-ORIG.
           ADD  WS-TSBH-QTE-SUBST(WS-IND-SBH)
                                         TO WS-CORIG-QTE-SUBST.
      *
       2010-EDITE-UN-COUPLE-FIN.
           EXIT.
       2020-EDITE-SS-TOTAL-DEB.
      *
           MOVE SPACES                   TO WS-LSBH-ORIG-ED
                                            WS-LSBH-SUBST-ED.
           MOVE '   TOTAL ARTICLE'       TO WS-LSBH-LIB-ED.
           MOVE WS-CORIG-NB-PROP         TO WS-LSBH-PROP-ED.
           MOVE WS-CORIG-NB-ACC          TO WS-LSBH-ACC-ED.
           MOVE WS-CORIG-NB-REF          TO WS-LSBH-REF-ED.
           MOVE WS-CORIG-QTE-ORIG        TO WS-LSBH-QORIG-ED.
           MOVE WS-CORIG-QTE-SUBST       TO WS-LSBH-QSUBST-ED.
           WRITE FS-BUFF-F-ETAT-SBH-S FROM WS-LSBH-DETAIL.
           WRITE FS-BUFF-F-ETAT-SBH-S FROM WS-LSBH-BLANC.
      *
           ADD  WS-CORIG-NB-PROP         TO WS-CGEN-NB-PROP.
           ADD  WS-CORIG-NB-ACC          TO WS-CGEN-NB-ACC.
           ADD  WS-CORIG-NB-REF          TO WS-CGEN-NB-REF.
           ADD  WS-CORIG-QTE-ORIG        TO WS-CGEN-QTE-ORIG.
           ADD  WS-CORIG-QTE-SUBST       TO WS-CGEN-QTE-SUBST.
           INITIALIZE WS-CUMUL-ORIG.
      *
       2020-EDITE-SS-TOTAL-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *6000 OUVRE L ENSEMBLE DES FICHIERS
      *----------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN INPUT F-SBH-E.
           IF WS-FS-SBH-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-SBH-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SBH-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-ART-E.
           IF WS-FS-ART-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-SBH-S.
           IF WS-FS-ETAT-SBH-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-SBH-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-SBH-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 POSITIONNE F-SBH-E SUR LE PREMIER JOUR DU MOIS DEMANDE
      *------------------------------------
       6010-START-F-SBH-E-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-SBH.
           COMPUTE FS-KEY-SBH-DATE = (WS-PERIODE * 100) + 1.
           START F-SBH-E
             KEY IS NOT LESS THAN FS-KEY-SBH
           END-START.
           IF NOT (SBH-OK OR SBH-INEXISTANT OR SBH-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-SBH-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SBH-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-START-F-SBH-E-FIN.
           EXIT.
      *-------------------------------------
      *6015 LIT LA DECISION SUIVANTE SUR F-SBH-E
      *------------------------------------
       6015-READNEXT-F-SBH-E-DEB.
      *
           READ F-SBH-E NEXT RECORD INTO WS-SBH-ENR.
           IF NOT (SBH-OK OR SBH-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SBH-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SBH-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6015-READNEXT-F-SBH-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 LIT L ARTICLE D ORIGINE (LIBELLE) - ABSENT : LIBELLE
      *     INCONNU, LE RAPPORT PART QUAND MEME
      *------------------------------------
       6020-READ-F-ART-E-DEB.
      *
           READ F-ART-E INTO WS-ART-ENR.
           IF ART-INEXISTANT
              MOVE '** ARTICLE INCONNU *' TO WS-ART-LIBEL
           ELSE
              IF NOT ART-OK
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-E'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6020-READ-F-ART-E-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-SBH-E F-ART-E F-ETAT-SBH-S.
           IF WS-FS-ETAT-SBH-S NOT = '00'
              DISPLAY 'PROBLEME DE FERMETURE DES FICHIERS'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-SBH-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 LIT LA PERIODE DEMANDEE EN SYSIN (AAAAMM) - CARTE
      *     ABSENTE OU NON NUMERIQUE = MOIS COURANT
      *------------------------------------
       7000-INIT-PERIODE-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE SPACES                  TO WS-PER-X.
           ACCEPT WS-SYSIN-PERIODE FROM SYSIN.
           IF  WS-PER-X NUMERIC
               MOVE WS-PER-N            TO WS-PERIODE
           ELSE
               COMPUTE WS-PERIODE = (WS-DATEJ-AAAA * 100)
                                  +  WS-DATEJ-MM
           END-IF.
           MOVE WS-PERIODE              TO WS-LSBH-PER-ED.
      *
       7000-INIT-PERIODE-FIN.
           EXIT.
      *-------------------------------------
      *7010 LOCALISE L ENTREE DE TABLE DU COUPLE ORIGINE / SUBSTITUT
      *     DE LA DECISION COURANTE, OU L INSERE A SA PLACE DANS
      *     L ORDRE DE LA TABLE (TABLE PLEINE : DECISION HORS TABLE)
      *------------------------------------
       7010-LOCALISE-COUPLE-DEB.
      *
           MOVE ZERO                    TO WS-IND-SBH-TRV.
           PERFORM  7015-CHERCHE-COUPLE-DEB
              THRU  7015-CHERCHE-COUPLE-FIN
             VARYING WS-IND-SBH FROM 1 BY 1
             UNTIL  WS-IND-SBH > WS-NB-SBH
                 OR WS-IND-SBH-TRV NOT = ZERO.
      *
           IF  WS-IND-SBH-TRV = ZERO
               MOVE WS-IND-SBH          TO WS-IND-SBH-TRV
           END-IF.
           IF  WS-IND-SBH-TRV NOT > WS-NB-SBH
               IF  WS-TSBH-ORIG(WS-IND-SBH-TRV)  = WS-SBH-ART-ORIG
                   AND WS-TSBH-SUBST(WS-IND-SBH-TRV)
                                         = WS-SBH-ART-SUBST
                   GO TO 7010-LOCALISE-COUPLE-FIN
               END-IF
           END-IF.
      *
           IF  WS-NB-SBH NOT < 500
               ADD  1                   TO WS-NB-HORS-TABLE
               MOVE ZERO                TO WS-IND-SBH-TRV
               GO TO 7010-LOCALISE-COUPLE-FIN
           END-IF.
           PERFORM  7020-DECALE-ENTREE-DEB
              THRU  7020-DECALE-ENTREE-FIN
             VARYING WS-IND-SBH-DEC FROM WS-NB-SBH BY -1
             UNTIL  WS-IND-SBH-DEC < WS-IND-SBH-TRV.
           ADD  1                       TO WS-NB-SBH.
           MOVE WS-SBH-ART-ORIG         TO
                                   WS-TSBH-ORIG(WS-IND-SBH-TRV).
           MOVE WS-SBH-ART-SUBST        TO
                                   WS-TSBH-SUBST(WS-IND-SBH-TRV).
           MOVE ZERO                    TO
                                   WS-TSBH-NB-PROP(WS-IND-SBH-TRV)
                                   WS-TSBH-NB-ACC(WS-IND-SBH-TRV)
                                   WS-TSBH-NB-REF(WS-IND-SBH-TRV)
                                   WS-TSBH-QTE-ORIG(WS-IND-SBH-TRV)
                                   WS-TSBH-QTE-SUBST(WS-IND-SBH-TRV).
      *
       7010-LOCALISE-COUPLE-FIN.
           EXIT.
      *    PREMIERE ENTREE DONT LE COUPLE N EST PAS INFERIEUR A CELUI
      *    DE LA DECISION : ENTREE DU COUPLE OU PLACE D INSERTION
       7015-CHERCHE-COUPLE-DEB.
      *
           IF  WS-TSBH-ORIG(WS-IND-SBH) > WS-SBH-ART-ORIG
               OR (WS-TSBH-ORIG(WS-IND-SBH) = WS-SBH-ART-ORIG
                   AND WS-TSBH-SUBST(WS-IND-SBH)
                                     NOT < WS-SBH-ART-SUBST)
               MOVE WS-IND-SBH          TO WS-IND-SBH-TRV
           END-IF.
      *
       7015-CHERCHE-COUPLE-FIN.
           EXIT.
       7020-DECALE-ENTREE-DEB.
      *
           MOVE WS-TSBH-ENTREE(WS-IND-SBH-DEC)
                             TO WS-TSBH-ENTREE(WS-IND-SBH-DEC + 1).
      *
       7020-DECALE-ENTREE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *8000 EDITE L ENTETE DU RAPPORT
      *------------------------------------
       8000-EDITION-ENTETE-DEB.
      *
           WRITE FS-BUFF-F-ETAT-SBH-S FROM WS-LSBH-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-SBH-S FROM WS-LSBH-BLANC.
           WRITE FS-BUFF-F-ETAT-SBH-S FROM WS-LSBH-INTITULE.
           WRITE FS-BUFF-F-ETAT-SBH-S FROM WS-LSBH-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY WS-LCRE-ASTER.
           DISPLAY WS-LCRE-TITRE.
           DISPLAY WS-LCRE-ASTER.
      *
           MOVE 'NOMBRE DE DECISIONS LUES'
                                             TO WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-SBH-LUS                TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'NOMBRE DE DECISIONS DU MOIS'
                                             TO WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-SBH-MOIS               TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'NOMBRE DE COUPLES EDITES'
                                             TO WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-SBH                    TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'DECISIONS HORS TABLE (NON EDITEES)'
                                             TO WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-HORS-TABLE             TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           DISPLAY WS-LCRE-ASTER.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO964         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO964        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
