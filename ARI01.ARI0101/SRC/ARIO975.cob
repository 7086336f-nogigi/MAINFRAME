      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO975                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *PREVISION SAISONNIERE DE LA DEMANDE, A PASSER EN DEBUT DE MOIS *
      *APRES L ARRETE ARIO998. LES SORTIES (CODE SORTIE) DES N        *
      *DERNIERS MOIS CLOS (SYSIN, 24 AU PLUS) SONT CUMULEES PAR       *
      *ARTICLE ET PAR MOIS A PARTIR DES CUMULS MENSUELS ARTMVTM       *
      *(F-MVM-E, MOIS DEJA PURGES) ET DU DETAIL ARTMVTS (F-AMVT-E,    *
      *MOIS ENCORE EN RETENTION) - UN MOIS N EST JAMAIS DANS LES DEUX.*
      *POUR CHAQUE ARTICLE DE ART0101 (F-ART-E) :                     *
      * - INDICE SAISONNIER DU MOIS CALENDAIRE M = MOYENNE DES        *
      *   SORTIES DES MOIS M DE L HISTORIQUE / MOYENNE MENSUELLE DE   *
      *   L HISTORIQUE (1,000 SI MOINS DE 12 MOIS D HISTORIQUE),      *
      * - NIVEAU = MOYENNE DES 12 DERNIERS MOIS CLOS,                 *
      * - PREVISION DU MOIS = NIVEAU X INDICE DU MOIS, ECRITE DANS    *
      *   PRV0101 (F-PRV-ES, COPY PREVDEM) POUR LE MOIS EN COURS ET   *
      *   LES SUIVANTS (3 A 6 MOIS, SYSIN),                           *
      * - SUIVI DE LA PRECISION : LA PREVISION DU MOIS QUI VIENT DE   *
      *   SE CLORE EST COMPAREE AUX SORTIES REELLES, L ECART EST      *
      *   EDITE ET L ARTICLE SIGNALE SI L ECART DEPASSE LE SEUIL EN % *
      *   DE LA SYSIN ; LA PREVISION PASSE AU STATUT CONTROLE.        *
      *LES PREVISIONS SONT REPRISES PAR ARIO995 POUR LE CALCUL DES    *
      *SEUILS D ALERTE.                                               *
      *SYSIN  -> [HISTORIQUE MOIS(2) 24][PROJECTION MOIS(1) 3 A 6,    *
      *          6 DEFAUT][SEUIL ECART %(3) 030 DEFAUT]               *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    ! CREATION DU PROGRAMME                         *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO975.
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
      *                      F-MVM-E : CUMULS MENSUELS DE MOUVEMENTS
      *                      (ARTMVTM)
      *                      -------------------------------------------
           SELECT  F-MVM-E             ASSIGN TO INP001
                   FILE STATUS         IS WS-FS-MVM-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-AMVT-E : HISTORIQUE DES MOUVEMENTS
      *                      -------------------------------------------
           SELECT  F-AMVT-E            ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-AMVT
                   FILE STATUS         IS WS-FS-AMVT-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ART-E : FICHIER DES ARTICLES
      *                      -------------------------------------------
           SELECT  F-ART-E             ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-ART
                   FILE STATUS         IS WS-FS-ART-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-PRV-ES : PREVISIONS DE DEMANDE (IO)
      *                      -------------------------------------------
           SELECT  F-PRV-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-PRV
                   FILE STATUS         IS WS-FS-PRV-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-PRV-S : SUIVI DE LA PRECISION
      *                      -------------------------------------------
           SELECT  F-ETAT-PRV-S        ASSIGN TO ETATPRV
                   FILE STATUS         IS WS-FS-ETAT-PRV-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 INP003 IO001 ETATPRV                  *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *CUMULS MENSUELS DE MOUVEMENTS
       FD  F-MVM-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-MVM-E       PIC X(50).
      *HISTORIQUE DES MOUVEMENTS EN ENTREE
       FD  F-AMVT-E
           RECORD CONTAINS 85 CHARACTERS.
       01  FS-BUFF-F-AMVT-E.
           05  FS-KEY-AMVT       PIC X(19).
           05  FILLER            PIC X(66).
      *FICHIER ARTICLE EN ENTREE
       FD  F-ART-E
           RECORD CONTAINS 290 CHARACTERS.
       01  FS-BUFF-F-ART-E.
           05  FS-KEY-ART        PIC X(5).
           05  FILLER            PIC X(285).
      *PREVISIONS DE DEMANDE (IO)
       FD  F-PRV-ES
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-PRV-ES.
           05  FS-KEY-PRV        PIC X(11).
           05  FILLER            PIC X(39).
      *ETAT DE SUIVI DE LA PRECISION
       FD  F-ETAT-PRV-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-PRV-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY ARTICLE.
       COPY ARTMVTS.
       COPY ARTMVTM.
       COPY PREVDEM.
      *FILE STATUS
       01  WS-FS-MVM-E       PIC X(2).
           88 MVM-OK                              VALUE '00'.
           88 MVM-FIN                             VALUE '10'.
       01  WS-FS-AMVT-E      PIC X(2).
           88 AMVT-OK                             VALUE '00'.
           88 AMVT-FIN                            VALUE '10'.
       01  WS-FS-ART-E       PIC X(2).
           88 ART-OK                              VALUE '00'.
           88 ART-FIN                             VALUE '10'.
       01  WS-FS-PRV-ES      PIC X(2).
           88 PRV-OK                              VALUE '00'.
           88 PRV-INEXISTANT                      VALUE '23'.
           88 PRV-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-ETAT-PRV-S  PIC X(2).
           88 ETPRV-OK                            VALUE '00'.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
      *COMMANDE SYSIN
       01  WS-SYSIN-PRV.
           05  WS-HISTO-X        PIC X(2).
           05  WS-HISTO-N REDEFINES WS-HISTO-X
                                 PIC 9(2).
           05  WS-PROJ-X         PIC X(1).
           05  WS-PROJ-N REDEFINES WS-PROJ-X
                                 PIC 9(1).
           05  WS-SEUIL-X        PIC X(3).
           05  WS-SEUIL-N REDEFINES WS-SEUIL-X
                                 PIC 9(3).
       01  WS-HISTO          PIC 9(2) VALUE 24.
       01  WS-PROJ           PIC 9(1) VALUE 6.
       01  WS-SEUIL-ECART    PIC 9(3) VALUE 30.
      *MOIS EXPRIMES EN NOMBRE ABSOLU (AAAA X 12 + MM - 1) POUR LES
      *CALCULS DE FENETRE
       01  WS-MOIS-COURANT   PIC S9(7) COMP VALUE ZERO.
       01  WS-MOIS-DEBUT     PIC S9(7) COMP VALUE ZERO.
       01  WS-MOIS-CALC      PIC S9(7) COMP VALUE ZERO.
       01  WS-CALC-AAAA      PIC S9(7) COMP VALUE ZERO.
       01  WS-CALC-RESTE     PIC S9(7) COMP VALUE ZERO.
       01  WS-PERIODE-CALC.
           05  WS-PERC-AAAA      PIC 9(4).
           05  WS-PERC-MM        PIC 99.
       01  WS-PERIODE-CALC-N REDEFINES WS-PERIODE-CALC
                             PIC 9(6).
      *MOIS CLOS CONTROLE (AAAAMM)
       01  WS-PERIODE-CLOSE  PIC 9(6) VALUE ZERO.
      *SORTIE A CUMULER DANS LA TABLE DES HISTORIQUES
       01  WS-CUM-ART        PIC X(5).
       01  WS-CUM-PERIODE    PIC 9(6).
       01  WS-CUM-QTE        PIC 9(9).
      *TABLE DES SORTIES MENSUELLES PAR ARTICLE (POSTE 1 = PLUS
      *ANCIEN MOIS DE L HISTORIQUE, POSTE WS-HISTO = DERNIER MOIS CLOS)
       01  WS-TAB-HIST.
           05  WS-THIS-ENTREE        OCCURS 9999.
               10  WS-THIS-ART       PIC X(5).
               10  WS-THIS-QTE       PIC 9(9) OCCURS 24.
       01  WS-NB-HIS         PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-HIS        PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-HIS-TRV    PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-MOIS       PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-CAL        PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-PROJ       PIC S9(4) COMP VALUE ZERO.
      *CUMULS PAR MOIS CALENDAIRE DE L ARTICLE COURANT
       01  WS-TAB-SAISON.
           05  WS-TSAI-ENTREE        OCCURS 12.
               10  WS-TSAI-SOM       PIC 9(11).
               10  WS-TSAI-NB        PIC 9(2).
               10  WS-TSAI-INDICE    PIC 9V999.
      *ZONES DE CALCUL DE LA PREVISION
       01  WS-QTE-MOIS       PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-HIST     PIC 9(11) VALUE ZERO.
       01  WS-TOTAL-12       PIC 9(11) VALUE ZERO.
       01  WS-MOY-GLOB       PIC 9(9)V9(4) VALUE ZERO.
       01  WS-NIVEAU         PIC 9(9)V99 VALUE ZERO.
       01  WS-QTE-PREVUE     PIC 9(9) VALUE ZERO.
      *ZONES DU SUIVI DE LA PRECISION
       01  WS-ECART          PIC S9(9) VALUE ZERO.
       01  WS-ECART-ABS      PIC 9(9) VALUE ZERO.
       01  WS-ECART-PCT      PIC 9(5) VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LPRV-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LPRV-ENTETE.
           05  FILLER            PIC X(40)
                   VALUE 'SUIVI DE LA PRECISION DES PREVISIONS'.
           05  FILLER            PIC X(7)  VALUE 'MOIS : '.
           05  WS-LPRV-MOIS-ED   PIC 9999/99.
           05  FILLER            PIC X(8)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LPRV-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LPRV-INTITULE.
           05  FILLER            PIC X(9)  VALUE 'ARTICLE'.
           05  FILLER            PIC X(9)  VALUE '    PREVU'.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(9)  VALUE '     REEL'.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE '     ECART'.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(7)  VALUE 'ECART %'.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(13) VALUE 'ALERTE'.
           05  FILLER            PIC X(11) VALUE SPACES.
       01  WS-LPRV-DETAIL.
           05  WS-LPRV-ART-ED    PIC X(5).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-LPRV-PREVU-ED  PIC ZZZZZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LPRV-REEL-ED   PIC ZZZZZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LPRV-ECART-ED  PIC ZZZZZZZZ9-.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LPRV-PCT-ED    PIC ZZZZ9.
           05  FILLER            PIC X(2)  VALUE ' %'.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LPRV-ALERTE-ED PIC X(13).
           05  FILLER            PIC X(11) VALUE SPACES.
       01  WS-LPRV-TOTAL.
           05  FILLER            PIC X(21)
                   VALUE 'ARTICLES CONTROLES : '.
           05  WS-LPRV-NBCTL-ED  PIC ZZZZ9.
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'EN ALERTE : '.
           05  WS-LPRV-NBALR-ED  PIC ZZZZ9.
           05  FILLER            PIC X(32) VALUE SPACES.
      *COMPTEUR RENDU EXEC
       01  WS-NB-MVM-LUS     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-MVT-LUS     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ART-LUS     PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-ART-IGNORES PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-PRV-CREES   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-PRV-MAJ     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CONTROLES   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-ALERTES     PIC S9(6) COMP VALUE ZERO.
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
      * CUMULE LES SORTIES MENSUELLES, PUIS POUR CHAQUE ARTICLE       *
      * CONTROLE LA PREVISION DU MOIS CLOS ET PROJETE LES SUIVANTS    *
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-DATE-DEB
              THRU  7000-INIT-DATE-FIN.
      *
           PERFORM  7005-INIT-SYSIN-DEB
              THRU  7005-INIT-SYSIN-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  8000-EDITION-ENTETE-DEB
              THRU  8000-EDITION-ENTETE-FIN.
      *
           PERFORM  1000-CHARGE-CUMULS-DEB
              THRU  1000-CHARGE-CUMULS-FIN.
      *
           PERFORM  1100-CHARGE-DETAIL-DEB
              THRU  1100-CHARGE-DETAIL-FIN.
      *
           PERFORM  2000-TRT-ARTICLES-DEB
              THRU  2000-TRT-ARTICLES-FIN.
      *
           PERFORM  8020-EDITION-TOTAL-DEB
              THRU  8020-EDITION-TOTAL-FIN.
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
      * TRT 1000 CUMULE LES SORTIES DES MOIS DEJA AGREGES (ARTMVTM)
      *----------------------------------------------------
       1000-CHARGE-CUMULS-DEB.
      *
           PERFORM  6010-READ-F-MVM-E-DEB
              THRU  6010-READ-F-MVM-E-FIN.
      *
           PERFORM  1010-TRT-UN-CUMUL-DEB
              THRU  1010-TRT-UN-CUMUL-FIN
             UNTIL  MVM-FIN.
      *
       1000-CHARGE-CUMULS-FIN.
           EXIT.
       1010-TRT-UN-CUMUL-DEB.
      *
           ADD  1                       TO WS-NB-MVM-LUS.
      *
           IF  WS-MVM-TOT-SORTIE > ZERO
               MOVE WS-MVM-ART-CODE     TO WS-CUM-ART
               MOVE WS-MVM-PERIODE      TO WS-CUM-PERIODE
               MOVE WS-MVM-TOT-SORTIE   TO WS-CUM-QTE
               PERFORM  7010-CUMULE-SORTIE-DEB
                  THRU  7010-CUMULE-SORTIE-FIN
           END-IF.
      *
           PERFORM  6010-READ-F-MVM-E-DEB
              THRU  6010-READ-F-MVM-E-FIN.
      *
       1010-TRT-UN-CUMUL-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1100 CUMULE LES SORTIES DU DETAIL ENCORE EN RETENTION
      * (ARTMVTS) - LE MOIS EN COURS, INCOMPLET, EST ECARTE PAR 7010
      *----------------------------------------------------
       1100-CHARGE-DETAIL-DEB.
      *
           PERFORM  6020-READ-F-AMVT-E-DEB
              THRU  6020-READ-F-AMVT-E-FIN.
      *
           PERFORM  1110-TRT-UN-MVT-DEB
              THRU  1110-TRT-UN-MVT-FIN
             UNTIL  AMVT-FIN.
      *
       1100-CHARGE-DETAIL-FIN.
           EXIT.
       1110-TRT-UN-MVT-DEB.
      *
           ADD  1                       TO WS-NB-MVT-LUS.
      *
           IF  AMVT-SORTIE
               MOVE WS-AMVT-ART-CODE    TO WS-CUM-ART
               MOVE WS-AMVT-DATE (1:6)  TO WS-CUM-PERIODE
               MOVE WS-AMVT-QTE         TO WS-CUM-QTE
               PERFORM  7010-CUMULE-SORTIE-DEB
                  THRU  7010-CUMULE-SORTIE-FIN
           END-IF.
      *
           PERFORM  6020-READ-F-AMVT-E-DEB
              THRU  6020-READ-F-AMVT-E-FIN.
      *
       1110-TRT-UN-MVT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 PARCOURT LES ARTICLES : CONTROLE DE LA PREVISION DU
      * MOIS CLOS PUIS PROJECTION DES MOIS A VENIR
      *----------------------------------------------------
       2000-TRT-ARTICLES-DEB.
      *
           PERFORM  6030-READ-F-ART-E-DEB
              THRU  6030-READ-F-ART-E-FIN.
      *
           PERFORM  2010-TRT-UN-ARTICLE-DEB
              THRU  2010-TRT-UN-ARTICLE-FIN
             UNTIL  ART-FIN.
      *
       2000-TRT-ARTICLES-FIN.
           EXIT.
       2010-TRT-UN-ARTICLE-DEB.
      *
           ADD  1                       TO WS-NB-ART-LUS.
      *
           MOVE ZERO                    TO WS-IND-HIS-TRV.
           PERFORM  7020-CHERCHE-HIST-DEB
              THRU  7020-CHERCHE-HIST-FIN
             VARYING WS-IND-HIS FROM 1 BY 1
             UNTIL  WS-IND-HIS > WS-NB-HIS
                 OR WS-IND-HIS-TRV NOT = ZERO.
      *
           PERFORM  3000-CONTROLE-PRECISION-DEB
              THRU  3000-CONTROLE-PRECISION-FIN.
      *
           PERFORM  7030-CALCUL-SAISON-DEB
              THRU  7030-CALCUL-SAISON-FIN.
      *
           PERFORM  4010-PROJETE-UN-MOIS-DEB
              THRU  4010-PROJETE-UN-MOIS-FIN
             VARYING WS-IND-PROJ FROM ZERO BY 1
             UNTIL  WS-IND-PROJ NOT < WS-PROJ.
      *
           PERFORM  6030-READ-F-ART-E-DEB
              THRU  6030-READ-F-ART-E-FIN.
      *
       2010-TRT-UN-ARTICLE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 COMPARE LA PREVISION DU MOIS CLOS AUX SORTIES
      * REELLES, EDITE L ECART ET PASSE LA PREVISION AU STATUT
      * CONTROLE
      *----------------------------------------------------
       3000-CONTROLE-PRECISION-DEB.
      *
           MOVE WS-ART-CODE             TO WS-PRV-ART-CODE.
           MOVE WS-PERIODE-CLOSE        TO WS-PRV-PERIODE.
           PERFORM  6040-READ-F-PRV-ES-DEB
              THRU  6040-READ-F-PRV-ES-FIN.
           IF  PRV-INEXISTANT
               GO TO 3000-CONTROLE-PRECISION-FIN
           END-IF.
           IF  NOT PRV-PROJETEE
               GO TO 3000-CONTROLE-PRECISION-FIN
           END-IF.
      *
      *    LE MOIS CLOS EST LE DERNIER POSTE DE L HISTORIQUE
           MOVE WS-HISTO                TO WS-IND-MOIS.
           PERFORM  7060-QTE-MOIS-DEB
              THRU  7060-QTE-MOIS-FIN.
           MOVE WS-QTE-MOIS             TO WS-PRV-REEL.
      *
           COMPUTE WS-ECART = WS-PRV-REEL - WS-PRV-QTE.
           IF  WS-ECART < ZERO
               COMPUTE WS-ECART-ABS = ZERO - WS-ECART
           ELSE
               MOVE WS-ECART            TO WS-ECART-ABS
           END-IF.
           EVALUATE TRUE
               WHEN WS-PRV-REEL > ZERO
                   COMPUTE WS-ECART-PCT ROUNDED =
                           WS-ECART-ABS * 100 / WS-PRV-REEL
                       ON SIZE ERROR
                           MOVE 99999   TO WS-ECART-PCT
                   END-COMPUTE
               WHEN WS-PRV-QTE > ZERO
                   MOVE 100             TO WS-ECART-PCT
               WHEN OTHER
                   MOVE ZERO            TO WS-ECART-PCT
           END-EVALUATE.
      *
           ADD  1                       TO WS-NB-CONTROLES.
           IF  WS-ECART-PCT > WS-SEUIL-ECART
               MOVE 'ECART > SEUIL'     TO WS-LPRV-ALERTE-ED
               ADD  1                   TO WS-NB-ALERTES
           ELSE
               MOVE SPACES              TO WS-LPRV-ALERTE-ED
           END-IF.
           PERFORM  8010-EDITION-DETAIL-DEB
              THRU  8010-EDITION-DETAIL-FIN.
      *
           SET  PRV-CONTROLEE           TO TRUE.
           PERFORM  6050-REWRITE-F-PRV-ES-DEB
              THRU  6050-REWRITE-F-PRV-ES-FIN.
      *
       3000-CONTROLE-PRECISION-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 4010 ECRIT (OU REMPLACE) LA PREVISION DU MOIS COURANT
      * + WS-IND-PROJ
      *----------------------------------------------------
       4010-PROJETE-UN-MOIS-DEB.
      *
           COMPUTE WS-MOIS-CALC = WS-MOIS-COURANT + WS-IND-PROJ.
           PERFORM  7050-ABS-EN-PERIODE-DEB
              THRU  7050-ABS-EN-PERIODE-FIN.
           MOVE WS-PERC-MM              TO WS-IND-CAL.
      *
           COMPUTE WS-QTE-PREVUE ROUNDED =
                   WS-NIVEAU * WS-TSAI-INDICE (WS-IND-CAL)
               ON SIZE ERROR
                   MOVE 999999999       TO WS-QTE-PREVUE
           END-COMPUTE.
      *
           MOVE WS-ART-CODE             TO WS-PRV-ART-CODE.
           MOVE WS-PERIODE-CALC-N       TO WS-PRV-PERIODE.
           PERFORM  6040-READ-F-PRV-ES-DEB
              THRU  6040-READ-F-PRV-ES-FIN.
      *
           MOVE WS-QTE-PREVUE           TO WS-PRV-QTE.
           MOVE WS-TSAI-INDICE (WS-IND-CAL)
                                        TO WS-PRV-INDICE.
           MOVE WS-DATEJ                TO WS-PRV-DATE-CALC.
           MOVE ZERO                    TO WS-PRV-REEL.
           SET  PRV-PROJETEE            TO TRUE.
      *
           IF  PRV-INEXISTANT
               MOVE WS-ART-CODE         TO WS-PRV-ART-CODE
               MOVE WS-PERIODE-CALC-N   TO WS-PRV-PERIODE
               PERFORM  6060-WRITE-F-PRV-ES-DEB
                  THRU  6060-WRITE-F-PRV-ES-FIN
               ADD  1                   TO WS-NB-PRV-CREES
           ELSE
               PERFORM  6050-REWRITE-F-PRV-ES-DEB
                  THRU  6050-REWRITE-F-PRV-ES-FIN
               ADD  1                   TO WS-NB-PRV-MAJ
           END-IF.
      *
       4010-PROJETE-UN-MOIS-FIN.
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
           OPEN INPUT F-MVM-E.
           IF WS-FS-MVM-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-MVM-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MVM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-AMVT-E.
           IF WS-FS-AMVT-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-AMVT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-AMVT-E
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
      *    PREMIER PASSAGE : LE FICHIER DES PREVISIONS EST CREE VIDE
           OPEN I-O F-PRV-ES.
           IF PRV-FICHIER-ABSENT
              DISPLAY 'FICHIER DES PREVISIONS ABSENT - CREATION'
              OPEN OUTPUT F-PRV-ES
              CLOSE F-PRV-ES
              OPEN I-O F-PRV-ES
           END-IF.
           IF WS-FS-PRV-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-PRV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-PRV-S.
           IF WS-FS-ETAT-PRV-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-PRV-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-PRV-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT LE CUMUL MENSUEL SUIVANT SUR F-MVM-E
      *------------------------------------
       6010-READ-F-MVM-E-DEB.
      *
           READ F-MVM-E INTO WS-MVM-ENR.
           IF NOT (MVM-OK OR MVM-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MVM-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MVM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-MVM-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 LIT LE MOUVEMENT SUIVANT SUR F-AMVT-E
      *------------------------------------
       6020-READ-F-AMVT-E-DEB.
      *
           READ F-AMVT-E INTO WS-AMVT-ENR.
           IF NOT (AMVT-OK OR AMVT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-AMVT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-AMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-F-AMVT-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 LIT L ARTICLE SUIVANT SUR F-ART-E
      *------------------------------------
       6030-READ-F-ART-E-DEB.
      *
           READ F-ART-E INTO WS-ART-ENR.
           IF NOT (ART-OK OR ART-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-READ-F-ART-E-FIN.
           EXIT.
      *-------------------------------------
      *6040 LIT LA PREVISION WS-PRV-CLE SUR F-PRV-ES
      *------------------------------------
       6040-READ-F-PRV-ES-DEB.
      *
           MOVE WS-PRV-CLE              TO FS-KEY-PRV.
           READ F-PRV-ES INTO WS-PRV-ENR
             KEY IS FS-KEY-PRV
           END-READ.
           IF NOT (PRV-OK OR PRV-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-READ-F-PRV-ES-FIN.
           EXIT.
      *-------------------------------------
      *6050 REECRIT LA PREVISION COURANTE
      *------------------------------------
       6050-REWRITE-F-PRV-ES-DEB.
      *
           REWRITE FS-BUFF-F-PRV-ES FROM WS-PRV-ENR.
           IF NOT PRV-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-PRV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6050-REWRITE-F-PRV-ES-FIN.
           EXIT.
      *-------------------------------------
      *6060 ECRIT UNE NOUVELLE PREVISION
      *------------------------------------
       6060-WRITE-F-PRV-ES-DEB.
      *
           WRITE FS-BUFF-F-PRV-ES FROM WS-PRV-ENR.
           IF NOT PRV-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-PRV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6060-WRITE-F-PRV-ES-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-MVM-E.
           CLOSE F-AMVT-E.
           CLOSE F-ART-E.
           CLOSE F-PRV-ES.
           CLOSE F-ETAT-PRV-S.
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
           MOVE WS-DATEJ-JJ   TO WS-LPRV-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LPRV-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LPRV-DATE-ED (7:4).
      *
       7000-INIT-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7005 LIT LA CARTE SYSIN ET CALCULE LA FENETRE D HISTORIQUE :
      *     MOIS COURANT (PREMIER MOIS PREVU), PREMIER MOIS DE
      *     L HISTORIQUE ET MOIS CLOS A CONTROLER
      *------------------------------------
       7005-INIT-SYSIN-DEB.
      *
           MOVE SPACES                  TO WS-SYSIN-PRV.
           ACCEPT WS-SYSIN-PRV FROM SYSIN.
           IF  WS-HISTO-X NUMERIC
               AND WS-HISTO-N > ZERO
               AND WS-HISTO-N NOT > 24
               MOVE WS-HISTO-N          TO WS-HISTO
           END-IF.
           IF  WS-PROJ-X NUMERIC
               AND WS-PROJ-N NOT < 3
               AND WS-PROJ-N NOT > 6
               MOVE WS-PROJ-N           TO WS-PROJ
           END-IF.
           IF  WS-SEUIL-X NUMERIC
               MOVE WS-SEUIL-N          TO WS-SEUIL-ECART
           END-IF.
      *
           COMPUTE WS-MOIS-COURANT = WS-DATEJ-AAAA * 12
                                   + WS-DATEJ-MM - 1.
           COMPUTE WS-MOIS-DEBUT = WS-MOIS-COURANT - WS-HISTO.
           COMPUTE WS-MOIS-CALC = WS-MOIS-COURANT - 1.
           PERFORM  7050-ABS-EN-PERIODE-DEB
              THRU  7050-ABS-EN-PERIODE-FIN.
           MOVE WS-PERIODE-CALC-N       TO WS-PERIODE-CLOSE.
           MOVE WS-PERIODE-CLOSE        TO WS-LPRV-MOIS-ED.
      *
       7005-INIT-SYSIN-FIN.
           EXIT.
      *-------------------------------------
      *7010 CUMULE WS-CUM-QTE SUR L ARTICLE ET LE MOIS WS-CUM-ART /
      *     WS-CUM-PERIODE S IL EST DANS LA FENETRE D HISTORIQUE
      *------------------------------------
       7010-CUMULE-SORTIE-DEB.
      *
           MOVE WS-CUM-PERIODE          TO WS-PERIODE-CALC-N.
           COMPUTE WS-MOIS-CALC = WS-PERC-AAAA * 12
                                + WS-PERC-MM - 1.
           COMPUTE WS-IND-MOIS = WS-MOIS-CALC - WS-MOIS-DEBUT + 1.
           IF  WS-IND-MOIS < 1
               OR WS-IND-MOIS > WS-HISTO
               GO TO 7010-CUMULE-SORTIE-FIN
           END-IF.
      *
           MOVE ZERO                    TO WS-IND-HIS-TRV.
           PERFORM  7015-CHERCHE-CUM-DEB
              THRU  7015-CHERCHE-CUM-FIN
             VARYING WS-IND-HIS FROM 1 BY 1
             UNTIL  WS-IND-HIS > WS-NB-HIS
                 OR WS-IND-HIS-TRV NOT = ZERO.
           IF  WS-IND-HIS-TRV = ZERO
               IF  WS-NB-HIS NOT < 9999
                   ADD  1               TO WS-NB-ART-IGNORES
                   GO TO 7010-CUMULE-SORTIE-FIN
               END-IF
               ADD  1                   TO WS-NB-HIS
               MOVE WS-NB-HIS           TO WS-IND-HIS-TRV
               INITIALIZE WS-THIS-ENTREE (WS-IND-HIS-TRV)
               MOVE WS-CUM-ART          TO WS-THIS-ART (WS-IND-HIS-TRV)
           END-IF.
           ADD  WS-CUM-QTE TO WS-THIS-QTE (WS-IND-HIS-TRV, WS-IND-MOIS).
      *
       7010-CUMULE-SORTIE-FIN.
           EXIT.
      *-------------------------------------
      *7015 RECHERCHE L ARTICLE A CUMULER DANS LA TABLE
      *------------------------------------
       7015-CHERCHE-CUM-DEB.
      *
           IF  WS-THIS-ART (WS-IND-HIS) = WS-CUM-ART
               MOVE WS-IND-HIS          TO WS-IND-HIS-TRV
           END-IF.
      *
       7015-CHERCHE-CUM-FIN.
           EXIT.
      *-------------------------------------
      *7020 RECHERCHE L ARTICLE COURANT DANS LA TABLE
      *------------------------------------
       7020-CHERCHE-HIST-DEB.
      *
           IF  WS-THIS-ART (WS-IND-HIS) = WS-ART-CODE
               MOVE WS-IND-HIS          TO WS-IND-HIS-TRV
           END-IF.
      *
       7020-CHERCHE-HIST-FIN.
           EXIT.
      *-------------------------------------
      *7030 CALCULE LE NIVEAU MENSUEL ET LES INDICES SAISONNIERS DE
      *     L ARTICLE COURANT
      *------------------------------------
       7030-CALCUL-SAISON-DEB.
      *
           INITIALIZE WS-TAB-SAISON.
           MOVE ZERO                    TO WS-TOTAL-HIST
                                           WS-TOTAL-12.
           PERFORM  7031-CUMUL-MOIS-DEB
              THRU  7031-CUMUL-MOIS-FIN
             VARYING WS-IND-MOIS FROM 1 BY 1
             UNTIL  WS-IND-MOIS > WS-HISTO.
      *
           COMPUTE WS-MOY-GLOB ROUNDED = WS-TOTAL-HIST / WS-HISTO.
      *    LE NIVEAU EST LA MOYENNE D UNE ANNEE COMPLETE, DONC DEJA
      *    DESAISONNALISEE ; FAUTE D UNE ANNEE, MOYENNE DISPONIBLE
           IF  WS-HISTO NOT < 12
               COMPUTE WS-NIVEAU ROUNDED = WS-TOTAL-12 / 12
           ELSE
               COMPUTE WS-NIVEAU ROUNDED = WS-MOY-GLOB
           END-IF.
      *
           PERFORM  7032-INDICE-MOIS-DEB
              THRU  7032-INDICE-MOIS-FIN
             VARYING WS-IND-CAL FROM 1 BY 1
             UNTIL  WS-IND-CAL > 12.
      *
       7030-CALCUL-SAISON-FIN.
           EXIT.
      *-------------------------------------
      *7031 CUMULE LE MOIS WS-IND-MOIS DE L HISTORIQUE SUR SON MOIS
      *     CALENDAIRE
      *------------------------------------
       7031-CUMUL-MOIS-DEB.
      *
           PERFORM  7060-QTE-MOIS-DEB
              THRU  7060-QTE-MOIS-FIN.
           COMPUTE WS-MOIS-CALC = WS-MOIS-DEBUT + WS-IND-MOIS - 1.
           PERFORM  7050-ABS-EN-PERIODE-DEB
              THRU  7050-ABS-EN-PERIODE-FIN.
           MOVE WS-PERC-MM              TO WS-IND-CAL.
      *
           ADD  WS-QTE-MOIS             TO WS-TSAI-SOM (WS-IND-CAL).
           ADD  1                       TO WS-TSAI-NB (WS-IND-CAL).
           ADD  WS-QTE-MOIS             TO WS-TOTAL-HIST.
           IF  WS-IND-MOIS > WS-HISTO - 12
               ADD  WS-QTE-MOIS         TO WS-TOTAL-12
           END-IF.
      *
       7031-CUMUL-MOIS-FIN.
           EXIT.
      *-------------------------------------
      *7032 CALCULE L INDICE SAISONNIER DU MOIS CALENDAIRE WS-IND-CAL
      *------------------------------------
       7032-INDICE-MOIS-DEB.
      *
           IF  WS-HISTO < 12
               OR WS-MOY-GLOB = ZERO
               OR WS-TSAI-NB (WS-IND-CAL) = ZERO
               MOVE 1                   TO WS-TSAI-INDICE (WS-IND-CAL)
               GO TO 7032-INDICE-MOIS-FIN
           END-IF.
      *
           COMPUTE WS-TSAI-INDICE (WS-IND-CAL) ROUNDED =
                   WS-TSAI-SOM (WS-IND-CAL) / WS-TSAI-NB (WS-IND-CAL)
                   / WS-MOY-GLOB
               ON SIZE ERROR
                   MOVE 9,999           TO WS-TSAI-INDICE (WS-IND-CAL)
           END-COMPUTE.
      *
       7032-INDICE-MOIS-FIN.
           EXIT.
      *-------------------------------------
      *7050 CONVERTIT LE MOIS ABSOLU WS-MOIS-CALC EN PERIODE AAAAMM
      *------------------------------------
       7050-ABS-EN-PERIODE-DEB.
      *
           DIVIDE WS-MOIS-CALC BY 12 GIVING WS-CALC-AAAA
                  REMAINDER WS-CALC-RESTE.
           MOVE WS-CALC-AAAA            TO WS-PERC-AAAA.
           COMPUTE WS-PERC-MM = WS-CALC-RESTE + 1.
      *
       7050-ABS-EN-PERIODE-FIN.
           EXIT.
      *-------------------------------------
      *7060 RAMENE LES SORTIES DU MOIS WS-IND-MOIS DE L HISTORIQUE DE
      *     L ARTICLE COURANT (ZERO SI L ARTICLE N A AUCUNE SORTIE)
      *------------------------------------
       7060-QTE-MOIS-DEB.
      *
           IF  WS-IND-HIS-TRV = ZERO
               MOVE ZERO                TO WS-QTE-MOIS
           ELSE
               MOVE WS-THIS-QTE (WS-IND-HIS-TRV, WS-IND-MOIS)
                                        TO WS-QTE-MOIS
           END-IF.
      *
       7060-QTE-MOIS-FIN.
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
           WRITE FS-BUFF-F-ETAT-PRV-S FROM WS-LPRV-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-PRV-S FROM WS-LPRV-INTITULE.
           WRITE FS-BUFF-F-ETAT-PRV-S FROM WS-LPRV-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8010 EDITE L ECART DE L ARTICLE COURANT
      *------------------------------------
       8010-EDITION-DETAIL-DEB.
      *
           MOVE WS-ART-CODE             TO WS-LPRV-ART-ED.
           MOVE WS-PRV-QTE              TO WS-LPRV-PREVU-ED.
           MOVE WS-PRV-REEL             TO WS-LPRV-REEL-ED.
           MOVE WS-ECART                TO WS-LPRV-ECART-ED.
           MOVE WS-ECART-PCT            TO WS-LPRV-PCT-ED.
           WRITE FS-BUFF-F-ETAT-PRV-S FROM WS-LPRV-DETAIL.
      *
       8010-EDITION-DETAIL-FIN.
           EXIT.
      *-------------------------------------
      *8020 EDITE LE TOTAL DES ARTICLES CONTROLES ET EN ALERTE
      *------------------------------------
       8020-EDITION-TOTAL-DEB.
      *
           MOVE WS-NB-CONTROLES         TO WS-LPRV-NBCTL-ED.
           MOVE WS-NB-ALERTES           TO WS-LPRV-NBALR-ED.
           WRITE FS-BUFF-F-ETAT-PRV-S FROM WS-LPRV-TIRET.
           WRITE FS-BUFF-F-ETAT-PRV-S FROM WS-LPRV-TOTAL.
      *
       8020-EDITION-TOTAL-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO975              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* CUMULS MENSUELS LUS       : ' WS-NB-MVM-LUS.
           DISPLAY '* MOUVEMENTS LUS            : ' WS-NB-MVT-LUS.
           DISPLAY '* ARTICLES TRAITES          : ' WS-NB-ART-LUS.
           DISPLAY '* ARTICLES HORS TABLE       : ' WS-NB-ART-IGNORES.
           DISPLAY '* PREVISIONS CREEES         : ' WS-NB-PRV-CREES.
           DISPLAY '* PREVISIONS MISES A JOUR   : ' WS-NB-PRV-MAJ.
           DISPLAY '* PREVISIONS CONTROLEES     : ' WS-NB-CONTROLES.
           DISPLAY '* ECARTS AU DELA DU SEUIL   : ' WS-NB-ALERTES.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO975         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO975        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
