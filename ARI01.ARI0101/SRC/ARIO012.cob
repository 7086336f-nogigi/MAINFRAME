      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO012                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *HISTORISATION DES SOLDES DE FIN DE JOURNEE, DERNIER PAS DE LA  *
      *CHAINE DE NUIT (APRES ARIO011, SOUS CONTROLE D ENCHAINEMENT    *
      *ARIO841). POUR CHAQUE COMPTE DU MAITRE CPTE0101, ECRIT DANS LE *
      *FICHIER SLD0101 (COPY SOLDHIS) A LA DATE DE TRAITEMENT DE LA   *
      *CHAINE (ENREGISTREMENT DE TETE 'CHAINE' DE RUN0101) :          *
      *  - LE SOLDE DE CLOTURE ET LA DEVISE DU MAITRE                 *
      *  - LE SOLDE EN DATE DE VALEUR : SOLDE DE CLOTURE DIMINUE DES  *
      *    MOUVEMENTS DEJA POSTES DONT LA DATE DE VALEUR (SOUS        *
      *    PROGRAMME ARIO831) EST POSTERIEURE A LA DATE DE TRAITEMENT *
      *    (F-MVTS-E, FORMAT TP4MVTS : DECHARGEMENT DE LA TABLE TMVTS *
      *    DES DERNIERS JOURS, QUI DOIT COUVRIR LE PLUS LONG REPORT   *
      *    DE DATE DE VALEUR)                                         *
      *REPRISE : LE COUPLE COMPTE + DATE EST REECRIT S IL EXISTE DEJA *
      *- UNE RELANCE APRES INCIDENT OU UN SOUS-CYCLE ULTERIEUR DU     *
      *MEME JOUR REMPLACE LES SOLDES SANS DOUBLON.                    *
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
       PROGRAM-ID.      ARIO012.
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
      *                      F-RUN-E : FICHIER DE CONTROLE D
      *                      ENCHAINEMENT (DATE DE TRAITEMENT)
      *                      -------------------------------------------
           SELECT  F-RUN-E             ASSIGN TO RUNCTL
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-RUN
                   FILE STATUS         IS WS-FS-RUN-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-MVTS-E : MOUVEMENTS POSTES DES DERNIERS
      *                      JOURS (DECHARGEMENT TMVTS)
      *                      -------------------------------------------
           SELECT  F-MVTS-E            ASSIGN TO INP001
                   FILE STATUS         IS WS-FS-MVTS-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CPTE-E : FICHIER MAITRE DES COMPTES
      *                      -------------------------------------------
           SELECT  F-CPTE-E            ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-CPTE
                   FILE STATUS         IS WS-FS-CPTE-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-SLH-ES : HISTORIQUE DES SOLDES (IO)
      *                      -------------------------------------------
           SELECT  F-SLH-ES            ASSIGN TO SLDHIS
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-SLH
                   FILE STATUS         IS WS-FS-SLH-ES.
      *                      -------------------------------------------
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *FICHIER DE CONTROLE D ENCHAINEMENT
       FD  F-RUN-E
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-RUN-E.
           05  FS-KEY-RUN        PIC X(8).
           05  FILLER            PIC X(32).
      *MOUVEMENTS POSTES DES DERNIERS JOURS
       FD  F-MVTS-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-MVTS-E      PIC X(64).
      *FICHIER MAITRE DES COMPTES
       FD  F-CPTE-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-CPTE-E.
           05  FS-KEY-CPTE       PIC X(10).
           05  FILLER            PIC X(40).
      *HISTORIQUE DES SOLDES DE FIN DE JOURNEE
       FD  F-SLH-ES
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-SLH-ES.
           05  FS-KEY-SLH        PIC X(18).
           05  FILLER            PIC X(22).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY TP4MVTS.
       COPY TP4CPTES.
       COPY SOLDHIS.
      *FILE STATUS
       01  WS-FS-RUN-E       PIC X(2).
           88 RUN-OK                              VALUE '00'.
           88 RUN-INEXISTANT                      VALUE '23'.
       01  WS-FS-MVTS-E      PIC X(2).
           88 MVTS-OK                             VALUE '00'.
           88 MVTS-FIN                            VALUE '10'.
       01  WS-FS-CPTE-E      PIC X(2).
           88 CPTE-OK                             VALUE '00'.
           88 CPTE-FIN                            VALUE '10'.
       01  WS-FS-SLH-ES      PIC X(2).
           88 SLH-OK                              VALUE '00'.
           88 SLH-DOUBLON                         VALUE '22'.
           88 SLH-FICHIER-ABSENT                  VALUE '35'.
      *ENREGISTREMENT DE TETE DE CHAINE (DATE DE TRAITEMENT ET
      *SOUS-CYCLE COURANTS)
       01  WS-TETE-ENR.
           05  WS-TETE-PGM           PIC X(8).
           05  WS-TETE-DATE-TRT      PIC 9(8).
           05  FILLER                PIC X(13).
           05  WS-TETE-CYCLE         PIC 9(2).
           05  FILLER                PIC X(9).
       01  WS-CLE-TETE       PIC X(8)             VALUE 'CHAINE  '.
      *DATE DE TRAITEMENT DE LA CHAINE
       01  WS-DATE-TRT       PIC 9(8)             VALUE ZERO.
       01  WS-CYCLE-TRT      PIC 9(2)             VALUE ZERO.
      *DATE DE VALEUR (SOUS PROGRAMME ARIO831)
       01  WS-DATE-MVT-DV    PIC 9(8)             VALUE ZERO.
       01  WS-DATE-VALEUR    PIC 9(8)             VALUE ZERO.
       01  WS-CR-DV          PIC 9(2)             VALUE ZERO.
      *MONTANT SIGNE DU MOUVEMENT COURANT POUR LE COMPTE PORTEUR
       01  WS-MT-SIGNE       PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  WS-CPTE-RANGE     PIC X(10)            VALUE SPACE.
      *TABLE DES MOUVEMENTS POSTES NON ENCORE VALORISES (UN POSTE PAR
      *JAMBE : UN VIREMENT DONNE UN DEBIT ET UN CREDIT)
       01  WS-NB-MVT-TAB     PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-MVT        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-TAB-MVTS.
           05  WS-TMVT-ENTREE OCCURS 9999.
               10  WS-TMVT-CPTE      PIC X(10).
               10  WS-TMVT-MT        PIC S9(9)V99  COMP-3.
      *CUMUL DES MOUVEMENTS NON VALORISES DU COMPTE COURANT
       01  WS-MT-NON-VALEUR  PIC S9(11)V99 COMP-3 VALUE ZERO.
      *COMPTEUR RENDU EXEC ET TOTAUX DE CONTROLE
       01  WS-NB-MVT-LUS     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-MVT-NON-VAL PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-MVT-POSTER  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-MVT-IGNORES PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CPTE-LUS    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-SLH-CREES   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-SLH-REECRITS PIC S9(7) COMP VALUE ZERO.
       01  WS-TOT-SOLDE      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-SOLDE-VAL  PIC S9(13)V99 COMP-3 VALUE ZERO.
      *CONTROLE D ENCHAINEMENT DE LA CHAINE (SOUS PROGRAMME
      *ARIO841, FICHIER RUN0101)
       01  WS-CTL-PGM        PIC X(8)             VALUE 'ARIO012 '.
       01  WS-CTL-PHASE      PIC X                VALUE SPACE.
       01  WS-CTL-CR         PIC 9(2)             VALUE ZERO.
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
           PERFORM  7400-CTL-DEBUT-DEB
              THRU  7400-CTL-DEBUT-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  7000-DATE-TRAITEMENT-DEB
              THRU  7000-DATE-TRAITEMENT-FIN.
      *
      *    PASSE 1 : MOUVEMENTS POSTES A VALEUR FUTURE
           PERFORM  6010-READ-F-MVTS-E-DEB
              THRU  6010-READ-F-MVTS-E-FIN.
           PERFORM  1000-TRT-UN-MVT-DEB
              THRU  1000-TRT-UN-MVT-FIN
             UNTIL  MVTS-FIN.
      *
      *    PASSE 2 : SOLDES DE CHAQUE COMPTE DU MAITRE
           PERFORM  6020-READ-F-CPTE-E-DEB
              THRU  6020-READ-F-CPTE-E-FIN.
           PERFORM  2000-TRT-UN-COMPTE-DEB
              THRU  2000-TRT-UN-COMPTE-FIN
             UNTIL  CPTE-FIN.
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
      * TRT 1000 RANGE EN TABLE LE MOUVEMENT COURANT S IL EST POSTE
      *          MAIS PAS ENCORE VALORISE A LA DATE DE TRAITEMENT
      *          (JAMBE DEBIT ET, POUR UN VIREMENT, JAMBE CREDIT DE
      *          LA CONTREPARTIE)
      *----------------------------------------------------
       1000-TRT-UN-MVT-DEB.
      *
           ADD  1                       TO WS-NB-MVT-LUS.
      *
      *    SENS DU MOUVEMENT POUR LE COMPTE PORTEUR (INTERET : SIGNE
      *    PORTE PAR LE MONTANT ; CLOTURE ET CODES INCONNUS SANS
      *    EFFET SUR LE SOLDE)
           EVALUATE TRUE
               WHEN RETRAIT
               WHEN CB
               WHEN PRELEVEMENT
               WHEN CHEQUE
               WHEN VIREMENT
               WHEN REVAL-DEBIT
                    COMPUTE WS-MT-SIGNE = ZERO - WS-MVTS-MT
               WHEN DEPOT
               WHEN REJET-PRELEVEMENT
               WHEN REVAL-CREDIT
               WHEN INTERET
                    MOVE WS-MVTS-MT     TO WS-MT-SIGNE
               WHEN OTHER
                    ADD  1              TO WS-NB-MVT-IGNORES
                    GO TO 1000-TRT-UN-MVT-SUITE
           END-EVALUATE.
      *
           COMPUTE WS-DATE-MVT-DV =
                   (WS-MVTS-SS * 1000000) + (WS-MVTS-AA * 10000)
                 + (WS-MVTS-MM * 100) + WS-MVTS-JJ.
      *    MOUVEMENT D UNE DATE ULTERIEURE : PAS DANS LE SOLDE DU JOUR
           IF  WS-DATE-MVT-DV > WS-DATE-TRT
               ADD  1                   TO WS-NB-MVT-POSTER
               GO TO 1000-TRT-UN-MVT-SUITE
           END-IF.
           CALL 'ARIO831'          USING WS-DATE-MVT-DV
                                         WS-DATE-VALEUR
                                         WS-CR-DV.
           IF  WS-DATE-VALEUR NOT > WS-DATE-TRT
               GO TO 1000-TRT-UN-MVT-SUITE
           END-IF.
      *
           ADD  1                       TO WS-NB-MVT-NON-VAL.
           MOVE WS-MVTS-CPTE            TO WS-CPTE-RANGE.
           PERFORM  7250-RANGE-UN-MVT-DEB
              THRU  7250-RANGE-UN-MVT-FIN.
           IF  VIREMENT AND WS-MVTS-CTR NOT = SPACE
               COMPUTE WS-MT-SIGNE = ZERO - WS-MT-SIGNE
               MOVE WS-MVTS-CTR         TO WS-CPTE-RANGE
               PERFORM  7250-RANGE-UN-MVT-DEB
                  THRU  7250-RANGE-UN-MVT-FIN
           END-IF.
      *
       1000-TRT-UN-MVT-SUITE.
           PERFORM  6010-READ-F-MVTS-E-DEB
              THRU  6010-READ-F-MVTS-E-FIN.
      *
       1000-TRT-UN-MVT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 CALCULE LES SOLDES DU COMPTE COURANT ET LES
      *          HISTORISE A LA DATE DE TRAITEMENT
      *----------------------------------------------------
       2000-TRT-UN-COMPTE-DEB.
      *
           ADD  1                       TO WS-NB-CPTE-LUS.
      *
           MOVE ZERO                    TO WS-MT-NON-VALEUR.
           PERFORM  2010-CUMULE-UN-MVT-DEB
              THRU  2010-CUMULE-UN-MVT-FIN
             VARYING WS-IND-MVT FROM 1 BY 1
             UNTIL  WS-IND-MVT > WS-NB-MVT-TAB.
      *
           INITIALIZE WS-SLH-ENR.
           MOVE WS-CPTES-CPTE           TO WS-SLH-CPTE.
           MOVE WS-DATE-TRT             TO WS-SLH-DATE.
           MOVE WS-CPTES-SOLDE          TO WS-SLH-SOLDE.
           COMPUTE WS-SLH-SOLDE-VAL = WS-CPTES-SOLDE
                                    - WS-MT-NON-VALEUR.
           IF  WS-CPTES-DEVISE = SPACE
               MOVE 'EUR'               TO WS-SLH-DEVISE
           ELSE
               MOVE WS-CPTES-DEVISE     TO WS-SLH-DEVISE
           END-IF.
           MOVE WS-CYCLE-TRT            TO WS-SLH-CYCLE.
           PERFORM  6030-ECRIT-F-SLH-ES-DEB
              THRU  6030-ECRIT-F-SLH-ES-FIN.
           ADD  WS-SLH-SOLDE            TO WS-TOT-SOLDE.
           ADD  WS-SLH-SOLDE-VAL        TO WS-TOT-SOLDE-VAL.
      *
           PERFORM  6020-READ-F-CPTE-E-DEB
              THRU  6020-READ-F-CPTE-E-FIN.
      *
       2000-TRT-UN-COMPTE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2010 CUMULE UN POSTE DE LA TABLE DES MOUVEMENTS S IL
      *          CONCERNE LE COMPTE COURANT
      *----------------------------------------------------
       2010-CUMULE-UN-MVT-DEB.
      *
           IF  WS-TMVT-CPTE(WS-IND-MVT) = WS-CPTES-CPTE
               ADD  WS-TMVT-MT(WS-IND-MVT)
                                        TO WS-MT-NON-VALEUR
           END-IF.
      *
       2010-CUMULE-UN-MVT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *6000 OUVRE L ENSEMBLE DES FICHIERS
      *----------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN INPUT F-RUN-E.
           IF NOT RUN-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-RUN-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RUN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-MVTS-E.
           IF NOT MVTS-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-MVTS-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MVTS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-CPTE-E.
           IF NOT CPTE-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
      *    PREMIER PASSAGE : L HISTORIQUE EST CREE VIDE
           OPEN I-O F-SLH-ES.
           IF  SLH-FICHIER-ABSENT
               DISPLAY 'HISTORIQUE DES SOLDES ABSENT - CREATION'
               OPEN OUTPUT F-SLH-ES
               CLOSE F-SLH-ES
               OPEN I-O F-SLH-ES
           END-IF.
           IF NOT SLH-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-SLH-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SLH-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 EXECUTE LA LECTURE SUR F-MVTS-E
      *------------------------------------
       6010-READ-F-MVTS-E-DEB.
      *
           READ F-MVTS-E INTO WS-ENRG-F-MVTS.
           IF NOT (MVTS-OK OR MVTS-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MVTS-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MVTS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-MVTS-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 EXECUTE LA LECTURE SUR F-CPTE-E
      *------------------------------------
       6020-READ-F-CPTE-E-DEB.
      *
           READ F-CPTE-E INTO WS-ENRG-F-CPTES.
           IF NOT (CPTE-OK OR CPTE-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-F-CPTE-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 ECRIT LES SOLDES DU COMPTE - CLE DEJA PRESENTE (RELANCE
      *     OU SOUS-CYCLE SUIVANT DU MEME JOUR) : REECRITURE
      *------------------------------------
       6030-ECRIT-F-SLH-ES-DEB.
      *
           WRITE FS-BUFF-F-SLH-ES FROM WS-SLH-ENR.
           IF  SLH-OK
               ADD  1                   TO WS-NB-SLH-CREES
               GO TO 6030-ECRIT-F-SLH-ES-FIN
           END-IF.
           IF NOT SLH-DOUBLON
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-SLH-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SLH-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           REWRITE FS-BUFF-F-SLH-ES FROM WS-SLH-ENR.
           IF NOT SLH-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-SLH-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SLH-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-NB-SLH-REECRITS.
      *
       6030-ECRIT-F-SLH-ES-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-RUN-E F-MVTS-E F-CPTE-E F-SLH-ES.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : ORDRES DE CALCUL ET DE RECHERCHE                   *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 LIT LA DATE DE TRAITEMENT ET LE SOUS-CYCLE COURANTS SUR
      *     L ENREGISTREMENT DE TETE DE LA CHAINE
      *------------------------------------
       7000-DATE-TRAITEMENT-DEB.
      *
           MOVE WS-CLE-TETE             TO FS-KEY-RUN.
           READ F-RUN-E INTO WS-TETE-ENR.
           IF NOT RUN-OK
              DISPLAY 'ENREGISTREMENT DE TETE DE CHAINE ILLISIBLE'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RUN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-TETE-DATE-TRT        TO WS-DATE-TRT.
           IF  WS-TETE-CYCLE NUMERIC
               MOVE WS-TETE-CYCLE       TO WS-CYCLE-TRT
           ELSE
               MOVE 1                   TO WS-CYCLE-TRT
           END-IF.
      *
       7000-DATE-TRAITEMENT-FIN.
           EXIT.
      *-------------------------------------
      *7250 RANGE UNE JAMBE DE MOUVEMENT EN TABLE (COMPTE
      *     WS-CPTE-RANGE, MONTANT SIGNE WS-MT-SIGNE)
      *------------------------------------
       7250-RANGE-UN-MVT-DEB.
      *
           IF  WS-NB-MVT-TAB NOT < 9999
               DISPLAY 'TABLE DES MOUVEMENTS PLEINE (9999) - '
                       'SOLDES EN VALEUR NON CALCULABLES'
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-NB-MVT-TAB.
           MOVE WS-CPTE-RANGE           TO
                               WS-TMVT-CPTE(WS-NB-MVT-TAB).
           MOVE WS-MT-SIGNE             TO
                               WS-TMVT-MT(WS-NB-MVT-TAB).
      *
       7250-RANGE-UN-MVT-FIN.
           EXIT.
      *-------------------------------------
      *7400 PHASE DEBUT DU CONTROLE D ENCHAINEMENT - UN REFUS
      *     ARRETE LE PROGRAMME AVANT TOUTE OUVERTURE
      *------------------------------------
       7400-CTL-DEBUT-DEB.
           MOVE 'D'                     TO WS-CTL-PHASE.
           CALL 'ARIO841'          USING WS-CTL-PGM
                                         WS-CTL-PHASE
                                         WS-CTL-CR.
           IF WS-CTL-CR NOT = ZERO
              DISPLAY 'LANCEMENT REFUSE PAR LE CONTROLE D'
                      ' ENCHAINEMENT (ARIO841)'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       7400-CTL-DEBUT-FIN.
           EXIT.
       7410-CTL-FIN-DEB.
           MOVE 'F'                     TO WS-CTL-PHASE.
           CALL 'ARIO841'          USING WS-CTL-PGM
                                         WS-CTL-PHASE
                                         WS-CTL-CR.
       7410-CTL-FIN-FIN.
           EXIT.
       7420-CTL-ERREUR-DEB.
           MOVE 'E'                     TO WS-CTL-PHASE.
           CALL 'ARIO841'          USING WS-CTL-PGM
                                         WS-CTL-PHASE
                                         WS-CTL-CR.
       7420-CTL-ERREUR-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO012              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* DATE DE TRAITEMENT        : ' WS-DATE-TRT.
           DISPLAY '* SOUS-CYCLE                : ' WS-CYCLE-TRT.
           DISPLAY '* MOUVEMENTS LUS            : ' WS-NB-MVT-LUS.
           DISPLAY '* VALEUR POSTERIEURE        : ' WS-NB-MVT-NON-VAL.
           DISPLAY '* DATES POSTERIEURES        : ' WS-NB-MVT-POSTER.
           DISPLAY '* CODES SANS EFFET SUR SOLDE: ' WS-NB-MVT-IGNORES.
           DISPLAY '* COMPTES LUS               : ' WS-NB-CPTE-LUS.
           DISPLAY '* SOLDES HISTORISES         : ' WS-NB-SLH-CREES.
           DISPLAY '* SOLDES REECRITS (REPRISE) : ' WS-NB-SLH-REECRITS.
           DISPLAY '* TOTAL DES SOLDES          : ' WS-TOT-SOLDE.
           DISPLAY '* TOTAL DES SOLDES EN VALEUR: ' WS-TOT-SOLDE-VAL.
           DISPLAY '*==============================================*'.
      *
       8999-STATISTIQUES-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
           PERFORM 7410-CTL-FIN-DEB
              THRU 7410-CTL-FIN-FIN.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO012         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
           PERFORM 7420-CTL-ERREUR-DEB
              THRU 7420-CTL-ERREUR-FIN.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO012        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
