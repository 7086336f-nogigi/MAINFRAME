      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO842                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *PILOTAGE DU RATTRAPAGE DE LA CHAINE DE NUIT SUR PLUSIEURS      *
      *DATES OUVREES MANQUEES (PANNE DE WEEK-END, TRANSFERT EN        *
      *ECHEC...). LA FENETRE EST TENUE SUR L ENREGISTREMENT 'RATTRAP' *
      *DU FICHIER DE CONTROLE RUN0101 (COPY RUNCTL, WS-RAT-ENR) ; TANT*
      *QU ELLE EST ACTIVE, SA DATE EN COURS REMPLACE LA DATE DU JOUR  *
      *DANS LA CHAINE : DATE DE TRAITEMENT POSEE PAR ARIO841 EN TETE  *
      *DE CHAINE, DATE DE RUN DES GENERATEURS DE MOUVEMENTS (ARIO221, *
      *ARIO222, ARIO401, ARIO402, ARIO426) ET DU BILAN ARIO011 ;      *
      *CHAQUE DATE GARDE AINSI SES PROPRES MOUVEMENTS ET SA DATE DE   *
      *VALEUR. LA CHAINE EST RELANCEE UNE FOIS PAR DATE, ENCADREE PAR *
      *CE PROGRAMME :                                                 *
      *SYSIN -> [FONCTION X(4)] [DATE DEBUT AAAAMMJJ] [DATE FIN]      *
      *  - OUVR : OUVRE LA FENETRE DEBUT-FIN (FIN AU PLUS TARD LE     *
      *    JOUR MEME, DEBUT APRES LA DERNIERE DATE TRAITEE PAR LA     *
      *    CHAINE) ET SE POSITIONNE SUR LA PREMIERE DATE OUVREE       *
      *    (ARIO831). LA MEME FENETRE DEJA ACTIVE EST REPRISE EN      *
      *    L ETAT ; UNE AUTRE FENETRE ACTIVE EST REFUSEE.             *
      *  - TEST : EN TETE DE CHAQUE PASSAGE, CODE RETOUR 00 SI UNE    *
      *    DATE RESTE A TRAITER, 04 SINON (PASSAGE NON LANCE).        *
      *  - SUIT : EN FIN DE PASSAGE, SI LA DERNIERE ETAPE DE LA       *
      *    CHAINE (ARIO012) EST TERMINEE OK POUR LA DATE EN COURS,    *
      *    AVANCE A LA DATE OUVREE SUIVANTE (CODE RETOUR 00) OU CLOT  *
      *    LA FENETRE APRES LA DATE DE FIN (CODE RETOUR 04). SINON LE *
      *    RATTRAPAGE S ARRETE (CODE RETOUR 08) EN LAISSANT LA DATE   *
      *    EN COURS EN PLACE : LA RELANCE REPREND A CETTE DATE.       *
      *  - ANNU : ANNULE LA FENETRE ACTIVE (RETOUR A LA DATE DU JOUR).*
      *CODE RETOUR : 00 OK, 04 RIEN A TRAITER, 08 REFUS, 12 ANOMALIE  *
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
       PROGRAM-ID.      ARIO842.
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
      *                      F-RUN-ES : FICHIER DE CONTROLE D
      *                      ENCHAINEMENT (IO)
      *                      -------------------------------------------
           SELECT  F-RUN-ES            ASSIGN TO RUNCTL
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-RUN
                   FILE STATUS         IS WS-FS-RUN-ES.
      *                      -------------------------------------------
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *FICHIER DE CONTROLE D ENCHAINEMENT (IO)
       FD  F-RUN-ES
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-RUN-ES.
           05  FS-KEY-RUN        PIC X(8).
           05  FILLER            PIC X(32).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY RUNCTL.
      *FILE STATUS
       01  WS-FS-RUN-ES     PIC X(2).
           88 RUN-OK                             VALUE '00'.
           88 RUN-INEXISTANT                     VALUE '23'.
      *EXISTENCE DE L ENREGISTREMENT DE RATTRAPAGE
       01  WS-SW-RAT        PIC X                VALUE '0'.
           88 RAT-PRESENT                        VALUE '1'.
           88 RAT-ABSENT                         VALUE '0'.
      *ENREGISTREMENT DE TETE DE CHAINE
       01  WS-TETE-ENR.
           05  WS-TETE-PGM           PIC X(8).
           05  WS-TETE-DATE-TRT      PIC 9(8).
           05  FILLER                PIC X(13).
           05  WS-TETE-CYCLE         PIC 9(2).
           05  FILLER                PIC X(9).
       77  WS-CLE-TETE      PIC X(8)             VALUE 'CHAINE  '.
       77  WS-CLE-RAT       PIC X(8)             VALUE 'RATTRAP '.
      *DERNIERE ETAPE DE LA CHAINE (FIN DE PASSAGE D UNE DATE)
       77  WS-PGM-DERNIER   PIC X(8)             VALUE 'ARIO012 '.
      *CARTE SYSIN
       01  WS-SYSIN-CARTE.
           05  WS-SYC-FCT            PIC X(4).
               88 FCT-OUVERTURE                  VALUE 'OUVR'.
               88 FCT-TEST                       VALUE 'TEST'.
               88 FCT-SUITE                      VALUE 'SUIT'.
               88 FCT-ANNULATION                 VALUE 'ANNU'.
           05  FILLER                PIC X.
           05  WS-SYC-DEB-X          PIC X(8).
           05  WS-SYC-DEB-N REDEFINES WS-SYC-DEB-X
                                     PIC 9(8).
           05  FILLER                PIC X.
           05  WS-SYC-FIN-X          PIC X(8).
           05  WS-SYC-FIN-N REDEFINES WS-SYC-FIN-X
                                     PIC 9(8).
           05  FILLER                PIC X(58).
      *DATE DU JOUR
       01  WS-DATEJ         PIC 9(8)             VALUE ZERO.
      *DATE DE TRAVAIL (CONTROLE ET JOUR SUIVANT)
       01  WS-DT-R.
           05  WS-DT-AAAA            PIC 9(4).
           05  WS-DT-MM              PIC 9(2).
           05  WS-DT-JJ              PIC 9(2).
       01  WS-DT REDEFINES WS-DT-R
                            PIC 9(8).
       01  WS-DERNIER-JOUR  PIC 9(2)             VALUE ZERO.
       01  WS-QUOTIENT      PIC 9(4)             VALUE ZERO.
       01  WS-RESTE         PIC 9(4)             VALUE ZERO.
       01  WS-SW-DATE       PIC X                VALUE '0'.
           88 DATE-VALIDE                        VALUE '0'.
           88 DATE-INVALIDE                      VALUE '1'.
      *DATE OUVREE (SOUS PROGRAMME ARIO831)
       01  WS-DATE-OUVREE   PIC 9(8)             VALUE ZERO.
       01  WS-CR-DV         PIC 9(2)             VALUE ZERO.
      *CODE RETOUR DU PROGRAMME
       01  WS-CODE-RETOUR   PIC 9(2)             VALUE ZERO.
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
      * 0000 TRT PRINCIPAL : AIGUILLE SELON LA FONCTION DEMANDEE
       0000-TRT-PRINCIPAL-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE SPACES                  TO WS-SYSIN-CARTE.
           ACCEPT WS-SYSIN-CARTE FROM SYSIN.
      *
           PERFORM  6000-OPEN-F-RUN-ES-DEB
              THRU  6000-OPEN-F-RUN-ES-FIN.
           PERFORM  6010-READ-RAT-DEB
              THRU  6010-READ-RAT-FIN.
      *
           EVALUATE TRUE
               WHEN FCT-OUVERTURE
                   PERFORM  1000-OUVERTURE-DEB
                      THRU  1000-OUVERTURE-FIN
               WHEN FCT-TEST
                   PERFORM  2000-TEST-DEB
                      THRU  2000-TEST-FIN
               WHEN FCT-SUITE
                   PERFORM  3000-SUITE-DEB
                      THRU  3000-SUITE-FIN
               WHEN FCT-ANNULATION
                   PERFORM  4000-ANNULATION-DEB
                      THRU  4000-ANNULATION-FIN
               WHEN OTHER
                   DISPLAY 'FONCTION SYSIN INCONNUE : ' WS-SYC-FCT
                           ' (OUVR, TEST, SUIT OU ANNU)'
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           PERFORM  6090-CLOSE-F-RUN-ES-DEB
              THRU  6090-CLOSE-F-RUN-ES-FIN.
      *
           PERFORM  9999-FIN-PROGRAMME-DEB
              THRU  9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *-----------------------------------------------------
      * TRT 1000 OUVERTURE DE LA FENETRE DE RATTRAPAGE
      *----------------------------------------------------
       1000-OUVERTURE-DEB.
      *
           IF  WS-SYC-DEB-X NOT NUMERIC OR WS-SYC-FIN-X NOT NUMERIC
               DISPLAY 'DATES DE DEBUT ET DE FIN OBLIGATOIRES '
                       '(AAAAMMJJ)'
               MOVE 8                   TO WS-CODE-RETOUR
               GO TO 1000-OUVERTURE-FIN
           END-IF.
           SET  DATE-VALIDE             TO TRUE.
           MOVE WS-SYC-DEB-N            TO WS-DT.
           PERFORM  7000-CONTROLE-DATE-DEB
              THRU  7000-CONTROLE-DATE-FIN.
           MOVE WS-SYC-FIN-N            TO WS-DT.
           PERFORM  7000-CONTROLE-DATE-DEB
              THRU  7000-CONTROLE-DATE-FIN.
           IF  DATE-INVALIDE
               OR WS-SYC-DEB-N > WS-SYC-FIN-N
               OR WS-SYC-FIN-N > WS-DATEJ
               DISPLAY 'FENETRE INVALIDE : DATES AAAAMMJJ, DEBUT '
                       'AVANT FIN, FIN AU PLUS TARD LE ' WS-DATEJ
               MOVE 8                   TO WS-CODE-RETOUR
               GO TO 1000-OUVERTURE-FIN
           END-IF.
      *
      *    UNE FENETRE DEJA ACTIVE : REPRISE SI C EST LA MEME
           IF  RAT-PRESENT AND RAT-ACTIF
               IF  WS-RAT-DATE-DEB = WS-SYC-DEB-N
                   AND WS-RAT-DATE-FIN = WS-SYC-FIN-N
                   DISPLAY 'REPRISE DU RATTRAPAGE DU ' WS-RAT-DATE-DEB
                           ' AU ' WS-RAT-DATE-FIN
                           ' A LA DATE ' WS-RAT-DATE-COURS
               ELSE
                   DISPLAY 'RATTRAPAGE DEJA EN COURS DU '
                           WS-RAT-DATE-DEB ' AU ' WS-RAT-DATE-FIN
                           ' - L ANNULER (ANNU) AVANT D EN OUVRIR '
                           'UN AUTRE'
                   MOVE 8               TO WS-CODE-RETOUR
               END-IF
               GO TO 1000-OUVERTURE-FIN
           END-IF.
      *
      *    PREMIERE DATE OUVREE DE LA FENETRE
           CALL 'ARIO831'          USING WS-SYC-DEB-N
                                         WS-DATE-OUVREE
                                         WS-CR-DV.
           IF  WS-DATE-OUVREE > WS-SYC-FIN-N
               DISPLAY 'AUCUNE DATE OUVREE DU ' WS-SYC-DEB-N
                       ' AU ' WS-SYC-FIN-N
               MOVE 8                   TO WS-CODE-RETOUR
               GO TO 1000-OUVERTURE-FIN
           END-IF.
      *
      *    LES DATES DEJA TRAITEES PAR LA CHAINE NE SONT PAS REJOUEES
           PERFORM  6020-READ-TETE-DEB
              THRU  6020-READ-TETE-FIN.
           IF  RUN-OK
               AND WS-TETE-DATE-TRT NOT < WS-DATE-OUVREE
               DISPLAY 'LA CHAINE A DEJA TRAITE LA DATE '
                       WS-TETE-DATE-TRT ' - LA FENETRE DOIT '
                       'COMMENCER APRES'
               MOVE 8                   TO WS-CODE-RETOUR
               GO TO 1000-OUVERTURE-FIN
           END-IF.
      *
           MOVE WS-CLE-RAT              TO WS-RAT-PGM.
           MOVE WS-SYC-DEB-N            TO WS-RAT-DATE-DEB.
           MOVE WS-SYC-FIN-N            TO WS-RAT-DATE-FIN.
           MOVE WS-DATE-OUVREE          TO WS-RAT-DATE-COURS.
           SET  RAT-ACTIF               TO TRUE.
           MOVE ZERO                    TO WS-RAT-NB-DATES.
           IF  RAT-PRESENT
               PERFORM  6040-REWRITE-RAT-DEB
                  THRU  6040-REWRITE-RAT-FIN
           ELSE
               PERFORM  6030-WRITE-RAT-DEB
                  THRU  6030-WRITE-RAT-FIN
           END-IF.
           DISPLAY 'RATTRAPAGE OUVERT DU ' WS-RAT-DATE-DEB
                   ' AU ' WS-RAT-DATE-FIN
                   ' - PREMIERE DATE A TRAITER : ' WS-RAT-DATE-COURS.
      *
       1000-OUVERTURE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 TETE DE PASSAGE : RESTE-T-IL UNE DATE A TRAITER
      *----------------------------------------------------
       2000-TEST-DEB.
      *
           IF  RAT-ABSENT OR NOT RAT-ACTIF
               DISPLAY 'AUCUN RATTRAPAGE EN COURS - PASSAGE NON '
                       'LANCE'
               MOVE 4                   TO WS-CODE-RETOUR
               GO TO 2000-TEST-FIN
           END-IF.
           DISPLAY 'RATTRAPAGE DU ' WS-RAT-DATE-DEB
                   ' AU ' WS-RAT-DATE-FIN
                   ' - DATE A TRAITER : ' WS-RAT-DATE-COURS
                   ' (' WS-RAT-NB-DATES ' DATE(S) DEJA TRAITEE(S))'.
      *
       2000-TEST-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 FIN DE PASSAGE : AVANCE A LA DATE OUVREE SUIVANTE
      * SI LA CHAINE EST TERMINEE OK POUR LA DATE EN COURS
      *----------------------------------------------------
       3000-SUITE-DEB.
      *
           IF  RAT-ABSENT OR NOT RAT-ACTIF
               DISPLAY 'AUCUN RATTRAPAGE EN COURS'
               MOVE 4                   TO WS-CODE-RETOUR
               GO TO 3000-SUITE-FIN
           END-IF.
      *
           PERFORM  6050-READ-DERNIER-DEB
              THRU  6050-READ-DERNIER-FIN.
           IF  NOT RUN-OK
               OR WS-RUN-DATE-TRT NOT = WS-RAT-DATE-COURS
               OR NOT RUN-FIN-OK
               DISPLAY 'CHAINE NON TERMINEE OK POUR LA DATE '
                       WS-RAT-DATE-COURS ' (' WS-PGM-DERNIER ')'
               DISPLAY 'RATTRAPAGE ARRETE - LA RELANCE REPRENDRA '
                       'A LA DATE ' WS-RAT-DATE-COURS
               MOVE 8                   TO WS-CODE-RETOUR
               GO TO 3000-SUITE-FIN
           END-IF.
      *
           ADD  1                       TO WS-RAT-NB-DATES.
           MOVE WS-RAT-DATE-COURS       TO WS-DT.
           PERFORM  7010-JOUR-SUIVANT-DEB
              THRU  7010-JOUR-SUIVANT-FIN.
           CALL 'ARIO831'          USING WS-DT
                                         WS-DATE-OUVREE
                                         WS-CR-DV.
           IF  WS-DATE-OUVREE > WS-RAT-DATE-FIN
               SET  RAT-TERMINE         TO TRUE
               DISPLAY 'RATTRAPAGE DU ' WS-RAT-DATE-DEB
                       ' AU ' WS-RAT-DATE-FIN ' TERMINE : '
                       WS-RAT-NB-DATES ' DATE(S) TRAITEE(S)'
               MOVE 4                   TO WS-CODE-RETOUR
           ELSE
               DISPLAY 'DATE ' WS-RAT-DATE-COURS ' TERMINEE - '
                       'PROCHAINE DATE A TRAITER : ' WS-DATE-OUVREE
               MOVE WS-DATE-OUVREE      TO WS-RAT-DATE-COURS
           END-IF.
           PERFORM  6040-REWRITE-RAT-DEB
              THRU  6040-REWRITE-RAT-FIN.
      *
       3000-SUITE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 4000 ANNULATION DE LA FENETRE ACTIVE
      *----------------------------------------------------
       4000-ANNULATION-DEB.
      *
           IF  RAT-ABSENT OR NOT RAT-ACTIF
               DISPLAY 'AUCUN RATTRAPAGE EN COURS'
               MOVE 4                   TO WS-CODE-RETOUR
               GO TO 4000-ANNULATION-FIN
           END-IF.
           SET  RAT-ANNULE              TO TRUE.
           PERFORM  6040-REWRITE-RAT-DEB
              THRU  6040-REWRITE-RAT-FIN.
           DISPLAY 'RATTRAPAGE DU ' WS-RAT-DATE-DEB
                   ' AU ' WS-RAT-DATE-FIN ' ANNULE A LA DATE '
                   WS-RAT-DATE-COURS.
      *
       4000-ANNULATION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6000-OPEN-F-RUN-ES-DEB.
           OPEN I-O F-RUN-ES.
           IF WS-FS-RUN-ES = '35'
      *       PREMIER LANCEMENT : LE FICHIER EST CREE VIDE
              OPEN OUTPUT F-RUN-ES
              CLOSE F-RUN-ES
              OPEN I-O F-RUN-ES
           END-IF.
           IF NOT RUN-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-RUN-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RUN-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-OPEN-F-RUN-ES-FIN.
           EXIT.
       6010-READ-RAT-DEB.
           MOVE WS-CLE-RAT              TO FS-KEY-RUN.
           READ F-RUN-ES INTO WS-RAT-ENR.
           EVALUATE TRUE
               WHEN RUN-OK
                  SET RAT-PRESENT       TO TRUE
               WHEN RUN-INEXISTANT
                  SET RAT-ABSENT        TO TRUE
               WHEN OTHER
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-RUN-ES'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-RUN-ES
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6010-READ-RAT-FIN.
           EXIT.
       6020-READ-TETE-DEB.
           MOVE WS-CLE-TETE             TO FS-KEY-RUN.
           READ F-RUN-ES INTO WS-TETE-ENR.
           IF NOT (RUN-OK OR RUN-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-RUN-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RUN-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-READ-TETE-FIN.
           EXIT.
       6030-WRITE-RAT-DEB.
           WRITE FS-BUFF-F-RUN-ES FROM WS-RAT-ENR.
           IF NOT RUN-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-RUN-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RUN-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-WRITE-RAT-FIN.
           EXIT.
      *    L ENREGISTREMENT EST RELU AVANT REECRITURE (UNE AUTRE
      *    LECTURE A PU DEPLACER LA POSITION DU FICHIER)
       6040-REWRITE-RAT-DEB.
           MOVE WS-CLE-RAT              TO FS-KEY-RUN.
           READ F-RUN-ES.
           IF NOT RUN-OK
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-RUN-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RUN-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           REWRITE FS-BUFF-F-RUN-ES FROM WS-RAT-ENR.
           IF NOT RUN-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-RUN-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RUN-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-REWRITE-RAT-FIN.
           EXIT.
       6050-READ-DERNIER-DEB.
           MOVE WS-PGM-DERNIER          TO FS-KEY-RUN.
           READ F-RUN-ES INTO WS-RUN-ENR.
           IF NOT (RUN-OK OR RUN-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-RUN-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RUN-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-READ-DERNIER-FIN.
           EXIT.
       6090-CLOSE-F-RUN-ES-DEB.
           CLOSE F-RUN-ES.
       6090-CLOSE-F-RUN-ES-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 CONTROLE LA VRAISEMBLANCE DE LA DATE WS-DT
      *------------------------------------
       7000-CONTROLE-DATE-DEB.
      *
           IF  WS-DT-MM < 1 OR WS-DT-MM > 12
               SET  DATE-INVALIDE       TO TRUE
               GO TO 7000-CONTROLE-DATE-FIN
           END-IF.
           PERFORM  7020-DERNIER-JOUR-DEB
              THRU  7020-DERNIER-JOUR-FIN.
           IF  WS-DT-JJ < 1 OR WS-DT-JJ > WS-DERNIER-JOUR
               SET  DATE-INVALIDE       TO TRUE
           END-IF.
      *
       7000-CONTROLE-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7010 AVANCE LA DATE WS-DT D UN JOUR CALENDAIRE
      *------------------------------------
       7010-JOUR-SUIVANT-DEB.
      *
           PERFORM  7020-DERNIER-JOUR-DEB
              THRU  7020-DERNIER-JOUR-FIN.
           IF  WS-DT-JJ < WS-DERNIER-JOUR
               ADD  1                   TO WS-DT-JJ
           ELSE
               MOVE 1                   TO WS-DT-JJ
               IF  WS-DT-MM < 12
                   ADD  1               TO WS-DT-MM
               ELSE
                   MOVE 1               TO WS-DT-MM
                   ADD  1               TO WS-DT-AAAA
               END-IF
           END-IF.
      *
       7010-JOUR-SUIVANT-FIN.
           EXIT.
      *-------------------------------------
      *7020 CALCULE LE DERNIER JOUR DU MOIS DE WS-DT
      *------------------------------------
       7020-DERNIER-JOUR-DEB.
      *
           EVALUATE WS-DT-MM
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31              TO WS-DERNIER-JOUR
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30              TO WS-DERNIER-JOUR
               WHEN 02
                   MOVE 28              TO WS-DERNIER-JOUR
                   DIVIDE WS-DT-AAAA BY 4
                       GIVING WS-QUOTIENT REMAINDER WS-RESTE
                   IF WS-RESTE = ZERO
                       MOVE 29          TO WS-DERNIER-JOUR
                       DIVIDE WS-DT-AAAA BY 100
                           GIVING WS-QUOTIENT REMAINDER WS-RESTE
                       IF WS-RESTE = ZERO
                           MOVE 28      TO WS-DERNIER-JOUR
                           DIVIDE WS-DT-AAAA BY 400
                               GIVING WS-QUOTIENT REMAINDER WS-RESTE
                           IF WS-RESTE = ZERO
                               MOVE 29  TO WS-DERNIER-JOUR
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31              TO WS-DERNIER-JOUR
           END-EVALUATE.
      *
       7020-DERNIER-JOUR-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO842         *'.
           DISPLAY '*     CODE RETOUR : ' WS-CODE-RETOUR
                   '                         *'.
           DISPLAY '*==============================================*'.
           MOVE WS-CODE-RETOUR TO RETURN-CODE.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO842        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
