      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO944                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *BALANCE AGEE DES CREANCES CLIENT, APRES LE LETTRAGE ARIO943.   *
      *POUR CHAQUE CLIENT AYANT DES CREANCES OUVERTES (CRC0101, COPY  *
      *CREANCE), EDITE LE RESTE DU REPARTI PAR ANCIENNETE DE LA       *
      *FACTURE : 0-30, 31-60, 61-90 ET PLUS DE 90 JOURS (CALCUL       *
      *COMMERCIAL 30/360, COMME ARIO232), AVEC LE TOTAL DU CLIENT ET  *
      *LE TOTAL GENERAL PAR TRANCHE. LES REGLEMENTS NON LETTRES       *
      *(ENC0101, COPY ENCAISS) SONT LISTES A PART AVEC LEUR RELIQUAT  *
      *NON AFFECTE, POUR IMPUTATION PAR LE COMPTABLE CLIENTS.         *
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
       PROGRAM-ID.      ARIO944.
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
      *                      F-CRC-E : FICHIER DES CREANCES CLIENT
      *                      -------------------------------------------
           SELECT  F-CRC-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-CRC
                   FILE STATUS         IS WS-FS-CRC-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ENC-E : FICHIER DES ENCAISSEMENTS CLIENT
      *                      -------------------------------------------
           SELECT  F-ENC-E             ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-ENC
                   FILE STATUS         IS WS-FS-ENC-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CLI-E : FICHIER MAITRE DES CLIENTS
      *                      -------------------------------------------
           SELECT  F-CLI-E             ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-CLI
                   FILE STATUS         IS WS-FS-CLI-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-BAL-S : SYSOUT BALANCE AGEE
      *                      -------------------------------------------
           SELECT  F-ETAT-BAL-S        ASSIGN TO ETATBAL
                   FILE STATUS         IS WS-FS-ETAT-BAL-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-ENC-S : SYSOUT REGLEMENTS NON
      *                      LETTRES
      *                      -------------------------------------------
           SELECT  F-ETAT-ENC-S        ASSIGN TO ETATENC
                   FILE STATUS         IS WS-FS-ETAT-ENC-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 INP003 ETATBAL ETATENC                *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *FICHIER DES CREANCES CLIENT
       FD  F-CRC-E
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-CRC-E.
           05  FS-KEY-CRC        PIC X(17).
           05  FILLER            PIC X(63).
      *FICHIER DES ENCAISSEMENTS CLIENT
       FD  F-ENC-E
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-ENC-E.
           05  FS-KEY-ENC        PIC X(14).
           05  FILLER            PIC X(86).
      *FICHIER MAITRE DES CLIENTS EN ENTREE
       FD  F-CLI-E
           RECORD CONTAINS 130 CHARACTERS.
       01  FS-BUFF-F-CLI-E.
           05  FS-KEY-CLI        PIC X(6).
           05  FILLER            PIC X(124).
      *BALANCE AGEE EN SORTIE
       FD  F-ETAT-BAL-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-BAL-S  PIC X(80).
      *REGLEMENTS NON LETTRES EN SORTIE
       FD  F-ETAT-ENC-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-ENC-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY CREANCE.
       COPY ENCAISS.
       COPY CLIENT.
      *FILE STATUS
       01  WS-FS-CRC-E       PIC X(2).
           88 CRC-OK                              VALUE '00'.
           88 CRC-FIN                             VALUE '10'.
       01  WS-FS-ENC-E       PIC X(2).
           88 ENC-OK                              VALUE '00'.
           88 ENC-FIN                             VALUE '10'.
       01  WS-FS-CLI-E       PIC X(2).
           88 CLI-OK                              VALUE '00'.
           88 CLI-INEXISTANT                      VALUE '23'.
       01  WS-FS-ETAT-BAL-S  PIC X(2).
           88 ETBAL-OK                            VALUE '00'.
       01  WS-FS-ETAT-ENC-S  PIC X(2).
           88 ETENC-OK                            VALUE '00'.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
      *DECOMPOSITION DE LA DATE DE FACTURE (CALCUL DE L AGE)
       01  WS-CRC-DATE-R.
           05  WS-CRCD-AAAA      PIC 9(4).
           05  WS-CRCD-MM        PIC 99.
           05  WS-CRCD-JJ        PIC 99.
      *AGE EN JOURS (CALCUL COMMERCIAL 30/360, PLANCHER A ZERO)
       01  WS-AGE-JOURS      PIC S9(5) COMP-3 VALUE ZERO.
      *RESTE DU DE LA CREANCE COURANTE
       01  WS-DU-CRC         PIC 9(9)V99 VALUE ZERO.
      *CUMULS PAR TRANCHE : 1 = 0-30, 2 = 31-60, 3 = 61-90, 4 = +90,
      *5 = TOTAL ; DU CLIENT EN COURS ET GENERAUX
       01  WS-TAB-CLIENT.
           05  WS-CUM-CLI        PIC 9(11)V99 OCCURS 5.
       01  WS-TAB-GENERAL.
           05  WS-CUM-GEN        PIC 9(11)V99 OCCURS 5.
       01  WS-IND-TR         PIC S9(4) COMP VALUE ZERO.
       01  WS-CLIENT-COURANT PIC X(6)  VALUE SPACES.
      *LIGNES D EDITION DE LA BALANCE AGEE
       01  WS-LBAL-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LBAL-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LBAL-ENTETE.
           05  FILLER            PIC X(42)
               VALUE 'BALANCE AGEE DES CREANCES CLIENT          '.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LBAL-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LBAL-INTITULE.
           05  FILLER            PIC X(7)  VALUE 'CLIENT '.
           05  FILLER            PIC X(15) VALUE 'NOM'.
           05  FILLER            PIC X(11) VALUE '  0-30 J'.
           05  FILLER            PIC X(11) VALUE ' 31-60 J'.
           05  FILLER            PIC X(11) VALUE ' 61-90 J'.
           05  FILLER            PIC X(11) VALUE '  + 90 J'.
           05  FILLER            PIC X(11) VALUE '   TOTAL'.
           05  FILLER            PIC X(3)  VALUE SPACES.
       01  WS-LBAL-DETAIL.
           05  WS-LBAL-CLI-ED    PIC X(6).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LBAL-NOM-ED    PIC X(14).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LBAL-TR-ED     PIC ZZZZZZZ9,99 OCCURS 5.
           05  FILLER            PIC X(3)  VALUE SPACES.
       01  WS-LBAL-TOTAL.
           05  FILLER            PIC X(22) VALUE 'TOTAL GENERAL'.
           05  WS-LBAL-TOT-ED    PIC ZZZZZZZ9,99 OCCURS 5.
           05  FILLER            PIC X(3)  VALUE SPACES.
      *LIGNES D EDITION DES REGLEMENTS NON LETTRES
       01  WS-LENC-ENTETE.
           05  FILLER            PIC X(42)
               VALUE 'REGLEMENTS CLIENT NON LETTRES             '.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LENC-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LENC-INTITULE.
           05  FILLER            PIC X(9)  VALUE 'DATE VAL '.
           05  FILLER            PIC X(2)  VALUE 'S '.
           05  FILLER            PIC X(7)  VALUE 'CLIENT '.
           05  FILLER            PIC X(17) VALUE 'REFERENCE'.
           05  FILLER            PIC X(28) VALUE 'IBAN / COMPTE'.
           05  FILLER            PIC X(11) VALUE ' A AFFECTER'.
           05  FILLER            PIC X(6)  VALUE SPACES.
       01  WS-LENC-DETAIL.
           05  WS-LENC-DVAL-ED   PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LENC-SRC-ED    PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LENC-CLI-ED    PIC X(6).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LENC-REF-ED    PIC X(16).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LENC-ORIG-ED   PIC X(27).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LENC-MT-ED     PIC ZZZZZZZ9,99.
           05  FILLER            PIC X(6)  VALUE SPACES.
       01  WS-LENC-TOTAL.
           05  FILLER            PIC X(30)
               VALUE 'TOTAL REGLEMENTS NON LETTRES :'.
           05  WS-LENC-TOT-NB-ED PIC ZZZZ9.
           05  FILLER            PIC X(20)
               VALUE '   RESTE A AFFECTER:'.
           05  WS-LENC-TOT-MT-ED PIC ZZZZZZZZZZ9,99.
           05  FILLER            PIC X(11) VALUE SPACES.
      *COMPTEUR RENDU EXEC
       01  WS-NB-CRC-LUES    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-CRC-OUV     PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-CLIENTS     PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-ENC-LUS     PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-ENC-NON-LET PIC S9(6) COMP VALUE ZERO.
       01  WS-TOT-NON-AFF    PIC 9(11)V99 VALUE ZERO.
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
           PERFORM  7000-INIT-DATE-DEB
              THRU  7000-INIT-DATE-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  8000-EDITION-ENTETE-BAL-DEB
              THRU  8000-EDITION-ENTETE-BAL-FIN.
           INITIALIZE WS-TAB-GENERAL.
           MOVE SPACES                  TO WS-CLIENT-COURANT.
           PERFORM  6010-READ-F-CRC-E-DEB
              THRU  6010-READ-F-CRC-E-FIN.
           PERFORM  1000-TRT-UNE-CREANCE-DEB
              THRU  1000-TRT-UNE-CREANCE-FIN
             UNTIL  CRC-FIN.
           IF  WS-CLIENT-COURANT NOT = SPACES
               PERFORM  8020-EDITION-CLIENT-DEB
                  THRU  8020-EDITION-CLIENT-FIN
           END-IF.
           PERFORM  8030-EDITION-TOTAL-BAL-DEB
              THRU  8030-EDITION-TOTAL-BAL-FIN.
      *
           PERFORM  8100-EDITION-ENTETE-ENC-DEB
              THRU  8100-EDITION-ENTETE-ENC-FIN.
           PERFORM  6020-READ-F-ENC-E-DEB
              THRU  6020-READ-F-ENC-E-FIN.
           PERFORM  2000-TRT-UN-REGLEMENT-DEB
              THRU  2000-TRT-UN-REGLEMENT-FIN
             UNTIL  ENC-FIN.
           PERFORM  8130-EDITION-TOTAL-ENC-DEB
              THRU  8130-EDITION-TOTAL-ENC-FIN.
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
      * TRT 1000 CUMULE LE RESTE DU D UNE CREANCE OUVERTE DANS SA
      * TRANCHE D ANCIENNETE (RUPTURE SUR LE CLIENT)
      *----------------------------------------------------
       1000-TRT-UNE-CREANCE-DEB.
      *
           ADD  1                       TO WS-NB-CRC-LUES.
           IF  NOT CRC-OUVERTE
               GO TO 1000-TRT-LIRE-SUIVANTE
           END-IF.
      *
           IF  WS-CRC-CLIENT NOT = WS-CLIENT-COURANT
               IF  WS-CLIENT-COURANT NOT = SPACES
                   PERFORM  8020-EDITION-CLIENT-DEB
                      THRU  8020-EDITION-CLIENT-FIN
               END-IF
               MOVE WS-CRC-CLIENT       TO WS-CLIENT-COURANT
               INITIALIZE WS-TAB-CLIENT
           END-IF.
      *
           ADD  1                       TO WS-NB-CRC-OUV.
           COMPUTE WS-DU-CRC = WS-CRC-MT-FACT - WS-CRC-MT-REGLE.
           PERFORM  7100-CALCULE-AGE-DEB
              THRU  7100-CALCULE-AGE-FIN.
           EVALUATE TRUE
               WHEN WS-AGE-JOURS NOT > 30
                  MOVE 1                TO WS-IND-TR
               WHEN WS-AGE-JOURS NOT > 60
                  MOVE 2                TO WS-IND-TR
               WHEN WS-AGE-JOURS NOT > 90
                  MOVE 3                TO WS-IND-TR
               WHEN OTHER
                  MOVE 4                TO WS-IND-TR
           END-EVALUATE.
           ADD  WS-DU-CRC               TO WS-CUM-CLI (WS-IND-TR).
           ADD  WS-DU-CRC               TO WS-CUM-CLI (5).
      *
       1000-TRT-LIRE-SUIVANTE.
           PERFORM  6010-READ-F-CRC-E-DEB
              THRU  6010-READ-F-CRC-E-FIN.
      *
       1000-TRT-UNE-CREANCE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 EDITE UN REGLEMENT NON LETTRE AVEC SON RELIQUAT
      *----------------------------------------------------
       2000-TRT-UN-REGLEMENT-DEB.
      *
           ADD  1                       TO WS-NB-ENC-LUS.
           IF  ENC-NON-LETTRE
               PERFORM  8120-EDITION-REGLEMENT-DEB
                  THRU  8120-EDITION-REGLEMENT-FIN
           END-IF.
      *
           PERFORM  6020-READ-F-ENC-E-DEB
              THRU  6020-READ-F-ENC-E-FIN.
      *
       2000-TRT-UN-REGLEMENT-FIN.
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
           OPEN INPUT F-CRC-E.
           IF NOT CRC-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CRC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CRC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-ENC-E.
           IF NOT ENC-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ENC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ENC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-CLI-E.
           IF NOT CLI-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CLI-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLI-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-BAL-S.
           IF NOT ETBAL-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-BAL-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-BAL-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-ENC-S.
           IF NOT ETENC-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-ENC-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-ENC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 EXECUTE LA LECTURE SUR F-CRC-E
      *------------------------------------
       6010-READ-F-CRC-E-DEB.
      *
           READ F-CRC-E INTO WS-CRC-ENR.
           IF NOT (CRC-OK OR CRC-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CRC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CRC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-CRC-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 EXECUTE LA LECTURE SUR F-ENC-E
      *------------------------------------
       6020-READ-F-ENC-E-DEB.
      *
           READ F-ENC-E INTO WS-ENC-ENR.
           IF NOT (ENC-OK OR ENC-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ENC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ENC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-F-ENC-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 LIT LE CLIENT EN RUPTURE - ABSENT : NOM INCONNU
      *------------------------------------
       6030-READ-F-CLI-E-DEB.
      *
           MOVE WS-CLIENT-COURANT        TO FS-KEY-CLI.
           READ F-CLI-E INTO WS-CLI-ENR.
           IF CLI-INEXISTANT
              MOVE '** INCONNU **'       TO WS-CLI-NOM
           ELSE
              IF NOT CLI-OK
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLI-E'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-CLI-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6030-READ-F-CLI-E-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-CRC-E F-ENC-E F-CLI-E F-ETAT-BAL-S F-ETAT-ENC-S.
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
           MOVE WS-DATEJ-JJ   TO WS-LBAL-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LBAL-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LBAL-DATE-ED (7:4).
           MOVE WS-LBAL-DATE-ED          TO WS-LENC-DATE-ED.
      *
       7000-INIT-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7100 CALCULE L AGE DE LA FACTURE EN JOURS (CALCUL COMMERCIAL
      *     30/360, SUFFISANT POUR UNE BALANCE AGEE)
      *------------------------------------
       7100-CALCULE-AGE-DEB.
      *
           MOVE WS-CRC-DATE-FACT        TO WS-CRC-DATE-R.
           COMPUTE WS-AGE-JOURS =
                 ((WS-DATEJ-AAAA - WS-CRCD-AAAA) * 360)
               + ((WS-DATEJ-MM   - WS-CRCD-MM)   * 30)
               +  (WS-DATEJ-JJ   - WS-CRCD-JJ).
           IF  WS-AGE-JOURS < ZERO
               MOVE ZERO                TO WS-AGE-JOURS
           END-IF.
      *
       7100-CALCULE-AGE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *8000 EDITE L ENTETE DE LA BALANCE AGEE
      *------------------------------------
       8000-EDITION-ENTETE-BAL-DEB.
      *
           WRITE FS-BUFF-F-ETAT-BAL-S FROM WS-LBAL-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-BAL-S FROM WS-LBAL-BLANC.
           WRITE FS-BUFF-F-ETAT-BAL-S FROM WS-LBAL-INTITULE.
           WRITE FS-BUFF-F-ETAT-BAL-S FROM WS-LBAL-TIRET.
      *
       8000-EDITION-ENTETE-BAL-FIN.
           EXIT.
      *-------------------------------------
      *8020 EDITE LA LIGNE DU CLIENT EN RUPTURE ET CUMULE LES TOTAUX
      *     GENERAUX
      *------------------------------------
       8020-EDITION-CLIENT-DEB.
      *
           ADD  1                       TO WS-NB-CLIENTS.
           PERFORM  6030-READ-F-CLI-E-DEB
              THRU  6030-READ-F-CLI-E-FIN.
           MOVE WS-CLIENT-COURANT       TO WS-LBAL-CLI-ED.
           MOVE WS-CLI-NOM              TO WS-LBAL-NOM-ED.
           PERFORM  8025-REPORT-TRANCHE-DEB
              THRU  8025-REPORT-TRANCHE-FIN
             VARYING WS-IND-TR FROM 1 BY 1
               UNTIL WS-IND-TR > 5.
           WRITE FS-BUFF-F-ETAT-BAL-S FROM WS-LBAL-DETAIL.
      *
       8020-EDITION-CLIENT-FIN.
           EXIT.
       8025-REPORT-TRANCHE-DEB.
      *
           MOVE WS-CUM-CLI (WS-IND-TR)  TO WS-LBAL-TR-ED (WS-IND-TR).
           ADD  WS-CUM-CLI (WS-IND-TR)  TO WS-CUM-GEN (WS-IND-TR).
      *
       8025-REPORT-TRANCHE-FIN.
           EXIT.
      *-------------------------------------
      *8030 EDITE LE TOTAL GENERAL PAR TRANCHE
      *------------------------------------
       8030-EDITION-TOTAL-BAL-DEB.
      *
           PERFORM  8035-REPORT-TOTAL-DEB
              THRU  8035-REPORT-TOTAL-FIN
             VARYING WS-IND-TR FROM 1 BY 1
               UNTIL WS-IND-TR > 5.
           WRITE FS-BUFF-F-ETAT-BAL-S FROM WS-LBAL-TIRET.
           WRITE FS-BUFF-F-ETAT-BAL-S FROM WS-LBAL-TOTAL.
      *
       8030-EDITION-TOTAL-BAL-FIN.
           EXIT.
       8035-REPORT-TOTAL-DEB.
      *
           MOVE WS-CUM-GEN (WS-IND-TR)  TO WS-LBAL-TOT-ED (WS-IND-TR).
      *
       8035-REPORT-TOTAL-FIN.
           EXIT.
      *-------------------------------------
      *8100 EDITE L ENTETE DES REGLEMENTS NON LETTRES
      *------------------------------------
       8100-EDITION-ENTETE-ENC-DEB.
      *
           WRITE FS-BUFF-F-ETAT-ENC-S FROM WS-LENC-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-ENC-S FROM WS-LBAL-BLANC.
           WRITE FS-BUFF-F-ETAT-ENC-S FROM WS-LENC-INTITULE.
           WRITE FS-BUFF-F-ETAT-ENC-S FROM WS-LBAL-TIRET.
      *
       8100-EDITION-ENTETE-ENC-FIN.
           EXIT.
      *-------------------------------------
      *8120 EDITE UN REGLEMENT NON LETTRE ET SON RELIQUAT
      *------------------------------------
       8120-EDITION-REGLEMENT-DEB.
      *
           ADD  1                       TO WS-NB-ENC-NON-LET.
           MOVE WS-ENC-DATE-VAL         TO WS-LENC-DVAL-ED.
           MOVE WS-ENC-SOURCE           TO WS-LENC-SRC-ED.
           MOVE WS-ENC-CLIENT           TO WS-LENC-CLI-ED.
           MOVE WS-ENC-REF              TO WS-LENC-REF-ED.
           MOVE WS-ENC-ORIGINE          TO WS-LENC-ORIG-ED.
           COMPUTE WS-LENC-MT-ED = WS-ENC-MT - WS-ENC-MT-AFFECTE.
           COMPUTE WS-TOT-NON-AFF = WS-TOT-NON-AFF
                                  + WS-ENC-MT - WS-ENC-MT-AFFECTE.
           WRITE FS-BUFF-F-ETAT-ENC-S FROM WS-LENC-DETAIL.
      *
       8120-EDITION-REGLEMENT-FIN.
           EXIT.
      *-------------------------------------
      *8130 EDITE LE TOTAL DES REGLEMENTS NON LETTRES
      *------------------------------------
       8130-EDITION-TOTAL-ENC-DEB.
      *
           MOVE WS-NB-ENC-NON-LET       TO WS-LENC-TOT-NB-ED.
           MOVE WS-TOT-NON-AFF          TO WS-LENC-TOT-MT-ED.
           WRITE FS-BUFF-F-ETAT-ENC-S FROM WS-LBAL-TIRET.
           WRITE FS-BUFF-F-ETAT-ENC-S FROM WS-LENC-TOTAL.
      *
       8130-EDITION-TOTAL-ENC-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO944              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* CREANCES LUES             : ' WS-NB-CRC-LUES.
           DISPLAY '* CREANCES OUVERTES         : ' WS-NB-CRC-OUV.
           DISPLAY '* CLIENTS EDITES            : ' WS-NB-CLIENTS.
           DISPLAY '* REGLEMENTS LUS            : ' WS-NB-ENC-LUS.
           DISPLAY '* REGLEMENTS NON LETTRES    : ' WS-NB-ENC-NON-LET.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO944         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO944        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
