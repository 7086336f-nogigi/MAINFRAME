      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO491                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *ETAT QUOTIDIEN DES CARTES BANCAIRES A RENOUVELER. LE FICHIER   *
      *DES CARTES (CRT0101, COPY CARTEBQ) EST LU EN SEQUENCE : UNE    *
      *CARTE ACTIVE OU BLOQUEE (LES CARTES PERDUES OU VOLEES NE SE    *
      *RENOUVELLENT PAS) EST EDITEE SI SON ECHEANCE TOMBE AU PLUS     *
      *TARD A L HORIZON (MOIS DE LA DATE D ARRETE + NOMBRE DE MOIS    *
      *D HORIZON). LES CARTES DONT L ECHEANCE EST DEJA PASSEE SONT    *
      *SIGNALEES ECHUES. POUR CHAQUE CARTE SONT EDITES LE COMPTE      *
      *PORTEUR, L ECHEANCE, LE STATUT, LES PLAFONDS ET LA DATE        *
      *D EMISSION, AVEC UN TOTAL GENERAL. LES CARTES D UN COMPTE      *
      *ABSENT DU MAITRE DES COMPTES (COMPTE CLOS, CARTE BLOQUEE PAR   *
      *ARIO499) NE SONT PAS RENOUVELEES.                              *
      *SYSIN  -> DATE D ARRETE AAAAMMJJ (DEFAUT DATE DU JOUR)         *
      *          PUIS HORIZON EN MOIS SUR 2 POSITIONS (DEFAUT 02)     *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! CARTES DES COMPTES CLOS NON RENOUVELEES       *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO491.
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
      *                      F-CRT-E : FICHIER DES CARTES BANCAIRES
      *                      -------------------------------------------
           SELECT  F-CRT-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-CRT
                   FILE STATUS         IS WS-FS-CRT-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CPTE-E : FICHIER MAITRE DES COMPTES
      *                      -------------------------------------------
           SELECT  F-CPTE-E            ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY
                   FILE STATUS         IS WS-FS-CPTE-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-REN-S : CARTES A RENOUVELER
      *                      -------------------------------------------
           SELECT  F-ETAT-REN-S        ASSIGN TO ETATREN
                   FILE STATUS         IS WS-FS-ETAT-REN-S.
      *                      -------------------------------------------
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *FICHIER DES CARTES BANCAIRES
       FD  F-CRT-E
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-CRT-E.
           05  FS-KEY-CRT        PIC X(16).
           05  FILLER            PIC X(84).
      *FICHIER MAITRE DES COMPTES
       FD  F-CPTE-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-CPTE-E.
           05  FS-KEY            PIC X(10).
           05  FILLER            PIC X(40).
      *ETAT DES CARTES A RENOUVELER
       FD  F-ETAT-REN-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-REN-S  PIC X(132).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY CARTEBQ.
       COPY TP4CPTES.
      *FILE STATUS
       01  WS-FS-CRT-E       PIC X(2).
           88 CRT-OK                              VALUE '00'.
           88 CRT-FIN                             VALUE '10'.
           88 CRT-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-CPTE-E      PIC X(2).
           88 CPTES-OK                            VALUE '00'.
           88 CPTES-INTROUVABLE                   VALUE '23'.
       01  WS-FS-ETAT-REN-S  PIC X(2).
      *CARTE SYSIN : DATE D ARRETE ET HORIZON EN MOIS
       01  WS-SYSIN-CARTE.
           05  WS-SYC-DATE-X     PIC X(8).
           05  WS-SYC-DATE-N REDEFINES WS-SYC-DATE-X
                                 PIC 9(8).
           05  WS-SYC-HORIZON-X  PIC X(2).
           05  WS-SYC-HORIZON-N REDEFINES WS-SYC-HORIZON-X
                                 PIC 9(2).
           05  FILLER            PIC X(70).
       01  WS-DATEJ-N        PIC 9(8)             VALUE ZERO.
       01  WS-DATE-ARR.
           05  WS-DATE-ARR-N     PIC 9(8)             VALUE ZERO.
       01  WS-DATE-ARR-R REDEFINES WS-DATE-ARR.
           05  WS-ARR-AAAA       PIC 9(4).
           05  WS-ARR-MM         PIC 9(2).
           05  WS-ARR-JJ         PIC 9(2).
       01  WS-NB-MOIS-HORIZON PIC 9(2)            VALUE 2.
      *MOIS D ARRETE ET MOIS D HORIZON AAAAMM
       01  WS-AAAAMM-ARR     PIC 9(6)             VALUE ZERO.
       01  WS-HORIZON.
           05  WS-HOR-AAAA       PIC 9(4)             VALUE ZERO.
           05  WS-HOR-MM         PIC 9(2)             VALUE ZERO.
       01  WS-HORIZON-N REDEFINES WS-HORIZON
                             PIC 9(6).
       01  WS-RANG-MOIS      PIC 9(7)      COMP-3 VALUE ZERO.
       01  WS-RESTE-MOIS     PIC 9(2)      COMP-3 VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LREN-TIRET     PIC X(132) VALUE ALL '-'.
       01  WS-LREN-TITRE.
           05  FILLER            PIC X(39)
               VALUE 'CARTES BANCAIRES A RENOUVELER AU     '.
           05  WS-LREN-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(23)
               VALUE ' - ECHEANCE JUSQU AU   '.
           05  WS-LREN-HOR-MM-ED PIC 9(2).
           05  FILLER            PIC X(1)  VALUE '/'.
           05  WS-LREN-HOR-AA-ED PIC 9(4).
           05  FILLER            PIC X(53) VALUE SPACES.
       01  WS-LREN-TITRES.
           05  FILLER            PIC X(18) VALUE 'NUMERO DE CARTE   '.
           05  FILLER            PIC X(12) VALUE 'COMPTE      '.
           05  FILLER            PIC X(10) VALUE 'ECHEANCE  '.
           05  FILLER            PIC X(10) VALUE 'STATUT    '.
           05  FILLER            PIC X(14) VALUE '  PLAF. JOUR  '.
           05  FILLER            PIC X(14) VALUE '  PLAF. MOIS  '.
           05  FILLER            PIC X(12) VALUE 'EMISE LE    '.
           05  FILLER            PIC X(42) VALUE 'OBSERVATION'.
       01  WS-LREN-DETAIL.
           05  WS-LDET-NUM-ED    PIC X(16).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-CPTE-ED   PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-EXP-MM-ED PIC 9(2).
           05  FILLER            PIC X(1)  VALUE '/'.
           05  WS-LDET-EXP-AA-ED PIC 9(4).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LDET-STATUT-ED PIC X(10).
           05  WS-LDET-PLJ-ED    PIC Z.ZZZ.ZZ9,99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-PLM-ED    PIC Z.ZZZ.ZZ9,99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-EMIS-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-OBS-ED    PIC X(20).
           05  FILLER            PIC X(22) VALUE SPACES.
       01  WS-LREN-TOT-GEN.
           05  FILLER            PIC X(11) VALUE 'TOTAL      '.
           05  WS-LGEN-NB-ED     PIC ZZZ.ZZ9.
           05  FILLER            PIC X(24)
               VALUE ' CARTE(S) A RENOUVELER, '.
           05  WS-LGEN-ECH-ED    PIC ZZZ.ZZ9.
           05  FILLER            PIC X(17) VALUE ' DEJA ECHUE(S)   '.
           05  FILLER            PIC X(66) VALUE SPACES.
      *ZONES D EDITION DES DATES AAAAMMJJ EN JJMMAAAA
       01  WS-DATE-ED-E.
           05  WS-DED-AAAA       PIC 9(4).
           05  WS-DED-MM         PIC 9(2).
           05  WS-DED-JJ         PIC 9(2).
       01  WS-DATE-ED-E-N REDEFINES WS-DATE-ED-E
                             PIC 9(8).
       01  WS-DATE-ED-S.
           05  WS-DES-JJ         PIC 9(2).
           05  WS-DES-MM         PIC 9(2).
           05  WS-DES-AAAA       PIC 9(4).
       01  WS-DATE-ED-S-N REDEFINES WS-DATE-ED-S
                             PIC 9(8).
      *COMPTEUR RENDU EXEC
       01  WS-NB-CRT-LUES    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CRT-REN     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CRT-ECHUES  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CRT-CLOS    PIC S9(7) COMP VALUE ZERO.
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
           PERFORM  7000-INIT-SYSIN-DEB
              THRU  7000-INIT-SYSIN-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  8000-ENTETE-ETAT-DEB
              THRU  8000-ENTETE-ETAT-FIN.
      *
           IF  NOT CRT-FICHIER-ABSENT
               PERFORM  6010-READ-F-CRT-E-DEB
                  THRU  6010-READ-F-CRT-E-FIN
               PERFORM  1000-TRT-UNE-CARTE-DEB
                  THRU  1000-TRT-UNE-CARTE-FIN
                 UNTIL  CRT-FIN
           END-IF.
      *
           PERFORM  8050-TOTAL-ETAT-DEB
              THRU  8050-TOTAL-ETAT-FIN.
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
      * TRT 1000 EDITE LA CARTE LUE SI ELLE EST ACTIVE OU BLOQUEE ET
      *          QUE SON ECHEANCE TOMBE AU PLUS TARD A L HORIZON, SAUF
      *          SI SON COMPTE PORTEUR EST CLOS
      *----------------------------------------------------
       1000-TRT-UNE-CARTE-DEB.
      *
           ADD  1                       TO WS-NB-CRT-LUES.
           IF  NOT (CRT-ACTIVE OR CRT-BLOQUEE)
           OR  WS-CRT-DATE-EXP > WS-HORIZON-N
               GO TO 1000-TRT-UNE-CARTE-SUITE
           END-IF.
      *
           MOVE WS-CRT-CPTE             TO FS-KEY.
           PERFORM  6020-READ-F-CPTE-E-DEB
              THRU  6020-READ-F-CPTE-E-FIN.
           IF  CPTES-INTROUVABLE
               ADD  1                   TO WS-NB-CRT-CLOS
               GO TO 1000-TRT-UNE-CARTE-SUITE
           END-IF.
      *
           PERFORM  8020-LIGNE-CARTE-DEB
              THRU  8020-LIGNE-CARTE-FIN.
      *
       1000-TRT-UNE-CARTE-SUITE.
           PERFORM  6010-READ-F-CRT-E-DEB
              THRU  6010-READ-F-CRT-E-FIN.
      *
       1000-TRT-UNE-CARTE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *6000 OUVRE L ENSEMBLE DES FICHIERS
      *----------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
      *    PAS DE FICHIER DES CARTES : ETAT VIDE
           OPEN INPUT F-CRT-E.
           EVALUATE TRUE
               WHEN CRT-OK
                  CONTINUE
               WHEN CRT-FICHIER-ABSENT
                  DISPLAY 'FICHIER DES CARTES ABSENT - AUCUNE CARTE'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CRT-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-CRT-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           OPEN INPUT F-CPTE-E.
           IF NOT CPTES-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-REN-S.
           IF WS-FS-ETAT-REN-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-REN-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-REN-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 EXECUTE LA LECTURE SUR F-CRT-E
      *------------------------------------
       6010-READ-F-CRT-E-DEB.
      *
           READ F-CRT-E NEXT RECORD INTO WS-CRT-ENR.
           IF NOT (CRT-OK OR CRT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CRT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CRT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-CRT-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 LIT LE COMPTE PORTEUR DE LA CARTE SUR LE MAITRE
      *------------------------------------
       6020-READ-F-CPTE-E-DEB.
      *
           READ F-CPTE-E INTO WS-ENRG-F-CPTES
             KEY IS FS-KEY
           END-READ.
           IF NOT (CPTES-OK OR CPTES-INTROUVABLE)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-F-CPTE-E-FIN.
           EXIT.
      *-------------------------------------
      *6040 EXECUTE L ECRITURE SUR F-ETAT-REN-S
      *------------------------------------
       6040-WRITE-F-ETAT-REN-S-DEB.
      *
           WRITE FS-BUFF-F-ETAT-REN-S.
           IF WS-FS-ETAT-REN-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-ETAT-REN-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-REN-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-WRITE-F-ETAT-REN-S-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-ETAT-REN-S F-CPTE-E.
           IF  NOT CRT-FICHIER-ABSENT
               CLOSE F-CRT-E
           END-IF.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : ORDRES DE CALCUL ET DE RECHERCHE                   *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 LIT LA CARTE SYSIN : DATE D ARRETE (DEFAUT DATE DU JOUR)
      *     ET HORIZON EN MOIS (DEFAUT 2), CALCULE LE MOIS D HORIZON
      *------------------------------------
       7000-INIT-SYSIN-DEB.
      *
           ACCEPT WS-DATEJ-N FROM DATE YYYYMMDD.
           MOVE SPACES                  TO WS-SYSIN-CARTE.
           ACCEPT WS-SYSIN-CARTE FROM SYSIN.
           IF  WS-SYC-DATE-X NUMERIC
               MOVE WS-SYC-DATE-N       TO WS-DATE-ARR-N
           ELSE
               MOVE WS-DATEJ-N          TO WS-DATE-ARR-N
           END-IF.
           IF  WS-SYC-HORIZON-X NUMERIC
               MOVE WS-SYC-HORIZON-N    TO WS-NB-MOIS-HORIZON
           END-IF.
      *
           COMPUTE WS-AAAAMM-ARR = (WS-ARR-AAAA * 100) + WS-ARR-MM.
           COMPUTE WS-RANG-MOIS = (WS-ARR-AAAA * 12) + WS-ARR-MM - 1
                                + WS-NB-MOIS-HORIZON.
           DIVIDE WS-RANG-MOIS BY 12 GIVING WS-HOR-AAAA
                  REMAINDER WS-RESTE-MOIS.
           COMPUTE WS-HOR-MM = WS-RESTE-MOIS + 1.
      *
           MOVE WS-DATE-ARR-N           TO WS-DATE-ED-E-N.
           PERFORM  7500-DATE-EDITION-DEB
              THRU  7500-DATE-EDITION-FIN.
           MOVE WS-DATE-ED-S-N          TO WS-LREN-DATE-ED.
           MOVE WS-HOR-MM               TO WS-LREN-HOR-MM-ED.
           MOVE WS-HOR-AAAA             TO WS-LREN-HOR-AA-ED.
      *
       7000-INIT-SYSIN-FIN.
           EXIT.
      *-------------------------------------
      *7500 RETOURNE UNE DATE AAAAMMJJ EN JJMMAAAA POUR EDITION
      *------------------------------------
       7500-DATE-EDITION-DEB.
      *
           MOVE WS-DED-JJ               TO WS-DES-JJ.
           MOVE WS-DED-MM               TO WS-DES-MM.
           MOVE WS-DED-AAAA             TO WS-DES-AAAA.
      *
       7500-DATE-EDITION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-ENTETE-ETAT-DEB.
           MOVE WS-LREN-TITRE           TO FS-BUFF-F-ETAT-REN-S.
           PERFORM  6040-WRITE-F-ETAT-REN-S-DEB
              THRU  6040-WRITE-F-ETAT-REN-S-FIN.
           MOVE WS-LREN-TIRET           TO FS-BUFF-F-ETAT-REN-S.
           PERFORM  6040-WRITE-F-ETAT-REN-S-DEB
              THRU  6040-WRITE-F-ETAT-REN-S-FIN.
           MOVE WS-LREN-TITRES          TO FS-BUFF-F-ETAT-REN-S.
           PERFORM  6040-WRITE-F-ETAT-REN-S-DEB
              THRU  6040-WRITE-F-ETAT-REN-S-FIN.
       8000-ENTETE-ETAT-FIN.
           EXIT.
      *-------------------------------------
      *8020 LIGNE D UNE CARTE A RENOUVELER (ECHUE SI SON ECHEANCE
      *     PRECEDE LE MOIS D ARRETE)
      *------------------------------------
       8020-LIGNE-CARTE-DEB.
           ADD  1                       TO WS-NB-CRT-REN.
           MOVE WS-CRT-NUM              TO WS-LDET-NUM-ED.
           MOVE WS-CRT-CPTE             TO WS-LDET-CPTE-ED.
           MOVE WS-CRT-EXP-MM           TO WS-LDET-EXP-MM-ED.
           MOVE WS-CRT-EXP-AAAA         TO WS-LDET-EXP-AA-ED.
           IF  CRT-ACTIVE
               MOVE 'ACTIVE    '        TO WS-LDET-STATUT-ED
           ELSE
               MOVE 'BLOQUEE   '        TO WS-LDET-STATUT-ED
           END-IF.
           MOVE WS-CRT-PLAF-JOUR        TO WS-LDET-PLJ-ED.
           MOVE WS-CRT-PLAF-MOIS        TO WS-LDET-PLM-ED.
           MOVE WS-CRT-DATE-EMIS        TO WS-DATE-ED-E-N.
           PERFORM  7500-DATE-EDITION-DEB
              THRU  7500-DATE-EDITION-FIN.
           MOVE WS-DATE-ED-S-N          TO WS-LDET-EMIS-ED.
           IF  WS-CRT-DATE-EXP < WS-AAAAMM-ARR
               ADD  1                   TO WS-NB-CRT-ECHUES
               MOVE 'ECHUE'             TO WS-LDET-OBS-ED
           ELSE
               MOVE 'A RENOUVELER'      TO WS-LDET-OBS-ED
           END-IF.
           MOVE WS-LREN-DETAIL          TO FS-BUFF-F-ETAT-REN-S.
           PERFORM  6040-WRITE-F-ETAT-REN-S-DEB
              THRU  6040-WRITE-F-ETAT-REN-S-FIN.
       8020-LIGNE-CARTE-FIN.
           EXIT.
       8050-TOTAL-ETAT-DEB.
           MOVE WS-LREN-TIRET           TO FS-BUFF-F-ETAT-REN-S.
           PERFORM  6040-WRITE-F-ETAT-REN-S-DEB
              THRU  6040-WRITE-F-ETAT-REN-S-FIN.
           MOVE WS-NB-CRT-REN           TO WS-LGEN-NB-ED.
           MOVE WS-NB-CRT-ECHUES        TO WS-LGEN-ECH-ED.
           MOVE WS-LREN-TOT-GEN         TO FS-BUFF-F-ETAT-REN-S.
           PERFORM  6040-WRITE-F-ETAT-REN-S-DEB
              THRU  6040-WRITE-F-ETAT-REN-S-FIN.
       8050-TOTAL-ETAT-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO491              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* DATE D ARRETE             : ' WS-DATE-ARR-N.
           DISPLAY '* HORIZON (AAAAMM)          : ' WS-HORIZON-N.
           DISPLAY '* CARTES LUES               : ' WS-NB-CRT-LUES.
           DISPLAY '* CARTES A RENOUVELER       : ' WS-NB-CRT-REN.
           DISPLAY '* DONT DEJA ECHUES          : ' WS-NB-CRT-ECHUES.
           DISPLAY '* CARTES DE COMPTES CLOS    : ' WS-NB-CRT-CLOS.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO491         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO491        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
