      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO424                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *ETAT JOURNALIER DES TIROIRS DE CAISSE PAR AGENCE ET PAR        *
      *OPERATEUR. LE FICHIER DES TIROIRS (TIR0101, COPY TIROIR) EST   *
      *LU EN SEQUENCE ; LES TIROIRS DE LA DATE DEMANDEE SONT RANGES   *
      *DANS UNE TABLE CLASSEE PAR AGENCE PUIS OPERATEUR. POUR CHAQUE  *
      *TIROIR SONT EDITES LE FONDS DE CAISSE, LES ENTREES, LES        *
      *SORTIES, LE SOLDE ATTENDU, LE MONTANT COMPTE A LA CLOTURE,     *
      *L ECART ET LE SUPERVISEUR AYANT ACCEPTE UN ECART HORS          *
      *TOLERANCE ; UN TIROIR NON CLOS EST EDITE OUVERT, SANS MONTANT  *
      *COMPTE NI ECART, ET SES SAISIES GUICHET RESTENT RETENUES PAR   *
      *ARIO402. SOUS-TOTAL PAR AGENCE ET TOTAL GENERAL.               *
      *SYSIN  -> DATE DES TIROIRS AAAAMMJJ (DEFAUT DATE DU JOUR)      *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *ETATTIR-> ETAT DES TIROIRS DE CAISSE                           *
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
       PROGRAM-ID.      ARIO424.
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
      *                      F-TIR-E : TIROIRS DE CAISSE
      *                      -------------------------------------------
           SELECT  F-TIR-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-TIR
                   FILE STATUS         IS WS-FS-TIR-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-TIR-S : ETAT DES TIROIRS
      *                      -------------------------------------------
           SELECT  F-ETAT-TIR-S        ASSIGN TO ETATTIR
                   FILE STATUS         IS WS-FS-ETAT-TIR-S.
      *                      -------------------------------------------
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *TIROIRS DE CAISSE
       FD  F-TIR-E
           RECORD CONTAINS 130 CHARACTERS.
       01  FS-BUFF-F-TIR-E.
           05  FS-KEY-TIR        PIC X(11).
           05  FILLER            PIC X(119).
      *ETAT DES TIROIRS DE CAISSE
       FD  F-ETAT-TIR-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-TIR-S  PIC X(132).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY TIROIR.
      *FILE STATUS
       01  WS-FS-TIR-E       PIC X(2).
           88 TIR-OK                              VALUE '00'.
           88 TIR-FIN                             VALUE '10'.
           88 TIR-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-ETAT-TIR-S  PIC X(2).
      *CARTE SYSIN : DATE DES TIROIRS
       01  WS-SYSIN-CARTE.
           05  WS-SYC-DATE-X     PIC X(8).
           05  WS-SYC-DATE-N REDEFINES WS-SYC-DATE-X
                                 PIC 9(8).
           05  FILLER            PIC X(72).
       01  WS-DATEJ-N        PIC 9(8)             VALUE ZERO.
       01  WS-DATE-TIR-N     PIC 9(8)             VALUE ZERO.
      *TABLE DES TIROIRS DU JOUR CLASSEE PAR AGENCE + OPERATEUR
       01  WS-NB-TIR-TAB     PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-TIR        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-INS        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-DEC        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-CLE-TIR-LU     PIC X(8)             VALUE SPACE.
       01  WS-TAB-TIROIRS.
           05  WS-TTIR-POSTE     OCCURS 2000.
               10  WS-TTIR-CLE.
                   15  WS-TTIR-AGENCE    PIC X(5).
                   15  WS-TTIR-OPID      PIC X(3).
               10  WS-TTIR-STATUT    PIC X(1).
               10  WS-TTIR-FONDS     PIC S9(9)V99  COMP-3.
               10  WS-TTIR-ENTREES   PIC S9(9)V99  COMP-3.
               10  WS-TTIR-SORTIES   PIC S9(9)V99  COMP-3.
               10  WS-TTIR-ATTENDU   PIC S9(9)V99  COMP-3.
               10  WS-TTIR-COMPTE    PIC S9(9)V99  COMP-3.
               10  WS-TTIR-ECART     PIC S9(9)V99  COMP-3.
               10  WS-TTIR-SUP       PIC X(5).
      *RUPTURE SUR L AGENCE ET CUMULS
       01  WS-AGENCE-CRT     PIC X(5)             VALUE SPACE.
       01  WS-AGC-NB         PIC S9(5)     COMP   VALUE ZERO.
       01  WS-AGC-FONDS      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-AGC-ENTREES    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-AGC-SORTIES    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-AGC-ATTENDU    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-AGC-COMPTE     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-AGC-ECART      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-FONDS      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-ENTREES    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-SORTIES    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-ATTENDU    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-COMPTE     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-ECART      PIC S9(11)V99 COMP-3 VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LTIR-TIRET     PIC X(132) VALUE ALL '-'.
       01  WS-LTIR-BLANC     PIC X(132) VALUE SPACE.
       01  WS-LTIR-TITRE.
           05  FILLER            PIC X(41)
               VALUE 'ETAT DES TIROIRS DE CAISSE DE LA JOURNEE '.
           05  WS-LTIR-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(81) VALUE SPACES.
       01  WS-LTIR-AGENCE.
           05  FILLER            PIC X(8)  VALUE 'AGENCE  '.
           05  WS-LAGC-AGENCE-ED PIC X(5).
           05  FILLER            PIC X(119) VALUE SPACES.
       01  WS-LTIR-TITRES.
           05  FILLER            PIC X(5)  VALUE 'AGENC'.
           05  FILLER            PIC X(5)  VALUE ' OPE '.
           05  FILLER            PIC X(7)  VALUE 'STATUT '.
           05  FILLER            PIC X(18) VALUE
               '   FONDS DE CAISSE'.
           05  FILLER            PIC X(18) VALUE
               '           ENTREES'.
           05  FILLER            PIC X(18) VALUE
               '           SORTIES'.
           05  FILLER            PIC X(18) VALUE
               '    SOLDE ATTENDU '.
           05  FILLER            PIC X(18) VALUE
               '    MONTANT COMPTE'.
           05  FILLER            PIC X(18) VALUE
               '             ECART'.
           05  FILLER            PIC X(7)  VALUE ' SUPERV'.
       01  WS-LTIR-DETAIL.
           05  WS-LDET-AGENCE-ED PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-OPID-ED   PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-STAT-ED   PIC X(6).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-FONDS-ED  PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-ENTR-ED   PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-SORT-ED   PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-ATT-ED    PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-CPT-ED    PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-ECART-ED  PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-SUP-ED    PIC X(5).
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LTIR-SOUS-TOT.
           05  FILLER            PIC X(6)  VALUE 'TOTAL '.
           05  WS-LSTO-NB-ED     PIC ZZZ9.
           05  FILLER            PIC X(7)  VALUE ' TIROIR'.
           05  WS-LSTO-FONDS-ED  PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LSTO-ENTR-ED   PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LSTO-SORT-ED   PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LSTO-ATT-ED    PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LSTO-CPT-ED    PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LSTO-ECART-ED  PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER            PIC X(9)  VALUE SPACES.
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
       01  WS-NB-TIR-LUS     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-OUVERTS     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ECARTS      PIC S9(7) COMP VALUE ZERO.
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
           IF  NOT TIR-FICHIER-ABSENT
               PERFORM  6010-READ-F-TIR-E-DEB
                  THRU  6010-READ-F-TIR-E-FIN
               PERFORM  1000-TRT-UN-TIROIR-DEB
                  THRU  1000-TRT-UN-TIROIR-FIN
                 UNTIL  TIR-FIN
           END-IF.
      *
           PERFORM  8000-ENTETE-ETAT-DEB
              THRU  8000-ENTETE-ETAT-FIN.
           PERFORM  3000-EDITE-TIROIR-DEB
              THRU  3000-EDITE-TIROIR-FIN
             VARYING WS-IND-TIR FROM 1 BY 1
             UNTIL  WS-IND-TIR > WS-NB-TIR-TAB.
           IF  WS-NB-TIR-TAB > ZERO
               PERFORM  8040-SOUS-TOTAL-DEB
                  THRU  8040-SOUS-TOTAL-FIN
           END-IF.
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
      * TRT 1000 RANGE LE TIROIR LU S IL EST DE LA DATE DEMANDEE
      *----------------------------------------------------
       1000-TRT-UN-TIROIR-DEB.
      *
           ADD  1                       TO WS-NB-TIR-LUS.
           IF  WS-TIR-DATE = WS-DATE-TIR-N
               PERFORM  2000-RANGE-TIROIR-DEB
                  THRU  2000-RANGE-TIROIR-FIN
           END-IF.
      *
           PERFORM  6010-READ-F-TIR-E-DEB
              THRU  6010-READ-F-TIR-E-FIN.
      *
       1000-TRT-UN-TIROIR-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 INSERE LE TIROIR DANS LA TABLE A SA PLACE DANS
      *          L ORDRE AGENCE + OPERATEUR (LES POSTES SUIVANTS
      *          SONT DECALES D UN RANG)
      *----------------------------------------------------
       2000-RANGE-TIROIR-DEB.
      *
           IF  WS-NB-TIR-TAB NOT < 2000
               DISPLAY 'TABLE DES TIROIRS DU JOUR PLEINE (2000)'
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-TIR-AGENCE           TO WS-CLE-TIR-LU(1:5).
           MOVE WS-TIR-OPID             TO WS-CLE-TIR-LU(6:3).
           COMPUTE WS-IND-INS = WS-NB-TIR-TAB + 1.
           PERFORM  2010-CHERCHE-RANG-DEB
              THRU  2010-CHERCHE-RANG-FIN
             VARYING WS-IND-DEC FROM 1 BY 1
             UNTIL  WS-IND-DEC > WS-NB-TIR-TAB
                 OR WS-IND-INS NOT > WS-NB-TIR-TAB.
           PERFORM  2020-DECALE-POSTE-DEB
              THRU  2020-DECALE-POSTE-FIN
             VARYING WS-IND-DEC FROM WS-NB-TIR-TAB BY -1
             UNTIL  WS-IND-DEC < WS-IND-INS.
           ADD  1                       TO WS-NB-TIR-TAB.
      *
           MOVE WS-CLE-TIR-LU           TO WS-TTIR-CLE(WS-IND-INS).
           MOVE WS-TIR-STATUT           TO WS-TTIR-STATUT(WS-IND-INS).
           MOVE WS-TIR-FONDS            TO WS-TTIR-FONDS(WS-IND-INS).
           MOVE WS-TIR-ENTREES          TO WS-TTIR-ENTREES(WS-IND-INS).
           MOVE WS-TIR-SORTIES          TO WS-TTIR-SORTIES(WS-IND-INS).
           MOVE WS-TIR-ATTENDU          TO WS-TTIR-ATTENDU(WS-IND-INS).
           IF  TIR-FERME
               MOVE WS-TIR-COMPTE       TO WS-TTIR-COMPTE(WS-IND-INS)
               MOVE WS-TIR-ECART        TO WS-TTIR-ECART(WS-IND-INS)
               MOVE WS-TIR-SUP          TO WS-TTIR-SUP(WS-IND-INS)
               IF  WS-TIR-ECART NOT = ZERO
                   ADD  1               TO WS-NB-ECARTS
               END-IF
           ELSE
               MOVE ZERO                TO WS-TTIR-COMPTE(WS-IND-INS)
                                           WS-TTIR-ECART(WS-IND-INS)
               MOVE SPACE               TO WS-TTIR-SUP(WS-IND-INS)
               ADD  1                   TO WS-NB-OUVERTS
           END-IF.
      *
       2000-RANGE-TIROIR-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2010 RANG D INSERTION : PREMIER POSTE DE CLE SUPERIEURE
      *          (FIN DE TABLE SINON)
      *----------------------------------------------------
       2010-CHERCHE-RANG-DEB.
           IF  WS-TTIR-CLE(WS-IND-DEC) > WS-CLE-TIR-LU
               MOVE WS-IND-DEC          TO WS-IND-INS
           END-IF.
       2010-CHERCHE-RANG-FIN.
           EXIT.
       2020-DECALE-POSTE-DEB.
           MOVE WS-TTIR-POSTE(WS-IND-DEC)
                                   TO WS-TTIR-POSTE(WS-IND-DEC + 1).
       2020-DECALE-POSTE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 EDITE LE TIROIR WS-IND-TIR AVEC RUPTURE SUR
      *          L AGENCE (SOUS-TOTAL DE LA PRECEDENTE, EN-TETE DE
      *          LA SUIVANTE)
      *----------------------------------------------------
       3000-EDITE-TIROIR-DEB.
      *
           IF  WS-IND-TIR = 1
               OR WS-TTIR-AGENCE(WS-IND-TIR) NOT = WS-AGENCE-CRT
               IF  WS-IND-TIR > 1
                   PERFORM  8040-SOUS-TOTAL-DEB
                      THRU  8040-SOUS-TOTAL-FIN
               END-IF
               MOVE WS-TTIR-AGENCE(WS-IND-TIR) TO WS-AGENCE-CRT
               MOVE ZERO                TO WS-AGC-NB
                                           WS-AGC-FONDS
                                           WS-AGC-ENTREES
                                           WS-AGC-SORTIES
                                           WS-AGC-ATTENDU
                                           WS-AGC-COMPTE
                                           WS-AGC-ECART
               PERFORM  8010-ENTETE-AGENCE-DEB
                  THRU  8010-ENTETE-AGENCE-FIN
           END-IF.
      *
           ADD  1                              TO WS-AGC-NB.
           ADD  WS-TTIR-FONDS(WS-IND-TIR)      TO WS-AGC-FONDS.
           ADD  WS-TTIR-ENTREES(WS-IND-TIR)    TO WS-AGC-ENTREES.
           ADD  WS-TTIR-SORTIES(WS-IND-TIR)    TO WS-AGC-SORTIES.
           ADD  WS-TTIR-ATTENDU(WS-IND-TIR)    TO WS-AGC-ATTENDU.
           ADD  WS-TTIR-COMPTE(WS-IND-TIR)     TO WS-AGC-COMPTE.
           ADD  WS-TTIR-ECART(WS-IND-TIR)      TO WS-AGC-ECART.
           PERFORM  8020-LIGNE-TIROIR-DEB
              THRU  8020-LIGNE-TIROIR-FIN.
      *
       3000-EDITE-TIROIR-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *6000 OUVRE L ENSEMBLE DES FICHIERS
      *----------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
      *    PAS DE FICHIER DES TIROIRS : ETAT VIDE
           OPEN INPUT F-TIR-E.
           EVALUATE TRUE
               WHEN TIR-OK
                  CONTINUE
               WHEN TIR-FICHIER-ABSENT
                  DISPLAY 'FICHIER DES TIROIRS ABSENT - AUCUN TIROIR'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-TIR-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-TIR-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           OPEN OUTPUT F-ETAT-TIR-S.
           IF WS-FS-ETAT-TIR-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-TIR-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-TIR-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 EXECUTE LA LECTURE SUR F-TIR-E
      *------------------------------------
       6010-READ-F-TIR-E-DEB.
      *
           READ F-TIR-E NEXT RECORD INTO WS-TIR-ENR.
           IF NOT (TIR-OK OR TIR-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-TIR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-TIR-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-TIR-E-FIN.
           EXIT.
      *-------------------------------------
      *6040 EXECUTE L ECRITURE SUR F-ETAT-TIR-S
      *------------------------------------
       6040-WRITE-F-ETAT-TIR-S-DEB.
      *
           WRITE FS-BUFF-F-ETAT-TIR-S.
           IF WS-FS-ETAT-TIR-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-ETAT-TIR-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-TIR-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-WRITE-F-ETAT-TIR-S-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-ETAT-TIR-S.
           IF  NOT TIR-FICHIER-ABSENT
               CLOSE F-TIR-E
           END-IF.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : ORDRES DE CALCUL ET DE RECHERCHE                   *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 LIT LA CARTE SYSIN : DATE DES TIROIRS (DEFAUT DATE DU JOUR)
      *------------------------------------
       7000-INIT-SYSIN-DEB.
      *
           ACCEPT WS-DATEJ-N FROM DATE YYYYMMDD.
           MOVE SPACES                  TO WS-SYSIN-CARTE.
           ACCEPT WS-SYSIN-CARTE FROM SYSIN.
           IF  WS-SYC-DATE-X NUMERIC
               MOVE WS-SYC-DATE-N       TO WS-DATE-TIR-N
           ELSE
               MOVE WS-DATEJ-N          TO WS-DATE-TIR-N
           END-IF.
      *
           MOVE WS-DATE-TIR-N           TO WS-DATE-ED-E-N.
           PERFORM  7500-DATE-EDITION-DEB
              THRU  7500-DATE-EDITION-FIN.
           MOVE WS-DATE-ED-S-N          TO WS-LTIR-DATE-ED.
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
           MOVE WS-LTIR-TITRE           TO FS-BUFF-F-ETAT-TIR-S.
           PERFORM  6040-WRITE-F-ETAT-TIR-S-DEB
              THRU  6040-WRITE-F-ETAT-TIR-S-FIN.
           MOVE WS-LTIR-TIRET           TO FS-BUFF-F-ETAT-TIR-S.
           PERFORM  6040-WRITE-F-ETAT-TIR-S-DEB
              THRU  6040-WRITE-F-ETAT-TIR-S-FIN.
           MOVE WS-LTIR-TITRES          TO FS-BUFF-F-ETAT-TIR-S.
           PERFORM  6040-WRITE-F-ETAT-TIR-S-DEB
              THRU  6040-WRITE-F-ETAT-TIR-S-FIN.
       8000-ENTETE-ETAT-FIN.
           EXIT.
      *-------------------------------------
      *8010 EN-TETE D AGENCE
      *------------------------------------
       8010-ENTETE-AGENCE-DEB.
           MOVE WS-LTIR-BLANC           TO FS-BUFF-F-ETAT-TIR-S.
           PERFORM  6040-WRITE-F-ETAT-TIR-S-DEB
              THRU  6040-WRITE-F-ETAT-TIR-S-FIN.
           MOVE WS-AGENCE-CRT           TO WS-LAGC-AGENCE-ED.
           MOVE WS-LTIR-AGENCE          TO FS-BUFF-F-ETAT-TIR-S.
           PERFORM  6040-WRITE-F-ETAT-TIR-S-DEB
              THRU  6040-WRITE-F-ETAT-TIR-S-FIN.
       8010-ENTETE-AGENCE-FIN.
           EXIT.
      *-------------------------------------
      *8020 LIGNE D UN TIROIR (POSTE WS-IND-TIR DE LA TABLE)
      *------------------------------------
       8020-LIGNE-TIROIR-DEB.
           MOVE WS-TTIR-AGENCE(WS-IND-TIR)     TO WS-LDET-AGENCE-ED.
           MOVE WS-TTIR-OPID(WS-IND-TIR)       TO WS-LDET-OPID-ED.
           IF  WS-TTIR-STATUT(WS-IND-TIR) = 'F'
               MOVE 'CLOS  '                   TO WS-LDET-STAT-ED
           ELSE
               MOVE 'OUVERT'                   TO WS-LDET-STAT-ED
           END-IF.
           MOVE WS-TTIR-FONDS(WS-IND-TIR)      TO WS-LDET-FONDS-ED.
           MOVE WS-TTIR-ENTREES(WS-IND-TIR)    TO WS-LDET-ENTR-ED.
           MOVE WS-TTIR-SORTIES(WS-IND-TIR)    TO WS-LDET-SORT-ED.
           MOVE WS-TTIR-ATTENDU(WS-IND-TIR)    TO WS-LDET-ATT-ED.
           MOVE WS-TTIR-COMPTE(WS-IND-TIR)     TO WS-LDET-CPT-ED.
           MOVE WS-TTIR-ECART(WS-IND-TIR)      TO WS-LDET-ECART-ED.
           MOVE WS-TTIR-SUP(WS-IND-TIR)        TO WS-LDET-SUP-ED.
           MOVE WS-LTIR-DETAIL          TO FS-BUFF-F-ETAT-TIR-S.
           PERFORM  6040-WRITE-F-ETAT-TIR-S-DEB
              THRU  6040-WRITE-F-ETAT-TIR-S-FIN.
       8020-LIGNE-TIROIR-FIN.
           EXIT.
      *-------------------------------------
      *8040 SOUS-TOTAL DE L AGENCE, CUMULE AU TOTAL GENERAL
      *------------------------------------
       8040-SOUS-TOTAL-DEB.
           MOVE WS-AGC-NB               TO WS-LSTO-NB-ED.
           MOVE WS-AGC-FONDS            TO WS-LSTO-FONDS-ED.
           MOVE WS-AGC-ENTREES          TO WS-LSTO-ENTR-ED.
           MOVE WS-AGC-SORTIES          TO WS-LSTO-SORT-ED.
           MOVE WS-AGC-ATTENDU          TO WS-LSTO-ATT-ED.
           MOVE WS-AGC-COMPTE           TO WS-LSTO-CPT-ED.
           MOVE WS-AGC-ECART            TO WS-LSTO-ECART-ED.
           MOVE WS-LTIR-SOUS-TOT        TO FS-BUFF-F-ETAT-TIR-S.
           PERFORM  6040-WRITE-F-ETAT-TIR-S-DEB
              THRU  6040-WRITE-F-ETAT-TIR-S-FIN.
           ADD  WS-AGC-FONDS            TO WS-TOT-FONDS.
           ADD  WS-AGC-ENTREES          TO WS-TOT-ENTREES.
           ADD  WS-AGC-SORTIES          TO WS-TOT-SORTIES.
           ADD  WS-AGC-ATTENDU          TO WS-TOT-ATTENDU.
           ADD  WS-AGC-COMPTE           TO WS-TOT-COMPTE.
           ADD  WS-AGC-ECART            TO WS-TOT-ECART.
       8040-SOUS-TOTAL-FIN.
           EXIT.
       8050-TOTAL-ETAT-DEB.
           MOVE WS-LTIR-TIRET           TO FS-BUFF-F-ETAT-TIR-S.
           PERFORM  6040-WRITE-F-ETAT-TIR-S-DEB
              THRU  6040-WRITE-F-ETAT-TIR-S-FIN.
           MOVE WS-NB-TIR-TAB           TO WS-LSTO-NB-ED.
           MOVE WS-TOT-FONDS            TO WS-LSTO-FONDS-ED.
           MOVE WS-TOT-ENTREES          TO WS-LSTO-ENTR-ED.
           MOVE WS-TOT-SORTIES          TO WS-LSTO-SORT-ED.
           MOVE WS-TOT-ATTENDU          TO WS-LSTO-ATT-ED.
           MOVE WS-TOT-COMPTE           TO WS-LSTO-CPT-ED.
           MOVE WS-TOT-ECART            TO WS-LSTO-ECART-ED.
           MOVE WS-LTIR-SOUS-TOT        TO FS-BUFF-F-ETAT-TIR-S.
           PERFORM  6040-WRITE-F-ETAT-TIR-S-DEB
              THRU  6040-WRITE-F-ETAT-TIR-S-FIN.
       8050-TOTAL-ETAT-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO424              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* DATE DES TIROIRS          : ' WS-DATE-TIR-N.
           DISPLAY '* TIROIRS LUS               : ' WS-NB-TIR-LUS.
           DISPLAY '* TIROIRS DE LA JOURNEE     : ' WS-NB-TIR-TAB.
           DISPLAY '* TIROIRS NON CLOS          : ' WS-NB-OUVERTS.
           DISPLAY '* TIROIRS CLOS AVEC ECART   : ' WS-NB-ECARTS.
           DISPLAY '* ECART TOTAL               : ' WS-TOT-ECART.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO424         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO424        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
