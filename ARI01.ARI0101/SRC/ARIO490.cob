      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO490                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *ETAT MENSUEL DES PRETS A LA CONSOMMATION EN RETARD, CLASSES    *
      *PAR NOMBRE D ECHEANCES IMPAYEES (1, 2, 3, 4, 5, 6 ET PLUS).    *
      *LE FICHIER DES TABLEAUX D AMORTISSEMENT (ECP0101, COPY         *
      *PRETECH) EST LU EN SEQUENCE : UNE ECHEANCE EST EN RETARD SI    *
      *ELLE N EST PAS PAYEE ET QUE SA DATE D ECHEANCE EST ANTERIEURE  *
      *A LA DATE D ARRETE. POUR CHAQUE PRET EN RETARD SONT EDITES LE  *
      *NOMBRE D ECHEANCES EN RETARD, LA PLUS ANCIENNE, LE MONTANT DES *
      *ECHEANCES DUES, LES INTERETS DE RETARD ET LE CAPITAL RESTANT   *
      *DU DU MAITRE DES PRETS (PRT0101, COPY PRETCONS), AVEC UN       *
      *SOUS-TOTAL PAR TRANCHE ET UN TOTAL GENERAL.                    *
      *SYSIN  -> DATE D ARRETE AAAAMMJJ (DEFAUT DATE DU JOUR)         *
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
       PROGRAM-ID.      ARIO490.
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
      *                      F-ECP-E : TABLEAUX D AMORTISSEMENT
      *                      -------------------------------------------
           SELECT  F-ECP-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-ECP
                   FILE STATUS         IS WS-FS-ECP-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-PRT-E : MAITRE DES PRETS
      *                      -------------------------------------------
           SELECT  F-PRT-E             ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-PRT
                   FILE STATUS         IS WS-FS-PRT-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-RET-S : PRETS EN RETARD
      *                      -------------------------------------------
           SELECT  F-ETAT-RET-S        ASSIGN TO ETATRET
                   FILE STATUS         IS WS-FS-ETAT-RET-S.
      *                      -------------------------------------------
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *TABLEAUX D AMORTISSEMENT
       FD  F-ECP-E
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-ECP-E.
           05  FS-KEY-ECP        PIC X(15).
           05  FILLER            PIC X(65).
      *MAITRE DES PRETS
       FD  F-PRT-E
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-PRT-E.
           05  FS-KEY-PRT        PIC X(12).
           05  FILLER            PIC X(88).
      *ETAT DES PRETS EN RETARD
       FD  F-ETAT-RET-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-RET-S  PIC X(132).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY PRETCONS.
       COPY PRETECH.
      *FILE STATUS
       01  WS-FS-ECP-E       PIC X(2).
           88 ECP-OK                              VALUE '00'.
           88 ECP-FIN                             VALUE '10'.
           88 ECP-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-PRT-E       PIC X(2).
           88 PRT-OK                              VALUE '00'.
           88 PRT-INEXISTANT                      VALUE '23'.
       01  WS-FS-ETAT-RET-S  PIC X(2).
      *CARTE SYSIN : DATE D ARRETE
       01  WS-SYSIN-CARTE.
           05  WS-SYC-DATE-X     PIC X(8).
           05  WS-SYC-DATE-N REDEFINES WS-SYC-DATE-X
                                 PIC 9(8).
           05  FILLER            PIC X(72).
       01  WS-DATEJ-N        PIC 9(8)             VALUE ZERO.
       01  WS-DATE-ARR-N     PIC 9(8)             VALUE ZERO.
      *PRET EN COURS (RUPTURE SUR COMPTE + NUMERO DE PRET)
       01  WS-CLE-PRET-CRT   PIC X(12)            VALUE SPACE.
       01  WS-CRT-NB-RET     PIC S9(4)     COMP   VALUE ZERO.
       01  WS-CRT-MT-DU      PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  WS-CRT-INT-RET    PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  WS-CRT-DATE-ANC   PIC 9(8)             VALUE ZERO.
      *TABLE DES PRETS EN RETARD
       01  WS-NB-RET-TAB     PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-RET        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-TAB-RETARDS.
           05  WS-TRET-POSTE     OCCURS 2000.
               10  WS-TRET-CLE       PIC X(12).
               10  WS-TRET-NB        PIC S9(4)     COMP.
               10  WS-TRET-TRANCHE   PIC 9.
               10  WS-TRET-DATE-ANC  PIC 9(8).
               10  WS-TRET-MT-DU     PIC S9(9)V99  COMP-3.
               10  WS-TRET-INT-RET   PIC S9(9)V99  COMP-3.
               10  WS-TRET-CRD       PIC S9(9)V99  COMP-3.
               10  WS-TRET-DEVISE    PIC X(3).
      *TRANCHES DE RETARD : 1 A 5 ECHEANCES, 6 = 6 ET PLUS
       01  WS-IND-TRANCHE    PIC 9                VALUE ZERO.
       01  WS-NB-TRANCHE     PIC S9(7)     COMP   VALUE ZERO.
       01  WS-TRA-MT-DU      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TRA-INT-RET    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TRA-CRD        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-MT-DU      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-INT-RET    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-CRD        PIC S9(11)V99 COMP-3 VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LRET-TIRET     PIC X(132) VALUE ALL '-'.
       01  WS-LRET-BLANC     PIC X(132) VALUE SPACE.
       01  WS-LRET-TITRE.
           05  FILLER            PIC X(46)
               VALUE 'PRETS A LA CONSOMMATION EN RETARD ARRETES AU '.
           05  WS-LRET-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(76) VALUE SPACES.
       01  WS-LRET-TRANCHE.
           05  FILLER            PIC X(9)  VALUE 'TRANCHE  '.
           05  WS-LTRA-LIB-ED    PIC X(40).
           05  FILLER            PIC X(83) VALUE SPACES.
       01  WS-LRET-TITRES.
           05  FILLER            PIC X(12) VALUE 'COMPTE      '.
           05  FILLER            PIC X(5)  VALUE 'PRET '.
           05  FILLER            PIC X(9)  VALUE 'NB ECH.  '.
           05  FILLER            PIC X(14) VALUE 'PLUS ANCIENNE '.
           05  FILLER            PIC X(19) VALUE
               '   ECHEANCES DUES  '.
           05  FILLER            PIC X(17) VALUE
               '  INT. DE RETARD '.
           05  FILLER            PIC X(19) VALUE
               ' CAPITAL REST. DU  '.
           05  FILLER            PIC X(37) VALUE 'DEVISE'.
       01  WS-LRET-DETAIL.
           05  WS-LDET-CPTE-ED   PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-SEQ-ED    PIC X(2).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-LDET-NB-ED     PIC ZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LDET-ANC-ED    PIC 99/99/9999.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-DU-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-INT-ED    PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-CRD-ED    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-DEV-ED    PIC X(3).
       01  WS-LRET-SOUS-TOT.
           05  FILLER            PIC X(11) VALUE 'SOUS-TOTAL '.
           05  WS-LSTO-NB-ED     PIC ZZZ.ZZ9.
           05  FILLER            PIC X(8)  VALUE ' PRET(S)'.
           05  FILLER            PIC X(14) VALUE SPACES.
           05  WS-LSTO-DU-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LSTO-INT-ED    PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LSTO-CRD-ED    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-LRET-TOT-GEN.
           05  FILLER            PIC X(11) VALUE 'TOTAL      '.
           05  WS-LGEN-NB-ED     PIC ZZZ.ZZ9.
           05  FILLER            PIC X(8)  VALUE ' PRET(S)'.
           05  FILLER            PIC X(14) VALUE SPACES.
           05  WS-LGEN-DU-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LGEN-INT-ED    PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LGEN-CRD-ED    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
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
       01  WS-NB-ECP-LUES    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-PRETS-LUS   PIC S9(7) COMP VALUE ZERO.
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
           IF  NOT ECP-FICHIER-ABSENT
               PERFORM  6010-READ-F-ECP-E-DEB
                  THRU  6010-READ-F-ECP-E-FIN
               PERFORM  1000-TRT-UNE-ECHEANCE-DEB
                  THRU  1000-TRT-UNE-ECHEANCE-FIN
                 UNTIL  ECP-FIN
               IF  WS-CLE-PRET-CRT NOT = SPACE
                   PERFORM  2000-FIN-PRET-DEB
                      THRU  2000-FIN-PRET-FIN
               END-IF
           END-IF.
      *
           PERFORM  8000-ENTETE-ETAT-DEB
              THRU  8000-ENTETE-ETAT-FIN.
           PERFORM  3000-EDITE-TRANCHE-DEB
              THRU  3000-EDITE-TRANCHE-FIN
             VARYING WS-IND-TRANCHE FROM 1 BY 1
             UNTIL  WS-IND-TRANCHE > 6.
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
      * TRT 1000 RUPTURE SUR LE PRET PUIS CUMUL DE L ECHEANCE LUE SI
      *          ELLE EST EN RETARD A LA DATE D ARRETE
      *----------------------------------------------------
       1000-TRT-UNE-ECHEANCE-DEB.
      *
           ADD  1                       TO WS-NB-ECP-LUES.
           IF  WS-ECP-CLE(1:12) NOT = WS-CLE-PRET-CRT
               IF  WS-CLE-PRET-CRT NOT = SPACE
                   PERFORM  2000-FIN-PRET-DEB
                      THRU  2000-FIN-PRET-FIN
               END-IF
               MOVE WS-ECP-CLE(1:12)    TO WS-CLE-PRET-CRT
               MOVE ZERO                TO WS-CRT-NB-RET
                                           WS-CRT-MT-DU
                                           WS-CRT-INT-RET
                                           WS-CRT-DATE-ANC
               ADD  1                   TO WS-NB-PRETS-LUS
           END-IF.
      *
           IF  NOT ECP-PAYEE
               AND WS-ECP-DATE-ECH < WS-DATE-ARR-N
               ADD  1                   TO WS-CRT-NB-RET
               ADD  WS-ECP-MT           TO WS-CRT-MT-DU
               ADD  WS-ECP-INT-RETARD   TO WS-CRT-INT-RET
               IF  WS-CRT-DATE-ANC = ZERO
                   MOVE WS-ECP-DATE-ECH TO WS-CRT-DATE-ANC
               END-IF
           END-IF.
      *
           PERFORM  6010-READ-F-ECP-E-DEB
              THRU  6010-READ-F-ECP-E-FIN.
      *
       1000-TRT-UNE-ECHEANCE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 FIN D UN PRET : RANGE LE PRET EN RETARD DANS LA
      *          TABLE AVEC SA TRANCHE ET SON CAPITAL RESTANT DU
      *----------------------------------------------------
       2000-FIN-PRET-DEB.
      *
           IF  WS-CRT-NB-RET = ZERO
               GO TO 2000-FIN-PRET-FIN
           END-IF.
           IF  WS-NB-RET-TAB NOT < 2000
               DISPLAY 'TABLE DES PRETS EN RETARD PLEINE (2000)'
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-NB-RET-TAB.
           MOVE WS-CLE-PRET-CRT         TO WS-TRET-CLE(WS-NB-RET-TAB).
           MOVE WS-CRT-NB-RET           TO WS-TRET-NB(WS-NB-RET-TAB).
           IF  WS-CRT-NB-RET > 5
               MOVE 6                   TO
                                        WS-TRET-TRANCHE(WS-NB-RET-TAB)
           ELSE
               MOVE WS-CRT-NB-RET       TO
                                        WS-TRET-TRANCHE(WS-NB-RET-TAB)
           END-IF.
           MOVE WS-CRT-DATE-ANC      TO WS-TRET-DATE-ANC(WS-NB-RET-TAB).
           MOVE WS-CRT-MT-DU         TO WS-TRET-MT-DU(WS-NB-RET-TAB).
           MOVE WS-CRT-INT-RET       TO WS-TRET-INT-RET(WS-NB-RET-TAB).
      *
           MOVE WS-CLE-PRET-CRT         TO FS-KEY-PRT.
           PERFORM  6020-READ-F-PRT-E-DEB
              THRU  6020-READ-F-PRT-E-FIN.
           IF  PRT-OK
               MOVE WS-PRT-CRD        TO WS-TRET-CRD(WS-NB-RET-TAB)
               MOVE WS-PRT-DEVISE     TO WS-TRET-DEVISE(WS-NB-RET-TAB)
           ELSE
               MOVE ZERO              TO WS-TRET-CRD(WS-NB-RET-TAB)
               MOVE '???'             TO WS-TRET-DEVISE(WS-NB-RET-TAB)
           END-IF.
      *
       2000-FIN-PRET-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 EDITE LES PRETS DE LA TRANCHE WS-IND-TRANCHE ET SON
      *          SOUS-TOTAL (TRANCHE SANS PRET NON EDITEE)
      *----------------------------------------------------
       3000-EDITE-TRANCHE-DEB.
      *
           MOVE ZERO                    TO WS-NB-TRANCHE
                                           WS-TRA-MT-DU
                                           WS-TRA-INT-RET
                                           WS-TRA-CRD.
           PERFORM  3010-COMPTE-TRANCHE-DEB
              THRU  3010-COMPTE-TRANCHE-FIN
             VARYING WS-IND-RET FROM 1 BY 1
             UNTIL  WS-IND-RET > WS-NB-RET-TAB.
           IF  WS-NB-TRANCHE = ZERO
               GO TO 3000-EDITE-TRANCHE-FIN
           END-IF.
      *
           PERFORM  8010-ENTETE-TRANCHE-DEB
              THRU  8010-ENTETE-TRANCHE-FIN.
           PERFORM  3020-EDITE-PRET-DEB
              THRU  3020-EDITE-PRET-FIN
             VARYING WS-IND-RET FROM 1 BY 1
             UNTIL  WS-IND-RET > WS-NB-RET-TAB.
           PERFORM  8040-SOUS-TOTAL-DEB
              THRU  8040-SOUS-TOTAL-FIN.
      *
       3000-EDITE-TRANCHE-FIN.
           EXIT.
       3010-COMPTE-TRANCHE-DEB.
           IF  WS-TRET-TRANCHE(WS-IND-RET) = WS-IND-TRANCHE
               ADD  1                   TO WS-NB-TRANCHE
               ADD  WS-TRET-MT-DU(WS-IND-RET)   TO WS-TRA-MT-DU
               ADD  WS-TRET-INT-RET(WS-IND-RET) TO WS-TRA-INT-RET
               ADD  WS-TRET-CRD(WS-IND-RET)     TO WS-TRA-CRD
           END-IF.
       3010-COMPTE-TRANCHE-FIN.
           EXIT.
       3020-EDITE-PRET-DEB.
           IF  WS-TRET-TRANCHE(WS-IND-RET) = WS-IND-TRANCHE
               PERFORM  8020-LIGNE-PRET-DEB
                  THRU  8020-LIGNE-PRET-FIN
           END-IF.
       3020-EDITE-PRET-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *6000 OUVRE L ENSEMBLE DES FICHIERS
      *----------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
      *    PAS DE FICHIER DES ECHEANCIERS : ETAT VIDE
           OPEN INPUT F-ECP-E.
           EVALUATE TRUE
               WHEN ECP-OK
                  CONTINUE
               WHEN ECP-FICHIER-ABSENT
                  DISPLAY 'FICHIER DES ECHEANCIERS ABSENT - AUCUN PRET'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ECP-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-ECP-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           IF  NOT ECP-FICHIER-ABSENT
               OPEN INPUT F-PRT-E
               IF NOT PRT-OK
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-PRT-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-PRT-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
           END-IF.
      *
           OPEN OUTPUT F-ETAT-RET-S.
           IF WS-FS-ETAT-RET-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-RET-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-RET-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 EXECUTE LA LECTURE SUR F-ECP-E
      *------------------------------------
       6010-READ-F-ECP-E-DEB.
      *
           READ F-ECP-E NEXT RECORD INTO WS-ECP-ENR.
           IF NOT (ECP-OK OR ECP-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ECP-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ECP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-ECP-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 LECTURE DIRECTE SUR F-PRT-E (CLE FS-KEY-PRT)
      *------------------------------------
       6020-READ-F-PRT-E-DEB.
      *
           READ F-PRT-E INTO WS-PRT-ENR.
           IF NOT (PRT-OK OR PRT-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-F-PRT-E-FIN.
           EXIT.
      *-------------------------------------
      *6040 EXECUTE L ECRITURE SUR F-ETAT-RET-S
      *------------------------------------
       6040-WRITE-F-ETAT-RET-S-DEB.
      *
           WRITE FS-BUFF-F-ETAT-RET-S.
           IF WS-FS-ETAT-RET-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-ETAT-RET-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-RET-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-WRITE-F-ETAT-RET-S-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-ETAT-RET-S.
           IF  NOT ECP-FICHIER-ABSENT
               CLOSE F-ECP-E F-PRT-E
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
      *
           MOVE WS-DATE-ARR-N           TO WS-DATE-ED-E-N.
           PERFORM  7500-DATE-EDITION-DEB
              THRU  7500-DATE-EDITION-FIN.
           MOVE WS-DATE-ED-S-N          TO WS-LRET-DATE-ED.
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
           MOVE WS-LRET-TITRE           TO FS-BUFF-F-ETAT-RET-S.
           PERFORM  6040-WRITE-F-ETAT-RET-S-DEB
              THRU  6040-WRITE-F-ETAT-RET-S-FIN.
           MOVE WS-LRET-TIRET           TO FS-BUFF-F-ETAT-RET-S.
           PERFORM  6040-WRITE-F-ETAT-RET-S-DEB
              THRU  6040-WRITE-F-ETAT-RET-S-FIN.
           MOVE WS-LRET-TITRES          TO FS-BUFF-F-ETAT-RET-S.
           PERFORM  6040-WRITE-F-ETAT-RET-S-DEB
              THRU  6040-WRITE-F-ETAT-RET-S-FIN.
       8000-ENTETE-ETAT-FIN.
           EXIT.
      *-------------------------------------
      *8010 EN-TETE DE TRANCHE
      *------------------------------------
       8010-ENTETE-TRANCHE-DEB.
           MOVE WS-LRET-BLANC           TO FS-BUFF-F-ETAT-RET-S.
           PERFORM  6040-WRITE-F-ETAT-RET-S-DEB
              THRU  6040-WRITE-F-ETAT-RET-S-FIN.
           EVALUATE WS-IND-TRANCHE
               WHEN 1
                    MOVE '1 ECHEANCE EN RETARD'  TO WS-LTRA-LIB-ED
               WHEN 2
                    MOVE '2 ECHEANCES EN RETARD' TO WS-LTRA-LIB-ED
               WHEN 3
                    MOVE '3 ECHEANCES EN RETARD' TO WS-LTRA-LIB-ED
               WHEN 4
                    MOVE '4 ECHEANCES EN RETARD' TO WS-LTRA-LIB-ED
               WHEN 5
                    MOVE '5 ECHEANCES EN RETARD' TO WS-LTRA-LIB-ED
               WHEN OTHER
                    MOVE '6 ECHEANCES EN RETARD ET PLUS'
                                                 TO WS-LTRA-LIB-ED
           END-EVALUATE.
           MOVE WS-LRET-TRANCHE         TO FS-BUFF-F-ETAT-RET-S.
           PERFORM  6040-WRITE-F-ETAT-RET-S-DEB
              THRU  6040-WRITE-F-ETAT-RET-S-FIN.
       8010-ENTETE-TRANCHE-FIN.
           EXIT.
      *-------------------------------------
      *8020 LIGNE D UN PRET EN RETARD (POSTE WS-IND-RET DE LA TABLE)
      *------------------------------------
       8020-LIGNE-PRET-DEB.
           MOVE WS-TRET-CLE(WS-IND-RET)(1:10)  TO WS-LDET-CPTE-ED.
           MOVE WS-TRET-CLE(WS-IND-RET)(11:2)  TO WS-LDET-SEQ-ED.
           MOVE WS-TRET-NB(WS-IND-RET)         TO WS-LDET-NB-ED.
           MOVE WS-TRET-DATE-ANC(WS-IND-RET)   TO WS-DATE-ED-E-N.
           PERFORM  7500-DATE-EDITION-DEB
              THRU  7500-DATE-EDITION-FIN.
           MOVE WS-DATE-ED-S-N                 TO WS-LDET-ANC-ED.
           MOVE WS-TRET-MT-DU(WS-IND-RET)      TO WS-LDET-DU-ED.
           MOVE WS-TRET-INT-RET(WS-IND-RET)    TO WS-LDET-INT-ED.
           MOVE WS-TRET-CRD(WS-IND-RET)        TO WS-LDET-CRD-ED.
           MOVE WS-TRET-DEVISE(WS-IND-RET)     TO WS-LDET-DEV-ED.
           MOVE WS-LRET-DETAIL          TO FS-BUFF-F-ETAT-RET-S.
           PERFORM  6040-WRITE-F-ETAT-RET-S-DEB
              THRU  6040-WRITE-F-ETAT-RET-S-FIN.
       8020-LIGNE-PRET-FIN.
           EXIT.
      *-------------------------------------
      *8040 SOUS-TOTAL DE LA TRANCHE, CUMULE AU TOTAL GENERAL
      *------------------------------------
       8040-SOUS-TOTAL-DEB.
           MOVE WS-NB-TRANCHE           TO WS-LSTO-NB-ED.
           MOVE WS-TRA-MT-DU            TO WS-LSTO-DU-ED.
           MOVE WS-TRA-INT-RET          TO WS-LSTO-INT-ED.
           MOVE WS-TRA-CRD              TO WS-LSTO-CRD-ED.
           MOVE WS-LRET-SOUS-TOT        TO FS-BUFF-F-ETAT-RET-S.
           PERFORM  6040-WRITE-F-ETAT-RET-S-DEB
              THRU  6040-WRITE-F-ETAT-RET-S-FIN.
           ADD  WS-TRA-MT-DU            TO WS-TOT-MT-DU.
           ADD  WS-TRA-INT-RET          TO WS-TOT-INT-RET.
           ADD  WS-TRA-CRD              TO WS-TOT-CRD.
       8040-SOUS-TOTAL-FIN.
           EXIT.
       8050-TOTAL-ETAT-DEB.
           MOVE WS-LRET-TIRET           TO FS-BUFF-F-ETAT-RET-S.
           PERFORM  6040-WRITE-F-ETAT-RET-S-DEB
              THRU  6040-WRITE-F-ETAT-RET-S-FIN.
           MOVE WS-NB-RET-TAB           TO WS-LGEN-NB-ED.
           MOVE WS-TOT-MT-DU            TO WS-LGEN-DU-ED.
           MOVE WS-TOT-INT-RET          TO WS-LGEN-INT-ED.
           MOVE WS-TOT-CRD              TO WS-LGEN-CRD-ED.
           MOVE WS-LRET-TOT-GEN         TO FS-BUFF-F-ETAT-RET-S.
           PERFORM  6040-WRITE-F-ETAT-RET-S-DEB
              THRU  6040-WRITE-F-ETAT-RET-S-FIN.
       8050-TOTAL-ETAT-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO490              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* DATE D ARRETE             : ' WS-DATE-ARR-N.
           DISPLAY '* ECHEANCES LUES            : ' WS-NB-ECP-LUES.
           DISPLAY '* PRETS LUS                 : ' WS-NB-PRETS-LUS.
           DISPLAY '* PRETS EN RETARD           : ' WS-NB-RET-TAB.
           DISPLAY '* ECHEANCES DUES            : ' WS-TOT-MT-DU.
           DISPLAY '* INTERETS DE RETARD        : ' WS-TOT-INT-RET.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO490         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO490        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
