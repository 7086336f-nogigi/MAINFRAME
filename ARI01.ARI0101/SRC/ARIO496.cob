      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO496                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *SUIVI PERIODIQUE DE LA CONNAISSANCE CLIENT (KYC0101, COPY      *
      *KYCCLI), LANCE EN DEBUT DE MOIS :                              *
      *  - PARCOURT LES CLIENTS CLI0101 EN RELATION (SANS DATE DE FIN *
      *    DE RELATION) ET                                            *
      *    EDITE SUR ETATKYC CEUX SANS DOSSIER, DONT LA PIECE D       *
      *    IDENTITE EST EXPIREE OU DONT LA REVUE EST EN RETARD (DATE  *
      *    DE PROCHAINE REVUE DEPASSEE) ;                             *
      *  - PARCOURT LE FICHIER MAITRE DES COMPTES : LE COMPTE D UN    *
      *    TITULAIRE PRINCIPAL DONT LA REVUE EST EN RETARD AU DELA DU *
      *    DELAI DE GRACE RECOIT UN GEL DE MOTIF 'KYC' SUR GEL0101    *
      *    (SANS TERME) - UN GEL D UN AUTRE MOTIF DEJA POSE EST       *
      *    CONSERVE TEL QUEL ; LE GEL 'KYC' D UN COMPTE DONT LE       *
      *    TITULAIRE A ETE REVU EST LEVE (SUPPRIME).                  *
      *LA CHAINE ARIO411 N APPLIQUE LE GEL 'KYC' QU AUX RETRAITS ET   *
      *AUX VIREMENTS EMIS, ET L IGNORE DES QUE LA REVUE EST           *
      *ENREGISTREE EN LIGNE (ARIC238), SANS ATTENDRE LE PASSAGE       *
      *SUIVANT. UN CLIENT SANS DOSSIER EST EDITE MAIS N EST PAS GELE. *
      *SYSIN  -> DELAI DE GRACE EN JOURS (3 CHIFFRES, DEFAUT 030)     *
      *SYSOUT -> ETAT DE SUIVI KYC (ETATKYC) ET COMPTE RENDU          *
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
       PROGRAM-ID.      ARIO496.
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
      *                      F-CLI-E : FICHIER MAITRE DES CLIENTS
      *                      -------------------------------------------
           SELECT  F-CLI-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-CLI
                   FILE STATUS         IS WS-FS-CLI-E.
      *                      -------------------------------------------
      *                      F-CPTE-E : FICHIER MAITRE DES COMPTES
      *                      -------------------------------------------
           SELECT  F-CPTE-E            ASSIGN TO INP002
                   FILE STATUS         IS WS-FS-CPTE-E.
      *                      -------------------------------------------
      *                      F-KYC-E : DOSSIERS DE CONNAISSANCE CLIENT
      *                      -------------------------------------------
           SELECT  F-KYC-E             ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-KYC
                   FILE STATUS         IS WS-FS-KYC-E.
      *                      -------------------------------------------
      *                      F-GEL-ES : FICHIER DES COMPTES GELES (IO)
      *                      -------------------------------------------
           SELECT  F-GEL-ES            ASSIGN TO IO002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-GEL
                   FILE STATUS         IS WS-FS-GEL-ES.
      *                      -------------------------------------------
      *                      F-ETAT-KYC-S : SYSOUT ETAT DE SUIVI KYC
      *                      -------------------------------------------
           SELECT  F-ETAT-KYC-S        ASSIGN TO ETATKYC
                   FILE STATUS         IS WS-FS-ETAT-KYC-S.
      *                      -------------------------------------------
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *FICHIER MAITRE DES CLIENTS
       FD  F-CLI-E
           RECORD CONTAINS 130 CHARACTERS.
       01  FS-BUFF-F-CLI-E.
           05  FS-KEY-CLI        PIC X(6).
           05  FILLER            PIC X(124).
      *FICHIER MAITRE DES COMPTES
       FD  F-CPTE-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-CPTE-E      PIC X(50).
      *DOSSIERS DE CONNAISSANCE CLIENT
       FD  F-KYC-E
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-KYC-E.
           05  FS-KEY-KYC        PIC X(6).
           05  FILLER            PIC X(74).
      *FICHIER DES COMPTES GELES
       FD  F-GEL-ES
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-GEL-ES.
           05  FS-KEY-GEL        PIC X(10).
           05  FILLER            PIC X(30).
      *ETAT DE SUIVI KYC EN SORTIE
       FD  F-ETAT-KYC-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-KYC-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY CLIENT.
       COPY TP4CPTES.
       COPY KYCCLI.
       COPY GELCPTE.
      *FILE STATUS
       01  WS-FS-CLI-E       PIC X(2).
           88 CLI-OK                              VALUE '00'.
           88 CLI-FIN                             VALUE '10'.
       01  WS-FS-CPTE-E      PIC X(2).
           88 CPTE-OK                             VALUE '00'.
           88 CPTE-FIN                            VALUE '10'.
       01  WS-FS-KYC-E       PIC X(2).
           88 KYC-OK                              VALUE '00'.
           88 KYC-INEXISTANT                      VALUE '23'.
       01  WS-FS-GEL-ES      PIC X(2).
           88 GEL-OK                              VALUE '00'.
           88 GEL-INEXISTANT                      VALUE '23'.
       01  WS-FS-ETAT-KYC-S  PIC X(2).
      *SITUATION KYC DU CLIENT COURANT
       01  WS-SW-KYC         PIC X                VALUE '0'.
           88 KYC-A-JOUR                          VALUE '0'.
           88 KYC-SANS-DOSSIER                    VALUE '1'.
           88 KYC-EN-RETARD                       VALUE '2'.
           88 KYC-HORS-DELAI                      VALUE '3'.
       01  WS-SW-PIECE       PIC X                VALUE '0'.
           88 PIECE-VALIDE                        VALUE '0'.
           88 PIECE-EXPIREE                       VALUE '1'.
      *DELAI DE GRACE (SYSIN, DEFAUT 30 JOURS)
       01  WS-SYSIN-KYC.
           05  WS-SYSIN-GRACE-X  PIC X(3).
       01  WS-DELAI-GRACE    PIC 9(3)             VALUE 30.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 9(2).
           05  WS-DATEJ-JJ       PIC 9(2).
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
      *CALCUL DU NUMERO DE JOUR D UNE DATE AAAAMMJJ (RETARD DE REVUE)
       01  WS-NJ-DATE.
           05  WS-NJ-AAAA        PIC 9(4).
           05  WS-NJ-MM          PIC 9(2).
           05  WS-NJ-JJ          PIC 9(2).
       01  WS-NJ-DATE-N REDEFINES WS-NJ-DATE
                             PIC 9(8).
       77  WS-NJ-NUM        PIC S9(9) COMP       VALUE ZERO.
       77  WS-NJ-A          PIC S9(9) COMP       VALUE ZERO.
       77  WS-NJ-M          PIC S9(4) COMP       VALUE ZERO.
       77  WS-NJ-T          PIC S9(9) COMP       VALUE ZERO.
       77  WS-NJ-JOUR       PIC S9(9) COMP       VALUE ZERO.
       77  WS-NJ-QUOTIENT   PIC S9(9) COMP       VALUE ZERO.
       77  WS-NJ-RESTE      PIC S9(9) COMP       VALUE ZERO.
       01  WS-JOURS-RETARD  PIC S9(7) COMP       VALUE ZERO.
      *COMPTEUR RENDU EXEC
       01  WS-NB-CLI-LUS     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-SANS-DOS    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-PIECE-EXP   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-EN-RETARD   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-HORS-DELAI  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CPTE-LUS    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-GELS-POSES  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-GELS-LEVES  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-GELS-AUTRES PIC S9(7) COMP VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LKYC-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LKYC-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LKYC-ENTETE.
           05  FILLER            PIC X(42)
               VALUE 'SUIVI DE LA CONNAISSANCE CLIENT (KYC)     '.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LKYC-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LKYC-SOUS-TITRE.
           05  FILLER            PIC X(34)
               VALUE 'DELAI DE GRACE AVANT GEL (JOURS) :'.
           05  WS-LKYC-GRACE-ED  PIC ZZ9.
           05  FILLER            PIC X(43) VALUE SPACES.
       01  WS-LKYC-INTITULE.
           05  FILLER            PIC X(8)  VALUE 'CLIENT  '.
           05  FILLER            PIC X(21) VALUE 'NOM'.
           05  FILLER            PIC X(3)  VALUE 'PC '.
           05  FILLER            PIC X(9)  VALUE 'EXPIRE LE'.
           05  FILLER            PIC X(9)  VALUE 'REVUE DUE'.
           05  FILLER            PIC X(2)  VALUE 'R '.
           05  FILLER            PIC X(7)  VALUE 'RETARD '.
           05  FILLER            PIC X(21) VALUE 'SITUATION'.
       01  WS-LKYC-DETAIL.
           05  WS-LKYC-CLI-ED    PIC X(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LKYC-NOM-ED    PIC X(20).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LKYC-TYPE-ED   PIC X(2).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LKYC-EXPIR-ED  PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LKYC-REVUE-ED  PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LKYC-RISQUE-ED PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LKYC-RETARD-ED PIC ZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LKYC-SIT-ED    PIC X(21).
       01  WS-LKYC-TITRE-GEL.
           05  FILLER            PIC X(42)
               VALUE 'GELS KYC POSES ET LEVES SUR GEL0101       '.
           05  FILLER            PIC X(38) VALUE SPACES.
       01  WS-LKYC-GEL.
           05  WS-LKYC-GCPTE-ED  PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LKYC-GCLI-ED   PIC X(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LKYC-GACT-ED   PIC X(20).
           05  FILLER            PIC X(40) VALUE SPACES.
       01  WS-LKYC-TOTAL.
           05  FILLER            PIC X(30)
               VALUE 'CLIENTS A REGULARISER       : '.
           05  WS-LKYC-TOT-ED    PIC ZZZZZZ9.
           05  FILLER            PIC X(43) VALUE SPACES.
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
           PERFORM  7000-INIT-DEB
              THRU  7000-INIT-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  8000-EDITION-ENTETE-DEB
              THRU  8000-EDITION-ENTETE-FIN.
      *
      *    1ERE PASSE : LISTE DES CLIENTS A REGULARISER
           PERFORM  6010-READ-F-CLI-E-DEB
              THRU  6010-READ-F-CLI-E-FIN.
           PERFORM  1000-TRT-UN-CLIENT-DEB
              THRU  1000-TRT-UN-CLIENT-FIN
             UNTIL  CLI-FIN.
           PERFORM  8030-EDITION-TOTAL-DEB
              THRU  8030-EDITION-TOTAL-FIN.
      *
      *    2EME PASSE : POSE ET LEVEE DES GELS KYC PAR COMPTE
           PERFORM  8040-EDITION-TITRE-GEL-DEB
              THRU  8040-EDITION-TITRE-GEL-FIN.
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
      * TRT 1000 EDITE LE CLIENT COURANT S IL EST SANS DOSSIER,
      *          SI SA PIECE EST EXPIREE OU SI SA REVUE EST DUE
      *----------------------------------------------------
       1000-TRT-UN-CLIENT-DEB.
      *
           ADD  1                       TO WS-NB-CLI-LUS.
      *
      *    FIN DE RELATION POSEE PAR ARIO405 (TOUS COMPTES CLOTURES,
      *    CLIENT EVENTUELLEMENT ANONYMISE) : PLUS DE REVUE A FAIRE
           IF  WS-CLI-FIN-RELATION NOT = ZERO
               GO TO 1000-TRT-UN-CLIENT-SUIVANT
           END-IF.
      *
           MOVE WS-CLI-NUM              TO FS-KEY-KYC.
           PERFORM  7100-SITUATION-KYC-DEB
              THRU  7100-SITUATION-KYC-FIN.
      *
           IF  KYC-A-JOUR AND PIECE-VALIDE
               GO TO 1000-TRT-UN-CLIENT-SUIVANT
           END-IF.
      *
           PERFORM  8020-EDITION-DETAIL-DEB
              THRU  8020-EDITION-DETAIL-FIN.
           EVALUATE TRUE
               WHEN KYC-SANS-DOSSIER
                  ADD  1                TO WS-NB-SANS-DOS
               WHEN KYC-EN-RETARD
                  ADD  1                TO WS-NB-EN-RETARD
               WHEN KYC-HORS-DELAI
                  ADD  1                TO WS-NB-HORS-DELAI
           END-EVALUATE.
           IF  PIECE-EXPIREE
               ADD  1                   TO WS-NB-PIECE-EXP
           END-IF.
      *
       1000-TRT-UN-CLIENT-SUIVANT.
           PERFORM  6010-READ-F-CLI-E-DEB
              THRU  6010-READ-F-CLI-E-FIN.
      *
       1000-TRT-UN-CLIENT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 POSE OU LEVE LE GEL KYC DU COMPTE COURANT SELON
      *          LA SITUATION DE SON TITULAIRE PRINCIPAL
      *----------------------------------------------------
       2000-TRT-UN-COMPTE-DEB.
      *
           ADD  1                       TO WS-NB-CPTE-LUS.
      *
           IF  WS-CPTES-CLIENT = SPACE
               GO TO 2000-TRT-UN-COMPTE-SUIVANT
           END-IF.
      *
           MOVE WS-CPTES-CLIENT         TO FS-KEY-KYC.
           PERFORM  7100-SITUATION-KYC-DEB
              THRU  7100-SITUATION-KYC-FIN.
      *
           MOVE WS-CPTES-CPTE           TO FS-KEY-GEL.
           PERFORM  6030-READ-F-GEL-ES-DEB
              THRU  6030-READ-F-GEL-ES-FIN.
      *
           EVALUATE TRUE
               WHEN KYC-HORS-DELAI AND GEL-INEXISTANT
                  PERFORM  2100-POSE-GEL-KYC-DEB
                     THRU  2100-POSE-GEL-KYC-FIN
               WHEN KYC-HORS-DELAI AND WS-GEL-MOTIF NOT = 'KYC'
      *           GEL D UN AUTRE MOTIF DEJA EN PLACE : CONSERVE
                  ADD  1                TO WS-NB-GELS-AUTRES
               WHEN NOT KYC-HORS-DELAI AND GEL-OK
                    AND WS-GEL-MOTIF = 'KYC'
                  PERFORM  2200-LEVE-GEL-KYC-DEB
                     THRU  2200-LEVE-GEL-KYC-FIN
           END-EVALUATE.
      *
       2000-TRT-UN-COMPTE-SUIVANT.
           PERFORM  6020-READ-F-CPTE-E-DEB
              THRU  6020-READ-F-CPTE-E-FIN.
      *
       2000-TRT-UN-COMPTE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2100 GEL DE MOTIF KYC, SANS TERME, A COMPTER DU JOUR
      *----------------------------------------------------
       2100-POSE-GEL-KYC-DEB.
      *
           MOVE SPACES                  TO WS-GEL-ENR.
           MOVE WS-CPTES-CPTE           TO WS-GEL-CPTE.
           MOVE 'KYC'                   TO WS-GEL-MOTIF.
           MOVE WS-DATEJ-N              TO WS-GEL-DATE-DEB.
           MOVE 99991231                TO WS-GEL-DATE-FIN.
           PERFORM  6040-WRITE-F-GEL-ES-DEB
              THRU  6040-WRITE-F-GEL-ES-FIN.
           ADD  1                       TO WS-NB-GELS-POSES.
      *
           MOVE 'GEL KYC POSE'          TO WS-LKYC-GACT-ED.
           PERFORM  8050-EDITION-GEL-DEB
              THRU  8050-EDITION-GEL-FIN.
      *
       2100-POSE-GEL-KYC-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2200 LEVEE DU GEL KYC D UN TITULAIRE REVU
      *----------------------------------------------------
       2200-LEVE-GEL-KYC-DEB.
      *
           PERFORM  6050-DELETE-F-GEL-ES-DEB
              THRU  6050-DELETE-F-GEL-ES-FIN.
           ADD  1                       TO WS-NB-GELS-LEVES.
      *
           MOVE 'GEL KYC LEVE'          TO WS-LKYC-GACT-ED.
           PERFORM  8050-EDITION-GEL-DEB
              THRU  8050-EDITION-GEL-FIN.
      *
       2200-LEVE-GEL-KYC-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *6000 OUVRE L ENSEMBLE DES FICHIERS
      *----------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN INPUT F-CLI-E.
           IF NOT CLI-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CLI-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLI-E
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
           OPEN INPUT F-KYC-E.
           IF NOT KYC-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-KYC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-KYC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-GEL-ES.
           IF NOT GEL-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-GEL-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-GEL-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-KYC-S.
           IF WS-FS-ETAT-KYC-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-KYC-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-KYC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 EXECUTE LA LECTURE SUR F-CLI-E
      *------------------------------------
       6010-READ-F-CLI-E-DEB.
      *
           READ F-CLI-E INTO WS-CLI-ENR.
           IF NOT (CLI-OK OR CLI-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLI-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLI-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-CLI-E-FIN.
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
      *6025 LIT LE DOSSIER KYC DU CLIENT POSE DANS FS-KEY-KYC
      *------------------------------------
       6025-READ-F-KYC-E-DEB.
      *
           READ F-KYC-E INTO WS-KYC-ENR.
           IF NOT (KYC-OK OR KYC-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-KYC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-KYC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6025-READ-F-KYC-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 LIT LE GEL DU COMPTE POSE DANS FS-KEY-GEL
      *------------------------------------
       6030-READ-F-GEL-ES-DEB.
      *
           MOVE SPACES                  TO WS-GEL-ENR.
           READ F-GEL-ES INTO WS-GEL-ENR.
           IF NOT (GEL-OK OR GEL-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-GEL-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-GEL-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-READ-F-GEL-ES-FIN.
           EXIT.
      *-------------------------------------
      *6040 ECRIT LE GEL KYC DU COMPTE
      *------------------------------------
       6040-WRITE-F-GEL-ES-DEB.
      *
           WRITE FS-BUFF-F-GEL-ES FROM WS-GEL-ENR.
           IF NOT GEL-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-GEL-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-GEL-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-WRITE-F-GEL-ES-FIN.
           EXIT.
      *-------------------------------------
      *6050 SUPPRIME LE GEL KYC DU COMPTE
      *------------------------------------
       6050-DELETE-F-GEL-ES-DEB.
      *
           DELETE F-GEL-ES.
           IF NOT GEL-OK
              DISPLAY 'PROBLEME DE SUPPRESSION FICHIER F-GEL-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-GEL-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6050-DELETE-F-GEL-ES-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-CLI-E F-CPTE-E F-KYC-E F-GEL-ES F-ETAT-KYC-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LA DATE DU JOUR ET LE DELAI DE GRACE
      *------------------------------------
       7000-INIT-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE WS-DATEJ-JJ             TO WS-LKYC-DATE-ED (1:2).
           MOVE WS-DATEJ-MM             TO WS-LKYC-DATE-ED (4:2).
           MOVE WS-DATEJ-AAAA           TO WS-LKYC-DATE-ED (7:4).
           MOVE SPACES                  TO WS-SYSIN-KYC.
           ACCEPT WS-SYSIN-KYC FROM SYSIN.
           IF  WS-SYSIN-GRACE-X NUMERIC
               MOVE WS-SYSIN-GRACE-X    TO WS-DELAI-GRACE
           END-IF.
           MOVE WS-DELAI-GRACE          TO WS-LKYC-GRACE-ED.
      *    NUMERO DU JOUR COURANT, BASE DU CALCUL DES RETARDS
           MOVE WS-DATEJ-N              TO WS-NJ-DATE-N.
           PERFORM  7150-NUMERO-JOUR-DEB
              THRU  7150-NUMERO-JOUR-FIN.
           MOVE WS-NJ-NUM               TO WS-NJ-JOUR.
      *
       7000-INIT-FIN.
           EXIT.
      *-------------------------------------
      *7100 SITUATION KYC DU CLIENT POSE DANS FS-KEY-KYC : SANS
      *     DOSSIER, A JOUR, REVUE EN RETARD (DANS OU HORS DU DELAI
      *     DE GRACE) ; PIECE D IDENTITE VALIDE OU EXPIREE
      *------------------------------------
       7100-SITUATION-KYC-DEB.
      *
           SET  KYC-A-JOUR              TO TRUE.
           SET  PIECE-VALIDE            TO TRUE.
           MOVE ZERO                    TO WS-JOURS-RETARD.
           PERFORM  6025-READ-F-KYC-E-DEB
              THRU  6025-READ-F-KYC-E-FIN.
           IF  KYC-INEXISTANT
               MOVE SPACES              TO WS-KYC-ENR
               MOVE ZERO                TO WS-KYC-DOC-EXPIR
                                           WS-KYC-PROCH-REVUE
               SET  KYC-SANS-DOSSIER    TO TRUE
               GO TO 7100-SITUATION-KYC-FIN
           END-IF.
      *
           IF  WS-KYC-DOC-EXPIR < WS-DATEJ-N
               SET  PIECE-EXPIREE       TO TRUE
           END-IF.
      *
           IF  WS-KYC-PROCH-REVUE < WS-DATEJ-N
               MOVE WS-KYC-PROCH-REVUE  TO WS-NJ-DATE-N
               PERFORM  7150-NUMERO-JOUR-DEB
                  THRU  7150-NUMERO-JOUR-FIN
               COMPUTE WS-JOURS-RETARD = WS-NJ-JOUR - WS-NJ-NUM
               IF  WS-JOURS-RETARD > WS-DELAI-GRACE
                   SET  KYC-HORS-DELAI  TO TRUE
               ELSE
                   SET  KYC-EN-RETARD   TO TRUE
               END-IF
           END-IF.
      *
       7100-SITUATION-KYC-FIN.
           EXIT.
      *-------------------------------------
      *7150 NUMERO DE JOUR DE LA DATE WS-NJ-DATE (CALENDRIER
      *     GREGORIEN, MEME CALCUL QUE ARIO411)
      *------------------------------------
       7150-NUMERO-JOUR-DEB.
      *
           MOVE WS-NJ-AAAA              TO WS-NJ-A.
           MOVE WS-NJ-MM                TO WS-NJ-M.
           IF  WS-NJ-M < 3
               ADD  12                  TO WS-NJ-M
               SUBTRACT 1               FROM WS-NJ-A
           END-IF.
           COMPUTE WS-NJ-NUM = (365 * WS-NJ-A) + WS-NJ-JJ.
           DIVIDE WS-NJ-A BY 4
               GIVING WS-NJ-QUOTIENT REMAINDER WS-NJ-RESTE.
           ADD  WS-NJ-QUOTIENT          TO WS-NJ-NUM.
           DIVIDE WS-NJ-A BY 100
               GIVING WS-NJ-QUOTIENT REMAINDER WS-NJ-RESTE.
           SUBTRACT WS-NJ-QUOTIENT      FROM WS-NJ-NUM.
           DIVIDE WS-NJ-A BY 400
               GIVING WS-NJ-QUOTIENT REMAINDER WS-NJ-RESTE.
           ADD  WS-NJ-QUOTIENT          TO WS-NJ-NUM.
           COMPUTE WS-NJ-T = (153 * (WS-NJ-M - 3)) + 2.
           DIVIDE WS-NJ-T BY 5
               GIVING WS-NJ-QUOTIENT REMAINDER WS-NJ-RESTE.
           ADD  WS-NJ-QUOTIENT          TO WS-NJ-NUM.
      *
       7150-NUMERO-JOUR-FIN.
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
           WRITE FS-BUFF-F-ETAT-KYC-S FROM WS-LKYC-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-KYC-S FROM WS-LKYC-SOUS-TITRE.
           WRITE FS-BUFF-F-ETAT-KYC-S FROM WS-LKYC-BLANC.
           WRITE FS-BUFF-F-ETAT-KYC-S FROM WS-LKYC-INTITULE.
           WRITE FS-BUFF-F-ETAT-KYC-S FROM WS-LKYC-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8020 EDITE LA LIGNE D UN CLIENT A REGULARISER
      *------------------------------------
       8020-EDITION-DETAIL-DEB.
      *
           MOVE WS-CLI-NUM              TO WS-LKYC-CLI-ED.
           MOVE WS-CLI-NOM              TO WS-LKYC-NOM-ED.
           MOVE WS-KYC-DOC-TYPE         TO WS-LKYC-TYPE-ED.
           MOVE WS-KYC-DOC-EXPIR        TO WS-LKYC-EXPIR-ED.
           MOVE WS-KYC-PROCH-REVUE      TO WS-LKYC-REVUE-ED.
           MOVE WS-KYC-RISQUE           TO WS-LKYC-RISQUE-ED.
           MOVE WS-JOURS-RETARD         TO WS-LKYC-RETARD-ED.
           EVALUATE TRUE
               WHEN KYC-SANS-DOSSIER
                  MOVE 'SANS DOSSIER KYC'   TO WS-LKYC-SIT-ED
               WHEN KYC-HORS-DELAI AND PIECE-EXPIREE
                  MOVE 'PIECE EXP + A GELER' TO WS-LKYC-SIT-ED
               WHEN KYC-HORS-DELAI
                  MOVE 'REVUE DUE - A GELER' TO WS-LKYC-SIT-ED
               WHEN KYC-EN-RETARD AND PIECE-EXPIREE
                  MOVE 'PIECE EXP + REVUE'  TO WS-LKYC-SIT-ED
               WHEN KYC-EN-RETARD
                  MOVE 'REVUE DUE'          TO WS-LKYC-SIT-ED
               WHEN OTHER
                  MOVE 'PIECE EXPIREE'      TO WS-LKYC-SIT-ED
           END-EVALUATE.
      *
           WRITE FS-BUFF-F-ETAT-KYC-S FROM WS-LKYC-DETAIL.
      *
       8020-EDITION-DETAIL-FIN.
           EXIT.
      *-------------------------------------
      *8030 EDITE LE TOTAL DES CLIENTS A REGULARISER
      *------------------------------------
       8030-EDITION-TOTAL-DEB.
      *
           COMPUTE WS-LKYC-TOT-ED = WS-NB-SANS-DOS + WS-NB-EN-RETARD
                                  + WS-NB-HORS-DELAI.
           WRITE FS-BUFF-F-ETAT-KYC-S FROM WS-LKYC-TIRET.
           WRITE FS-BUFF-F-ETAT-KYC-S FROM WS-LKYC-TOTAL.
      *
       8030-EDITION-TOTAL-FIN.
           EXIT.
      *-------------------------------------
      *8040 EDITE LE TITRE DE LA LISTE DES GELS KYC
      *------------------------------------
       8040-EDITION-TITRE-GEL-DEB.
      *
           WRITE FS-BUFF-F-ETAT-KYC-S FROM WS-LKYC-BLANC.
           WRITE FS-BUFF-F-ETAT-KYC-S FROM WS-LKYC-TITRE-GEL.
           WRITE FS-BUFF-F-ETAT-KYC-S FROM WS-LKYC-TIRET.
      *
       8040-EDITION-TITRE-GEL-FIN.
           EXIT.
      *-------------------------------------
      *8050 EDITE LA LIGNE D UN GEL KYC POSE OU LEVE
      *------------------------------------
       8050-EDITION-GEL-DEB.
      *
           MOVE WS-CPTES-CPTE           TO WS-LKYC-GCPTE-ED.
           MOVE WS-CPTES-CLIENT         TO WS-LKYC-GCLI-ED.
           WRITE FS-BUFF-F-ETAT-KYC-S FROM WS-LKYC-GEL.
      *
       8050-EDITION-GEL-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO496              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* DELAI DE GRACE (JOURS)    : ' WS-DELAI-GRACE.
           DISPLAY '* CLIENTS LUS               : ' WS-NB-CLI-LUS.
           DISPLAY '* CLIENTS SANS DOSSIER      : ' WS-NB-SANS-DOS.
           DISPLAY '* PIECES EXPIREES           : ' WS-NB-PIECE-EXP.
           DISPLAY '* REVUES EN RETARD          : ' WS-NB-EN-RETARD.
           DISPLAY '* REVUES HORS DELAI DE GRACE: ' WS-NB-HORS-DELAI.
           DISPLAY '* COMPTES LUS               : ' WS-NB-CPTE-LUS.
           DISPLAY '* GELS KYC POSES            : ' WS-NB-GELS-POSES.
           DISPLAY '* GELS KYC LEVES            : ' WS-NB-GELS-LEVES.
           DISPLAY '* COMPTES DEJA GELES (AUTRE): ' WS-NB-GELS-AUTRES.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO496         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO496        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
