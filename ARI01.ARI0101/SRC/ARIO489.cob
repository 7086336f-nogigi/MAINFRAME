      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO489                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *PRESENTATION QUOTIDIENNE DES ECHEANCES DE PRETS A LA           *
      *CONSOMMATION, A PASSER AVANT LA CHAINE ARIO411. LE FICHIER DES *
      *TABLEAUX D AMORTISSEMENT (ECP0101, COPY PRETECH) EST LU EN     *
      *SEQUENCE, PRET PAR PRET (COPY PRETCONS SUR PRT0101) :          *
      * - ECHEANCE A ECHOIR ARRIVEE A LA DATE DE TRAITEMENT : ELLE    *
      *   EST PRESENTEE AU DEBIT DU COMPTE EMPRUNTEUR (MOUVEMENT      *
      *   ECHPRET, REFERENCE SOURCE 'L') ET PASSE AU STATUT EMISE ;   *
      * - ECHEANCE EMISE UN JOUR PRECEDENT ET NON POINTEE PAR ARIO411 *
      *   (MOUVEMENT NON PASSE) : ELLE EST PORTEE IMPAYEE ;           *
      * - ECHEANCE IMPAYEE (DEBIT REFUSE PAR ARIO411 POUR DEPASSEMENT *
      *   DU DECOUVERT) : ELLE EST REPRESENTEE, MAJOREE DES INTERETS  *
      *   DE RETARD COURUS DEPUIS L ECHEANCE :                        *
      *   MENSUALITE X TAUX DE RETARD X JOURS / 36500                 *
      *ARIO411 POINTE ENSUITE L ECHEANCE PAYEE OU IMPAYEE.            *
      *EN FIN DE PRET LE MAITRE EST MIS A JOUR : CAPITAL RESTANT DU   *
      *(CAPITAL MOINS PARTS CAPITAL PAYEES), ECHEANCES PAYEES ET      *
      *IMPAYEES, INTERETS DE RETARD, STATUT SOLDE / EN RETARD / ACTIF.*
      *LES PRETS D UN COMPTE CLOS (STATUT C POSE PAR ARIO499) SONT    *
      *IGNORES : PLUS AUCUNE PRESENTATION NI MISE A JOUR DU MAITRE.   *
      *LES MOUVEMENTS SONT AJOUTES AU FICHIER DES MOUVEMENTS DU JOUR; *
      *LE DETAIL DES PRESENTATIONS EST EDITE SUR ETATECH.             *
      *SYSIN  -> DATE DE TRAITEMENT AAAAMMJJ (DEFAUT DATE DU JOUR)    *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! PRETS DES COMPTES CLOS (STATUT C) IGNORES     *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO489.
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
      *                      F-ECP-ES : TABLEAUX D AMORTISSEMENT (IO)
      *                      -------------------------------------------
           SELECT  F-ECP-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-ECP
                   FILE STATUS         IS WS-FS-ECP-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-PRT-ES : MAITRE DES PRETS (IO)
      *                      -------------------------------------------
           SELECT  F-PRT-ES            ASSIGN TO IO002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-PRT
                   FILE STATUS         IS WS-FS-PRT-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-MVTS-S : MOUVEMENTS DU JOUR (EXTENSION)
      *                      -------------------------------------------
           SELECT  F-MVTS-S            ASSIGN TO OUT001
                   FILE STATUS         IS WS-FS-MVTS-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-ECH-S : ECHEANCES PRESENTEES
      *                      -------------------------------------------
           SELECT  F-ETAT-ECH-S        ASSIGN TO ETATECH
                   FILE STATUS         IS WS-FS-ETAT-ECH-S.
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
       FD  F-ECP-ES
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-ECP-ES.
           05  FS-KEY-ECP        PIC X(15).
           05  FILLER            PIC X(65).
      *MAITRE DES PRETS
       FD  F-PRT-ES
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-PRT-ES.
           05  FS-KEY-PRT        PIC X(12).
           05  FILLER            PIC X(88).
      *MOUVEMENTS DU JOUR
       FD  F-MVTS-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-MVTS-S      PIC X(64).
      *ETAT DES ECHEANCES PRESENTEES
       FD  F-ETAT-ECH-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-ECH-S  PIC X(132).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY TP4MVTS.
       COPY PRETCONS.
       COPY PRETECH.
      *FILE STATUS
       01  WS-FS-ECP-ES      PIC X(2).
           88 ECP-OK                              VALUE '00'.
           88 ECP-FIN                             VALUE '10'.
           88 ECP-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-PRT-ES      PIC X(2).
           88 PRT-OK                              VALUE '00'.
           88 PRT-INEXISTANT                      VALUE '23'.
       01  WS-FS-MVTS-S      PIC X(2).
       01  WS-FS-ETAT-ECH-S  PIC X(2).
      *CARTE SYSIN : DATE DE TRAITEMENT
       01  WS-SYSIN-CARTE.
           05  WS-SYC-DATE-X     PIC X(8).
           05  WS-SYC-DATE-N REDEFINES WS-SYC-DATE-X
                                 PIC 9(8).
           05  FILLER            PIC X(72).
      *DATE DU JOUR (DATE DES MOUVEMENTS GENERES)
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 9(2).
           05  WS-DATEJ-JJ       PIC 9(2).
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
       01  WS-DATE-TRT-N     PIC 9(8)             VALUE ZERO.
       01  WS-QUOTIENT       PIC 9(4)             VALUE ZERO.
       01  WS-RESTE          PIC 9(4)             VALUE ZERO.
      *NUMERO DE JOUR D UNE DATE (ECART EN JOURS ENTRE DEUX DATES)
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
       77  WS-NJ-TRT        PIC S9(9) COMP       VALUE ZERO.
      *PRET EN COURS (RUPTURE SUR COMPTE + NUMERO DE PRET)
       01  WS-CLE-PRET-CRT   PIC X(12)            VALUE SPACE.
       01  WS-SW-PRET        PIC X                VALUE '0'.
           88 PRET-PRESENT                        VALUE '1'.
           88 PRET-ABSENT                         VALUE '0'.
           88 PRET-CPTE-CLOS                      VALUE '2'.
       01  WS-CAP-PAYE       PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  WS-NB-ECH-PAYEES  PIC S9(4)     COMP   VALUE ZERO.
       01  WS-NB-ECH-RETARD  PIC S9(4)     COMP   VALUE ZERO.
       01  WS-INT-RET-PRET   PIC S9(9)V99  COMP-3 VALUE ZERO.
      *ECHEANCE COURANTE
       01  WS-SW-PRES        PIC X                VALUE '0'.
           88 PRES-A-FAIRE                        VALUE '1'.
           88 PRES-SANS-OBJET                     VALUE '0'.
       01  WS-NB-JOURS       PIC S9(5)     COMP   VALUE ZERO.
       01  WS-MT-PRESENTE    PIC S9(9)V99  COMP-3 VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LECH-TIRET     PIC X(132) VALUE ALL '-'.
       01  WS-LECH-TITRE.
           05  FILLER            PIC X(46)
               VALUE 'ECHEANCES DE PRETS PRESENTEES AU DEBIT LE '.
           05  WS-LECH-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(76) VALUE SPACES.
       01  WS-LECH-TITRES.
           05  FILLER            PIC X(12) VALUE 'COMPTE      '.
           05  FILLER            PIC X(5)  VALUE 'PRET '.
           05  FILLER            PIC X(5)  VALUE 'ECH. '.
           05  FILLER            PIC X(11) VALUE 'ECHEANCE   '.
           05  FILLER            PIC X(15) VALUE '    MENSUALITE '.
           05  FILLER            PIC X(6)  VALUE 'JOURS '.
           05  FILLER            PIC X(13) VALUE '  INT.RETARD '.
           05  FILLER            PIC X(15) VALUE '     PRESENTE  '.
           05  FILLER            PIC X(5)  VALUE 'PRES '.
           05  FILLER            PIC X(45) VALUE 'OBSERVATION'.
       01  WS-LECH-DETAIL.
           05  WS-LDET-CPTE-ED   PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-SEQ-ED    PIC X(2).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LDET-NUM-ED    PIC ZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-ECH-ED    PIC 99/99/9999.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-MT-ED     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-JOURS-ED  PIC ZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-INT-ED    PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-PRES-ED   PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-NBP-ED    PIC Z9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-OBS-ED    PIC X(40).
       01  WS-LECH-TOT-GEN.
           05  FILLER            PIC X(40) VALUE
               'TOTAL DES ECHEANCES PRESENTEES        : '.
           05  WS-LGEN-PRES-ED   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(75) VALUE SPACES.
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
      *COMPTEUR RENDU EXEC ET TOTAUX DE CONTROLE
       01  WS-NB-ECP-LUES    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-PRETS       PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-PRES-1      PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-REPRES      PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-NON-POINTEES
                             PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-PRETS-SOLDES
                             PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-PRETS-RETARD
                             PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-PRETS-CLOS  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ANOMALIES   PIC S9(7) COMP VALUE ZERO.
       01  WS-TOT-PRESENTE   PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-INT-RETARD PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
      *SEQUENCE D ATTRIBUTION DES REFERENCES DE MOUVEMENT
       01  WS-REF-SEQ        PIC 9(5)             VALUE ZERO.
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
           IF  NOT ECP-FICHIER-ABSENT
               PERFORM  6010-READ-F-ECP-ES-DEB
                  THRU  6010-READ-F-ECP-ES-FIN
               PERFORM  1000-TRT-UNE-ECHEANCE-DEB
                  THRU  1000-TRT-UNE-ECHEANCE-FIN
                 UNTIL  ECP-FIN
               IF  WS-CLE-PRET-CRT NOT = SPACE
                   PERFORM  3000-MAJ-PRET-DEB
                      THRU  3000-MAJ-PRET-FIN
               END-IF
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
      * TRT 1000 RUPTURE SUR LE PRET (MISE A JOUR DU PRET PRECEDENT,
      *          LECTURE DU NOUVEAU), TRAITEMENT DE L ECHEANCE LUE PUIS
      *          LECTURE DE LA SUIVANTE
      *----------------------------------------------------
       1000-TRT-UNE-ECHEANCE-DEB.
      *
           ADD  1                       TO WS-NB-ECP-LUES.
           IF  WS-ECP-CLE(1:12) NOT = WS-CLE-PRET-CRT
               IF  WS-CLE-PRET-CRT NOT = SPACE
                   PERFORM  3000-MAJ-PRET-DEB
                      THRU  3000-MAJ-PRET-FIN
               END-IF
               PERFORM  2000-DEBUT-PRET-DEB
                  THRU  2000-DEBUT-PRET-FIN
           END-IF.
           IF  PRET-ABSENT OR PRET-CPTE-CLOS
               GO TO 1000-TRT-UNE-ECHEANCE-SUITE
           END-IF.
      *
           PERFORM  2100-TRT-ECHEANCE-DEB
              THRU  2100-TRT-ECHEANCE-FIN.
      *
      *    CUMULS DU PRET APRES TRAITEMENT DE L ECHEANCE
           IF  ECP-PAYEE
               ADD  WS-ECP-CAPITAL      TO WS-CAP-PAYE
               ADD  1                   TO WS-NB-ECH-PAYEES
           ELSE
               IF  WS-ECP-DATE-ECH < WS-DATE-TRT-N
                   ADD  1               TO WS-NB-ECH-RETARD
                   ADD  WS-ECP-INT-RETARD
                                        TO WS-INT-RET-PRET
               END-IF
           END-IF.
      *
       1000-TRT-UNE-ECHEANCE-SUITE.
           PERFORM  6010-READ-F-ECP-ES-DEB
              THRU  6010-READ-F-ECP-ES-FIN.
      *
       1000-TRT-UNE-ECHEANCE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 DEBUT D UN PRET : LECTURE DU MAITRE DES PRETS ET
      *          REMISE A ZERO DES CUMULS
      *----------------------------------------------------
       2000-DEBUT-PRET-DEB.
      *
           MOVE WS-ECP-CLE(1:12)        TO WS-CLE-PRET-CRT.
           MOVE ZERO                    TO WS-CAP-PAYE
                                           WS-NB-ECH-PAYEES
                                           WS-NB-ECH-RETARD
                                           WS-INT-RET-PRET.
           SET  PRET-PRESENT            TO TRUE.
           MOVE WS-CLE-PRET-CRT         TO FS-KEY-PRT.
           PERFORM  6020-READ-F-PRT-ES-DEB
              THRU  6020-READ-F-PRT-ES-FIN.
           IF  PRT-INEXISTANT
               SET  PRET-ABSENT         TO TRUE
               PERFORM  8030-LIGNE-ANOMALIE-DEB
                  THRU  8030-LIGNE-ANOMALIE-FIN
               GO TO 2000-DEBUT-PRET-FIN
           END-IF.
      *    COMPTE EMPRUNTEUR CLOS : RECOUVREMENT SUIVI PAR L AGENCE
           IF  PRT-CPTE-CLOS
               SET  PRET-CPTE-CLOS      TO TRUE
               ADD  1                   TO WS-NB-PRETS-CLOS
               GO TO 2000-DEBUT-PRET-FIN
           END-IF.
           ADD  1                       TO WS-NB-PRETS.
      *
       2000-DEBUT-PRET-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2100 ECHEANCE COURANTE : EMISE NON POINTEE -> IMPAYEE,
      *          ECHUE -> PRESENTEE, IMPAYEE -> REPRESENTEE AVEC LES
      *          INTERETS DE RETARD
      *----------------------------------------------------
       2100-TRT-ECHEANCE-DEB.
      *
           SET  PRES-SANS-OBJET         TO TRUE.
      *    PRESENTATION D UN JOUR PRECEDENT RESTEE SANS POINTAGE : LE
      *    MOUVEMENT N A PAS ETE PASSE PAR ARIO411
           IF  ECP-EMISE
               AND WS-ECP-DATE-PRES < WS-DATE-TRT-N
               SET  ECP-IMPAYEE         TO TRUE
               ADD  1                   TO WS-NB-NON-POINTEES
           END-IF.
      *
           EVALUATE TRUE
               WHEN ECP-A-ECHOIR
                    AND WS-ECP-DATE-ECH NOT > WS-DATE-TRT-N
                    MOVE ZERO           TO WS-ECP-INT-RETARD
                                           WS-NB-JOURS
                    MOVE WS-ECP-MT      TO WS-MT-PRESENTE
                    ADD  1              TO WS-NB-PRES-1
                    SET  PRES-A-FAIRE   TO TRUE
               WHEN ECP-IMPAYEE
                    AND WS-ECP-DATE-PRES < WS-DATE-TRT-N
                    PERFORM  2200-CALC-RETARD-DEB
                       THRU  2200-CALC-RETARD-FIN
                    COMPUTE WS-MT-PRESENTE = WS-ECP-MT
                                           + WS-ECP-INT-RETARD
                    ADD  1              TO WS-NB-REPRES
                    SET  PRES-A-FAIRE   TO TRUE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
           IF  PRES-SANS-OBJET
               GO TO 2100-TRT-ECHEANCE-FIN
           END-IF.
      *
           PERFORM  3500-ECRIT-MVT-DEB
              THRU  3500-ECRIT-MVT-FIN.
           SET  ECP-EMISE               TO TRUE.
           MOVE WS-DATE-TRT-N           TO WS-ECP-DATE-PRES.
           ADD  1                       TO WS-ECP-NB-PRES.
           PERFORM  6015-REWRITE-F-ECP-ES-DEB
              THRU  6015-REWRITE-F-ECP-ES-FIN.
           PERFORM  8020-LIGNE-ECHEANCE-DEB
              THRU  8020-LIGNE-ECHEANCE-FIN.
           ADD  WS-MT-PRESENTE          TO WS-TOT-PRESENTE.
           ADD  WS-ECP-INT-RETARD       TO WS-TOT-INT-RETARD.
      *
       2100-TRT-ECHEANCE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2200 INTERETS DE RETARD DE L ECHEANCE IMPAYEE, COURUS DE
      *          LA DATE D ECHEANCE A LA DATE DE TRAITEMENT
      *----------------------------------------------------
       2200-CALC-RETARD-DEB.
      *
           MOVE WS-ECP-DATE-ECH         TO WS-NJ-DATE-N.
           PERFORM  7200-NUMERO-JOUR-DEB
              THRU  7200-NUMERO-JOUR-FIN.
           COMPUTE WS-NB-JOURS = WS-NJ-TRT - WS-NJ-NUM.
           IF  WS-NB-JOURS < ZERO
               MOVE ZERO                TO WS-NB-JOURS
           END-IF.
           COMPUTE WS-ECP-INT-RETARD ROUNDED = WS-ECP-MT
                 * WS-PRT-TAUX-RETARD * WS-NB-JOURS / 36500.
      *
       2200-CALC-RETARD-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 FIN D UN PRET : SITUATION RECALCULEE SUR LE MAITRE
      *----------------------------------------------------
       3000-MAJ-PRET-DEB.
      *
           IF  PRET-ABSENT OR PRET-CPTE-CLOS
               GO TO 3000-MAJ-PRET-FIN
           END-IF.
           COMPUTE WS-PRT-CRD = WS-PRT-CAPITAL - WS-CAP-PAYE.
           IF  WS-PRT-CRD < ZERO
               MOVE ZERO                TO WS-PRT-CRD
           END-IF.
           MOVE WS-NB-ECH-PAYEES        TO WS-PRT-NB-PAYEES.
           MOVE WS-NB-ECH-RETARD        TO WS-PRT-NB-IMPAYES.
           MOVE WS-INT-RET-PRET         TO WS-PRT-INT-RETARD.
           EVALUATE TRUE
               WHEN WS-NB-ECH-PAYEES NOT < WS-PRT-DUREE
                    SET  PRT-SOLDE      TO TRUE
                    ADD  1              TO WS-NB-PRETS-SOLDES
               WHEN WS-NB-ECH-RETARD > ZERO
                    SET  PRT-EN-RETARD  TO TRUE
                    ADD  1              TO WS-NB-PRETS-RETARD
               WHEN OTHER
                    SET  PRT-ACTIF      TO TRUE
           END-EVALUATE.
           MOVE WS-DATE-TRT-N           TO WS-PRT-DATE-MAJ.
           PERFORM  6025-REWRITE-F-PRT-ES-DEB
              THRU  6025-REWRITE-F-PRT-ES-FIN.
      *
       3000-MAJ-PRET-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3500 ECRIT LE MOUVEMENT ECHPRET DE L ECHEANCE COURANTE
      *          (NUMERO DE PRET ET D ECHEANCE DANS WS-MVTS-NUMCHQ)
      *----------------------------------------------------
       3500-ECRIT-MVT-DEB.
      *
           MOVE WS-ECP-CPTE             TO WS-MVTS-CPTE.
           SET  ECHEANCE-PRET           TO TRUE.
           MOVE WS-MT-PRESENTE          TO WS-MVTS-MT.
           MOVE SPACE                   TO WS-MVTS-CTR.
           MOVE WS-DATEJ-JJ             TO WS-MVTS-JJ.
           MOVE WS-DATEJ-MM             TO WS-MVTS-MM.
           COMPUTE WS-MVTS-SS = WS-DATEJ-AAAA / 100.
           COMPUTE WS-MVTS-AA = WS-DATEJ-AAAA - (WS-MVTS-SS * 100).
           MOVE WS-PRT-DEVISE           TO WS-MVTS-DEVISE.
           MOVE SPACE                   TO WS-MVTS-NUMCHQ.
           MOVE WS-ECP-SEQ              TO WS-MVTS-NUMCHQ(1:2).
           MOVE WS-ECP-NUM              TO WS-MVTS-NUMCHQ(3:3).
      *    REFERENCE UNIQUE DU MOUVEMENT (DATE + SOURCE + SEQUENCE)
           ADD  1                       TO WS-REF-SEQ.
           MOVE WS-DATEJ-N              TO WS-MVTS-REF(1:8).
           MOVE 'L'                     TO WS-MVTS-REF(9:1).
           MOVE WS-REF-SEQ              TO WS-MVTS-REF(10:5).
           PERFORM  6030-WRITE-F-MVTS-S-DEB
              THRU  6030-WRITE-F-MVTS-S-FIN.
      *
       3500-ECRIT-MVT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *6000 OUVRE L ENSEMBLE DES FICHIERS
      *----------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
      *    PAS DE FICHIER DES ECHEANCIERS : AUCUN PRET MIS EN PLACE
           OPEN I-O F-ECP-ES.
           EVALUATE TRUE
               WHEN ECP-OK
                  CONTINUE
               WHEN ECP-FICHIER-ABSENT
                  DISPLAY 'FICHIER DES ECHEANCIERS ABSENT - AUCUNE '
                          'ECHEANCE A PRESENTER'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ECP-ES'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-ECP-ES
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           IF  NOT ECP-FICHIER-ABSENT
               OPEN I-O F-PRT-ES
               IF NOT PRT-OK
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-PRT-ES'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-PRT-ES
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
           END-IF.
      *
      *    LE FICHIER DES MOUVEMENTS DU JOUR EST DEJA CONSTITUE PAR
      *    LES COLLECTES AMONT : OUVERTURE EN EXTENSION
           OPEN EXTEND F-MVTS-S.
           IF WS-FS-MVTS-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-MVTS-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MVTS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-ECH-S.
           IF WS-FS-ETAT-ECH-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-ECH-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-ECH-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 EXECUTE LA LECTURE SUR F-ECP-ES
      *------------------------------------
       6010-READ-F-ECP-ES-DEB.
      *
           READ F-ECP-ES NEXT RECORD INTO WS-ECP-ENR.
           IF NOT (ECP-OK OR ECP-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ECP-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ECP-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-ECP-ES-FIN.
           EXIT.
      *-------------------------------------
      *6015 REECRIT L ECHEANCE COURANTE SUR F-ECP-ES
      *------------------------------------
       6015-REWRITE-F-ECP-ES-DEB.
      *
           REWRITE FS-BUFF-F-ECP-ES FROM WS-ECP-ENR.
           IF NOT ECP-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-ECP-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ECP-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6015-REWRITE-F-ECP-ES-FIN.
           EXIT.
      *-------------------------------------
      *6020 LECTURE DIRECTE SUR F-PRT-ES (CLE FS-KEY-PRT)
      *------------------------------------
       6020-READ-F-PRT-ES-DEB.
      *
           READ F-PRT-ES INTO WS-PRT-ENR.
           IF NOT (PRT-OK OR PRT-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-F-PRT-ES-FIN.
           EXIT.
      *-------------------------------------
      *6025 REECRIT LE PRET COURANT SUR F-PRT-ES
      *------------------------------------
       6025-REWRITE-F-PRT-ES-DEB.
      *
           REWRITE FS-BUFF-F-PRT-ES FROM WS-PRT-ENR.
           IF NOT PRT-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-PRT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6025-REWRITE-F-PRT-ES-FIN.
           EXIT.
      *-------------------------------------
      *6030 EXECUTE L ECRITURE SUR F-MVTS-S
      *------------------------------------
       6030-WRITE-F-MVTS-S-DEB.
      *
           WRITE FS-BUFF-F-MVTS-S FROM WS-ENRG-F-MVTS.
           IF WS-FS-MVTS-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-MVTS-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MVTS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-WRITE-F-MVTS-S-FIN.
           EXIT.
      *-------------------------------------
      *6040 EXECUTE L ECRITURE SUR F-ETAT-ECH-S
      *------------------------------------
       6040-WRITE-F-ETAT-ECH-S-DEB.
      *
           WRITE FS-BUFF-F-ETAT-ECH-S.
           IF WS-FS-ETAT-ECH-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-ETAT-ECH-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-ECH-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-WRITE-F-ETAT-ECH-S-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-MVTS-S F-ETAT-ECH-S.
           IF  NOT ECP-FICHIER-ABSENT
               CLOSE F-ECP-ES F-PRT-ES
           END-IF.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : ORDRES DE CALCUL ET DE RECHERCHE                   *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 LIT LA CARTE SYSIN : DATE DE TRAITEMENT (DEFAUT DATE DU
      *     JOUR)
      *------------------------------------
       7000-INIT-SYSIN-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE SPACES                  TO WS-SYSIN-CARTE.
           ACCEPT WS-SYSIN-CARTE FROM SYSIN.
           IF  WS-SYC-DATE-X NUMERIC
               MOVE WS-SYC-DATE-N       TO WS-DATE-TRT-N
           ELSE
               MOVE WS-DATEJ-N          TO WS-DATE-TRT-N
           END-IF.
      *
           MOVE WS-DATE-TRT-N           TO WS-NJ-DATE-N.
           PERFORM  7200-NUMERO-JOUR-DEB
              THRU  7200-NUMERO-JOUR-FIN.
           MOVE WS-NJ-NUM               TO WS-NJ-TRT.
      *
           MOVE WS-DATE-TRT-N           TO WS-DATE-ED-E-N.
           PERFORM  7500-DATE-EDITION-DEB
              THRU  7500-DATE-EDITION-FIN.
           MOVE WS-DATE-ED-S-N          TO WS-LECH-DATE-ED.
      *
       7000-INIT-SYSIN-FIN.
           EXIT.
      *-------------------------------------
      *7200 NUMERO DE JOUR DE LA DATE WS-NJ-DATE (ANNEE COMMENCANT
      *     EN MARS) : L ECART DE DEUX NUMEROS DONNE LE NOMBRE DE
      *     JOURS ENTRE DEUX DATES
      *------------------------------------
       7200-NUMERO-JOUR-DEB.
      *
           MOVE WS-NJ-AAAA              TO WS-NJ-A.
           MOVE WS-NJ-MM                TO WS-NJ-M.
           IF  WS-NJ-M < 3
               ADD  12                  TO WS-NJ-M
               SUBTRACT 1               FROM WS-NJ-A
           END-IF.
           COMPUTE WS-NJ-NUM = (365 * WS-NJ-A) + WS-NJ-JJ.
           DIVIDE WS-NJ-A BY 4
               GIVING WS-QUOTIENT REMAINDER WS-RESTE.
           ADD  WS-QUOTIENT             TO WS-NJ-NUM.
           DIVIDE WS-NJ-A BY 100
               GIVING WS-QUOTIENT REMAINDER WS-RESTE.
           SUBTRACT WS-QUOTIENT         FROM WS-NJ-NUM.
           DIVIDE WS-NJ-A BY 400
               GIVING WS-QUOTIENT REMAINDER WS-RESTE.
           ADD  WS-QUOTIENT             TO WS-NJ-NUM.
           COMPUTE WS-NJ-T = (153 * (WS-NJ-M - 3)) + 2.
           DIVIDE WS-NJ-T BY 5
               GIVING WS-QUOTIENT REMAINDER WS-RESTE.
           ADD  WS-QUOTIENT             TO WS-NJ-NUM.
      *
       7200-NUMERO-JOUR-FIN.
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
           MOVE WS-LECH-TITRE           TO FS-BUFF-F-ETAT-ECH-S.
           PERFORM  6040-WRITE-F-ETAT-ECH-S-DEB
              THRU  6040-WRITE-F-ETAT-ECH-S-FIN.
           MOVE WS-LECH-TIRET           TO FS-BUFF-F-ETAT-ECH-S.
           PERFORM  6040-WRITE-F-ETAT-ECH-S-DEB
              THRU  6040-WRITE-F-ETAT-ECH-S-FIN.
           MOVE WS-LECH-TITRES          TO FS-BUFF-F-ETAT-ECH-S.
           PERFORM  6040-WRITE-F-ETAT-ECH-S-DEB
              THRU  6040-WRITE-F-ETAT-ECH-S-FIN.
       8000-ENTETE-ETAT-FIN.
           EXIT.
      *-------------------------------------
      *8020 LIGNE D UNE ECHEANCE PRESENTEE OU REPRESENTEE
      *------------------------------------
       8020-LIGNE-ECHEANCE-DEB.
           MOVE WS-ECP-CPTE             TO WS-LDET-CPTE-ED.
           MOVE WS-ECP-SEQ              TO WS-LDET-SEQ-ED.
           MOVE WS-ECP-NUM              TO WS-LDET-NUM-ED.
           MOVE WS-ECP-DATE-ECH         TO WS-DATE-ED-E-N.
           PERFORM  7500-DATE-EDITION-DEB
              THRU  7500-DATE-EDITION-FIN.
           MOVE WS-DATE-ED-S-N          TO WS-LDET-ECH-ED.
           MOVE WS-ECP-MT               TO WS-LDET-MT-ED.
           MOVE WS-NB-JOURS             TO WS-LDET-JOURS-ED.
           MOVE WS-ECP-INT-RETARD       TO WS-LDET-INT-ED.
           MOVE WS-MT-PRESENTE          TO WS-LDET-PRES-ED.
           MOVE WS-ECP-NB-PRES          TO WS-LDET-NBP-ED.
           IF  WS-ECP-NB-PRES > 1
               MOVE 'REPRESENTATION ECHEANCE IMPAYEE'
                                        TO WS-LDET-OBS-ED
           ELSE
               MOVE 'PREMIERE PRESENTATION'
                                        TO WS-LDET-OBS-ED
           END-IF.
           MOVE WS-LECH-DETAIL          TO FS-BUFF-F-ETAT-ECH-S.
           PERFORM  6040-WRITE-F-ETAT-ECH-S-DEB
              THRU  6040-WRITE-F-ETAT-ECH-S-FIN.
       8020-LIGNE-ECHEANCE-FIN.
           EXIT.
      *-------------------------------------
      *8030 LIGNE D UN ECHEANCIER SANS PRET SUR LE MAITRE (ECHEANCES
      *     NON PRESENTEES)
      *------------------------------------
       8030-LIGNE-ANOMALIE-DEB.
           ADD  1                       TO WS-NB-ANOMALIES.
           MOVE WS-ECP-CPTE             TO WS-LDET-CPTE-ED.
           MOVE WS-ECP-SEQ              TO WS-LDET-SEQ-ED.
           MOVE ZERO                    TO WS-LDET-NUM-ED
                                           WS-LDET-ECH-ED
                                           WS-LDET-MT-ED
                                           WS-LDET-JOURS-ED
                                           WS-LDET-INT-ED
                                           WS-LDET-PRES-ED
                                           WS-LDET-NBP-ED.
           MOVE 'ANOMALIE : PRET ABSENT DU MAITRE'
                                        TO WS-LDET-OBS-ED.
           MOVE WS-LECH-DETAIL          TO FS-BUFF-F-ETAT-ECH-S.
           PERFORM  6040-WRITE-F-ETAT-ECH-S-DEB
              THRU  6040-WRITE-F-ETAT-ECH-S-FIN.
       8030-LIGNE-ANOMALIE-FIN.
           EXIT.
       8050-TOTAL-ETAT-DEB.
           MOVE WS-LECH-TIRET           TO FS-BUFF-F-ETAT-ECH-S.
           PERFORM  6040-WRITE-F-ETAT-ECH-S-DEB
              THRU  6040-WRITE-F-ETAT-ECH-S-FIN.
           MOVE WS-TOT-PRESENTE         TO WS-LGEN-PRES-ED.
           MOVE WS-LECH-TOT-GEN         TO FS-BUFF-F-ETAT-ECH-S.
           PERFORM  6040-WRITE-F-ETAT-ECH-S-DEB
              THRU  6040-WRITE-F-ETAT-ECH-S-FIN.
       8050-TOTAL-ETAT-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO489              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* DATE DE TRAITEMENT        : ' WS-DATE-TRT-N.
           DISPLAY '* ECHEANCES LUES            : ' WS-NB-ECP-LUES.
           DISPLAY '* PRETS TRAITES             : ' WS-NB-PRETS.
           DISPLAY '* PREMIERES PRESENTATIONS   : ' WS-NB-PRES-1.
           DISPLAY '* REPRESENTATIONS IMPAYES   : ' WS-NB-REPRES.
           DISPLAY '* EMISES NON POINTEES       : ' WS-NB-NON-POINTEES.
           DISPLAY '* PRETS SOLDES              : ' WS-NB-PRETS-SOLDES.
           DISPLAY '* PRETS EN RETARD           : ' WS-NB-PRETS-RETARD.
           DISPLAY '* PRETS DE COMPTES CLOS     : ' WS-NB-PRETS-CLOS.
           DISPLAY '* ECHEANCIERS EN ANOMALIE   : ' WS-NB-ANOMALIES.
           DISPLAY '* TOTAL PRESENTE            : ' WS-TOT-PRESENTE.
           DISPLAY '* DONT INTERETS DE RETARD   : ' WS-TOT-INT-RETARD.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO489         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO489        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
