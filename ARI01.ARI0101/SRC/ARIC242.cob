      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC242                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      * TRANSACTION DIRECTE DE CLOTURE DU TIROIR DE CAISSE DU JOUR DE *
      * L OPERATEUR (TIR0101, COPY TIROIR). LE SOLDE ATTENDU EST      *
      * AFFICHE ; LE GUICHETIER SAISIT LE NOMBRE DE COUPURES COMPTEES *
      * POUR CHACUNE DES 15 VALEURS (500 A 0,01). LE MONTANT COMPTE   *
      * ET L ECART (COMPTE - ATTENDU) SONT AFFICHES ET LA CLOTURE EST *
      * CONFIRMEE PAR O. UN ECART DONT LA VALEUR ABSOLUE DEPASSE LA   *
      * TOLERANCE WS-TIR-TOLERANCE EXIGE UN CODE SUPERVISEUR VALIDE   *
      * (SUPE0101). LE TIROIR PASSE FERME AVEC LE BILLETAGE, LE       *
      * MONTANT COMPTE, L ECART, LE SUPERVISEUR ET L HEURE ; LA MISE  *
      * A JOUR EST CONSIGNEE AU JOURNAL DES FICHIERS BANCAIRES        *
      * BJR0101. UN TIROIR ABSENT (AUCUNE OPERATION) EST CREE CLOS.   *
      * UN TIROIR CLOS N ADMET PLUS NI SAISIE (ARIC226) NI TRANSFERT  *
      * (ARIC241) ET LIBERE LES SAISIES DU JOUR POUR ARIO402.         *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    § CREATION DU PROGRAMME - CLOTURE DU TIROIR DE  *
      *               § CAISSE PAR BILLETAGE                          *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. ARIC242.
      *
      *===============================================================*
      *           NE PAS MODIFIER LA PARTIE ENCADREE DU CODE          *
      *===============================================================*
      *
      *                  ==============================               *
      *=================<    ENVIRONMENT    DIVISION   >==============*
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
           DECIMAL-POINT IS COMMA.
      *--------------
      *
      *=====================
       INPUT-OUTPUT SECTION.
      *=====================
      *
      *-------------
       FILE-CONTROL.
      *-------------
      *
      *                  ==============================               *
      *=================<         DATA      DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *===============================================================*
      *             COPY - INSERTION DE SEQUENCES DE SOURCE           *
      *===============================================================*
      * TEST DES TOUCHES FONCTION
           COPY DFHAID.
      * MODIFICATION DYNAMIQUE DES ATTRIBUTS DE MAP
           COPY DFHBMSCA.
      * VARIABLES DE LA MAP
           COPY ARIN242.
      * VARIABLE MSG
           COPY TABMSG.
      * VARIABLE COMMAREA
           COPY COMMAREA.
      * DESCRIPTION ENREGISTREMENT TIROIR DE CAISSE
           COPY TIROIR.
      * DESCRIPTION ENREGISTREMENT PROFIL OPERATEUR
           COPY OPROFIL.
      * DESCRIPTION ENREGISTREMENT FICHIER MAITRE DES SUPERVISEURS
           COPY SUPERVISR.
      * DESCRIPTION ENREGISTREMENT JOURNAL DES FICHIERS BANCAIRES
           COPY BNKJRNL.
      *IMAGE AVANT POUR LE JOURNAL
       01 WS-BJR-IMG-AVANT             PIC X(130).
      *DATE DU JOUR NUMERIQUE (CLE DU TIROIR)
       01 WS-DATEJ-AMJ.
          05 WS-DATEJ-AMJ-N            PIC 9(8).
      *ECART ADMIS SANS ACCORD DU SUPERVISEUR
       01 WS-TIR-TOLERANCE             PIC 9(3)V99    VALUE 10,00.
      *VALEUR FACIALE DES COUPURES, DANS L ORDRE DU BILLETAGE
       01 WS-TAB-COUPURES.
          05 FILLER                    PIC 9(3)V99    VALUE 500,00.
          05 FILLER                    PIC 9(3)V99    VALUE 200,00.
          05 FILLER                    PIC 9(3)V99    VALUE 100,00.
          05 FILLER                    PIC 9(3)V99    VALUE 050,00.
          05 FILLER                    PIC 9(3)V99    VALUE 020,00.
          05 FILLER                    PIC 9(3)V99    VALUE 010,00.
          05 FILLER                    PIC 9(3)V99    VALUE 005,00.
          05 FILLER                    PIC 9(3)V99    VALUE 002,00.
          05 FILLER                    PIC 9(3)V99    VALUE 001,00.
          05 FILLER                    PIC 9(3)V99    VALUE 000,50.
          05 FILLER                    PIC 9(3)V99    VALUE 000,20.
          05 FILLER                    PIC 9(3)V99    VALUE 000,10.
          05 FILLER                    PIC 9(3)V99    VALUE 000,05.
          05 FILLER                    PIC 9(3)V99    VALUE 000,02.
          05 FILLER                    PIC 9(3)V99    VALUE 000,01.
       01 WS-TAB-COUPURES-R REDEFINES WS-TAB-COUPURES.
          05 WS-VAL-COUPURE            PIC 9(3)V99    OCCURS 15.
      *BILLETAGE SAISI (UN POSTE PAR COUPURE)
       01 WS-BIL-SAISIE.
          05 WS-BIL-NB-X               PIC X(5)       OCCURS 15.
       01 WS-BIL-SAISIE-R REDEFINES WS-BIL-SAISIE.
          05 WS-BIL-NB                 PIC 9(5)       OCCURS 15.
       01 WS-IND                       PIC S9(4)      COMP.
      *MONTANT COMPTE ET ECART AVEC LE SOLDE ATTENDU
       01 WS-MT-COMPTE                 PIC S9(9)V99   COMP-3.
       01 WS-MT-ECART                  PIC S9(9)V99   COMP-3.
      *MONTANT EDITE POUR L AFFICHAGE DU TIROIR
       01 WS-MT-EDIT                   PIC ZZZ.ZZZ.ZZ9,99-.
      *AGENCE DE L OPERATEUR (PROFIL PRF0101)
       01 WS-AGENCE-OP                 PIC X(5)       VALUE SPACE.
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
      *
       01 WS-DATE-CICS                 PIC S9(15)     COMP-3.
      *VARIABLE GESTION CICS
       01 WS-RESP                      PIC S9(4)      COMP.
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM242'.
       01 WS-MAPSET                    PIC X(7)       VALUE 'ARIN242'.
       01 WS-MSG-ERR                   PIC X(80).
      *SWITCH EXISTENCE DU TIROIR
       01 WS-FS-TIR                    PIC X.
          88 TIR-EXISTE                        VALUE '0'.
          88 TIR-N-EXISTE-PAS                  VALUE '1'.
      *SWITCH VALIDITE DU BILLETAGE SAISI
       01 WS-SW-SAISIE                 PIC X.
          88 SAISIE-VALIDE                     VALUE '0'.
          88 SAISIE-INVALIDE                   VALUE '1'.
      *SWITCH ACCORD SUPERVISEUR
       01 WS-SW-SUP                    PIC X.
          88 SUP-ACCORDE                       VALUE '0'.
          88 SUP-REFUSE                        VALUE '1'.
      *================
       LINKAGE SECTION.
      *================
      *
       01 DFHCOMMAREA                  PIC X(4096).
      *
      *                  ==============================               *
      *=================<    PROCEDURE      DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
      ********************
       PROCEDURE DIVISION.
      ********************
      *
      *---------------------------------------------------------------*
      *   COMPOSANT PRINCIPAL    0000                                 *
      *---------------------------------------------------------------*
       0000-PROGRAMME-DEB.
           PERFORM 7000-INIT-MAP-DEB
              THRU 7000-INIT-MAP-FIN.
           PERFORM 7140-INIT-COMMAREA-DEB
              THRU 7140-INIT-COMMAREA-FIN.
           EVALUATE TRUE
               WHEN INIT-TRT
                  PERFORM 1000-INIT-SCREEN-DEB
                     THRU 1000-INIT-SCREEN-FIN
               WHEN AFF-MAP
                  PERFORM 1010-N-FOIS-DEB
                     THRU 1010-N-FOIS-FIN
           END-EVALUATE.
           PERFORM 9999-FIN-RTRANSID-DEB
              THRU 9999-FIN-RTRANSID-FIN.
       0000-PROGRAMME-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   1000       *
      *---------------------------------------------------------------*
       1000-INIT-SCREEN-DEB.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           PERFORM 3005-AFFICHAGE-DEB
              THRU 3005-AFFICHAGE-FIN.
           PERFORM 6000-SEND-MAP-DEB
              THRU 6000-SEND-MAP-FIN.
       1000-INIT-SCREEN-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   1010       *
      *---------------------------------------------------------------*
       1010-N-FOIS-DEB.
           EVALUATE EIBAID
               WHEN DFHPF3
               PERFORM 2020-PF3-DEB
                  THRU 2020-PF3-FIN
               WHEN DFHENTER
               PERFORM 2000-ENTER-DEB
                  THRU 2000-ENTER-FIN
               WHEN DFHCLEAR
               PERFORM 2010-CLEAR-DEB
                  THRU 2010-CLEAR-FIN
               WHEN OTHER
               PERFORM 2030-OTHER-DEB
                  THRU 2030-OTHER-FIN
           END-EVALUATE.
       1010-N-FOIS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2000       *
      *---------------------------------------------------------------*
       2000-ENTER-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           IF WS-RESP = DFHRESP(MAPFAIL)
              PERFORM 3000-MAPFAIL-DEB
                 THRU 3000-MAPFAIL-FIN
           ELSE
              PERFORM 3010-CLOTURE-OK-DEB
                 THRU 3010-CLOTURE-OK-FIN
           END-IF.
       2000-ENTER-FIN.
           EXIT.
       2010-CLEAR-DEB.
           PERFORM 7000-INIT-MAP-DEB
              THRU 7000-INIT-MAP-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           PERFORM 7040-MSG-CLEAR-DEB
              THRU 7040-MSG-CLEAR-FIN.
           PERFORM 6000-SEND-MAP-DEB
              THRU 6000-SEND-MAP-FIN.
       2010-CLEAR-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2020       *
      *---------------------------------------------------------------*
       2020-PF3-DEB.
           PERFORM 7170-RETURN-PGM-1-DEB
              THRU 7170-RETURN-PGM-1-FIN.
           PERFORM 9000-APPEL-SPG-DEB
              THRU 9000-APPEL-SPG-FIN.
       2020-PF3-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2030       *
      *---------------------------------------------------------------*
       2030-OTHER-DEB.
           PERFORM 7030-MSG-OTHER-2000-DEB
              THRU 7030-MSG-OTHER-2000-FIN.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       2030-OTHER-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3000       *
      *---------------------------------------------------------------*
       3000-MAPFAIL-DEB.
           PERFORM 3005-AFFICHAGE-DEB
              THRU 3005-AFFICHAGE-FIN.
           PERFORM 7050-MSG-CHAMP-VIDE-DEB
              THRU 7050-MSG-CHAMP-VIDE-FIN.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       3000-MAPFAIL-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3005       *
      *---------------------------------------------------------------*
      * AFFICHAGE DU TIROIR DU JOUR (ET DE SA CLOTURE S IL EST CLOS)  *
      *---------------------------------------------------------------*
       3005-AFFICHAGE-DEB.
           PERFORM 6030-READ-TIR-DEB
              THRU 6030-READ-TIR-FIN.
           IF TIR-N-EXISTE-PAS
              GO TO 3005-AFFICHAGE-FIN
           END-IF.
           PERFORM 7060-AFF-TIR-DEB
              THRU 7060-AFF-TIR-FIN.
           IF TIR-FERME
              PERFORM 7062-AFF-CLOTURE-DEB
                 THRU 7062-AFF-CLOTURE-FIN
              MOVE WS-MSG(290)                    TO MMSGO
           END-IF.
       3005-AFFICHAGE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3010       *
      *---------------------------------------------------------------*
      * CONTROLE DU BILLETAGE, CALCUL DE L ECART, CONFIRMATION ET     *
      * ACCORD DU SUPERVISEUR HORS TOLERANCE, PUIS CLOTURE            *
      *---------------------------------------------------------------*
       3010-CLOTURE-OK-DEB.
           PERFORM 6200-READ-PROFIL-DEB
              THRU 6200-READ-PROFIL-FIN.
           PERFORM 6030-READ-TIR-DEB
              THRU 6030-READ-TIR-FIN.
           IF TIR-EXISTE AND TIR-FERME
              PERFORM 7060-AFF-TIR-DEB
                 THRU 7060-AFF-TIR-FIN
              PERFORM 7062-AFF-CLOTURE-DEB
                 THRU 7062-AFF-CLOTURE-FIN
              MOVE WS-MSG(290)                    TO MMSGO
              GO TO 3010-CLOTURE-ENVOI
           END-IF.
           IF TIR-N-EXISTE-PAS
              PERFORM 7070-INIT-TIROIR-DEB
                 THRU 7070-INIT-TIROIR-FIN
           END-IF.
           PERFORM 7060-AFF-TIR-DEB
              THRU 7060-AFF-TIR-FIN.
           PERFORM 7055-CTL-BILLETAGE-DEB
              THRU 7055-CTL-BILLETAGE-FIN.
           IF SAISIE-INVALIDE
              MOVE WS-MSG(286)                    TO MMSGO
              GO TO 3010-CLOTURE-ENVOI
           END-IF.
           PERFORM 7065-CALCUL-ECART-DEB
              THRU 7065-CALCUL-ECART-FIN.
           IF MCONFO NOT = 'O'
              MOVE WS-MSG(287)                    TO MMSGO
              GO TO 3010-CLOTURE-ENVOI
           END-IF.
           SET SUP-ACCORDE                        TO TRUE.
           IF WS-MT-ECART > WS-TIR-TOLERANCE
              OR WS-MT-ECART < - WS-TIR-TOLERANCE
              PERFORM 3030-CTL-SUPERVISEUR-DEB
                 THRU 3030-CTL-SUPERVISEUR-FIN
              IF SUP-REFUSE
                 GO TO 3010-CLOTURE-ENVOI
              END-IF
           END-IF.
           PERFORM 3020-CLOTURE-DEB
              THRU 3020-CLOTURE-FIN.
       3010-CLOTURE-ENVOI.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       3010-CLOTURE-OK-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3020       *
      *---------------------------------------------------------------*
      * RELECTURE POUR MISE A JOUR (UN TIROIR ABSENT EST CREE), ECART *
      * RECALCULE SUR LE SOLDE ATTENDU RELU, PASSAGE AU STATUT FERME  *
      *---------------------------------------------------------------*
       3020-CLOTURE-DEB.
           PERFORM 6031-READ-UPD-TIR-DEB
              THRU 6031-READ-UPD-TIR-FIN.
           IF TIR-EXISTE
              IF TIR-FERME
                 PERFORM 6055-UNLOCK-TIR-DEB
                    THRU 6055-UNLOCK-TIR-FIN
                 MOVE WS-MSG(290)                 TO MMSGO
                 GO TO 3020-CLOTURE-FIN
              END-IF
              MOVE WS-TIR-ENR                     TO WS-BJR-IMG-AVANT
              SET BJR-MODIFICATION                TO TRUE
           ELSE
              PERFORM 7070-INIT-TIROIR-DEB
                 THRU 7070-INIT-TIROIR-FIN
              MOVE LOW-VALUE                      TO WS-BJR-IMG-AVANT
              SET BJR-CREATION                    TO TRUE
           END-IF.
           PERFORM 7060-AFF-TIR-DEB
              THRU 7060-AFF-TIR-FIN.
           PERFORM 7065-CALCUL-ECART-DEB
              THRU 7065-CALCUL-ECART-FIN.
           PERFORM 7072-REPORT-COUPURE-DEB
              THRU 7072-REPORT-COUPURE-FIN
             VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 15.
           MOVE WS-MT-COMPTE                      TO WS-TIR-COMPTE.
           MOVE WS-MT-ECART                       TO WS-TIR-ECART.
           IF MSUPO = LOW-VALUE
              MOVE SPACE                          TO MSUPO
           END-IF.
           MOVE MSUPO                             TO WS-TIR-SUP.
           EXEC CICS
               FORMATTIME ABSTIME  (WS-DATE-CICS)
                          TIME     (WS-TIR-HEURE-CLOT)
           END-EXEC.
           SET TIR-FERME                          TO TRUE.
           PERFORM 6040-MAJ-TIR-DEB
              THRU 6040-MAJ-TIR-FIN.
           PERFORM 7060-AFF-TIR-DEB
              THRU 7060-AFF-TIR-FIN.
           MOVE WS-MSG(289)                       TO MMSGO.
       3020-CLOTURE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3030       *
      *---------------------------------------------------------------*
      * ECART HORS TOLERANCE : CODE SUPERVISEUR VALIDE OBLIGATOIRE    *
      *---------------------------------------------------------------*
       3030-CTL-SUPERVISEUR-DEB.
           SET SUP-ACCORDE                        TO TRUE.
           IF MSUPO = SPACE OR MSUPO = LOW-VALUE
              SET SUP-REFUSE                      TO TRUE
              MOVE WS-MSG(288)                    TO MMSGO
              GO TO 3030-CTL-SUPERVISEUR-FIN
           END-IF.
           MOVE MSUPO                             TO WS-SUP-CODE.
           PERFORM 6070-READ-SUP-DEB
              THRU 6070-READ-SUP-FIN.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET SUP-REFUSE                      TO TRUE
              MOVE WS-MSG(85)                     TO MMSGO
           END-IF.
       3030-CTL-SUPERVISEUR-FIN.
           EXIT.
      *===============================================================*
      *    STRUCTURATION DE LA PARTIE INDEPENDANTE DU PROGRAMME       *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *   9XXX-  : ORDRES DE MANIPULATION DES SOUS PROGRAMMES         *
      *   9999-  : FIN DE PROGRAMME                                   *
      *===============================================================*
      *
       6000-SEND-MAP-DEB.
           EXEC CICS
                SEND MAP     (WS-MAP)
                     MAPSET  (WS-MAPSET)
                     FROM    (ARIM242O)
                     ERASE
                     RESP    (WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE "6000 ERREUR SEND MAP"      TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-SEND-MAP-FIN.
           EXIT.
       6010-INPUT-START-DEB.
           EXEC CICS
              RECEIVE MAP     (WS-MAP)
                      MAPSET  (WS-MAPSET)
                      INTO    (ARIM242I)
                      RESP    (WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = (DFHRESP(NORMAL) AND DFHRESP(MAPFAIL))
                MOVE '6010 - ERREUR RECEVE MAP'  TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-INPUT-START-FIN.
           EXIT.
       6020-SEND-MAP-DATAONLY-DEB.
           EXEC CICS
                SEND MAP     (WS-MAP)
                     MAPSET  (WS-MAPSET)
                     FROM    (ARIM242O)
                     ERASEAUP
                     DATAONLY
                     RESP    (WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6020 - ERREUR SEND MAP DATAONLY'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-SEND-MAP-DATAONLY-FIN.
           EXIT.
       6030-READ-TIR-DEB.
           MOVE EIBOPID                           TO WS-TIR-OPID.
           MOVE WS-DATEJ-AMJ-N                    TO WS-TIR-DATE.
           EXEC CICS
               READ FILE('TIR0101')
                    RIDFLD(WS-TIR-CLE)
                    INTO(WS-TIR-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           PERFORM 6035-RESP-TIR-DEB
              THRU 6035-RESP-TIR-FIN.
       6030-READ-TIR-FIN.
           EXIT.
       6031-READ-UPD-TIR-DEB.
           MOVE EIBOPID                           TO WS-TIR-OPID.
           MOVE WS-DATEJ-AMJ-N                    TO WS-TIR-DATE.
           EXEC CICS
               READ FILE('TIR0101')
                    RIDFLD(WS-TIR-CLE)
                    INTO(WS-TIR-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           PERFORM 6035-RESP-TIR-DEB
              THRU 6035-RESP-TIR-FIN.
       6031-READ-UPD-TIR-FIN.
           EXIT.
       6035-RESP-TIR-DEB.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                  SET TIR-EXISTE                  TO TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                  SET TIR-N-EXISTE-PAS            TO TRUE
               WHEN OTHER
                  MOVE '6030 - ERREUR CICS READ TIR0101'
                                                 TO WS-MSG-ERR
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6035-RESP-TIR-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * ECRITURE (TIROIR CREE) OU REECRITURE DU TIROIR PUIS JOURNAL - *
      * L OPERATION BJR ET L IMAGE AVANT SONT POSEES PAR L APPELANT   *
      *---------------------------------------------------------------*
       6040-MAJ-TIR-DEB.
           IF BJR-CREATION
              EXEC CICS
                  WRITE FILE('TIR0101')
                        RIDFLD(WS-TIR-CLE)
                        FROM(WS-TIR-ENR)
                        RESP(WS-RESP)
              END-EXEC
           ELSE
              EXEC CICS
                  REWRITE FILE('TIR0101')
                          FROM(WS-TIR-ENR)
                          RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6040 - ERREUR CICS MAJ TIR0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 'TIR0101 '                        TO WS-BJR-FICHIER.
           MOVE SPACE                             TO WS-BJR-CLE.
           MOVE WS-TIR-CLE                        TO WS-BJR-CLE.
           MOVE WS-TIR-ENR                        TO WS-BJR-APRES.
           PERFORM 6081-WRITE-BJR-DEB
              THRU 6081-WRITE-BJR-FIN.
       6040-MAJ-TIR-FIN.
           EXIT.
       6055-UNLOCK-TIR-DEB.
           EXEC CICS
               UNLOCK FILE('TIR0101')
                      RESP(WS-RESP)
           END-EXEC.
       6055-UNLOCK-TIR-FIN.
           EXIT.
       6070-READ-SUP-DEB.
           EXEC CICS
               READ FILE('SUPE0101')
                    RIDFLD(WS-SUP-CODE)
                    INTO(WS-SUP-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF NOT (WS-RESP = DFHRESP(NORMAL) OR DFHRESP(NOTFND))
                MOVE '6070 - ERREUR CICS READ SUPE0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-READ-SUP-FIN.
           EXIT.
       6081-WRITE-BJR-DEB.
           EXEC CICS
               ASKTIME ABSTIME(WS-DATE-CICS)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME  (WS-DATE-CICS)
                          YYYYMMDD (WS-BJR-DATE)
                          TIME     (WS-BJR-HEURE)
           END-EXEC.
           MOVE EIBTRMID                          TO WS-BJR-TERM.
           MOVE EIBTASKN                          TO WS-BJR-TASK.
           MOVE 'ARIC242'                         TO WS-BJR-PROG.
           MOVE EIBOPID                           TO WS-BJR-OPID.
           MOVE WS-BJR-IMG-AVANT                  TO WS-BJR-AVANT.
           EXEC CICS
               WRITE FILE('BJR0101')
                     FROM(WS-BJR-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6081 - ERREUR CICS WRITE BJR0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6081-WRITE-BJR-FIN.
           EXIT.
       6200-READ-PROFIL-DEB.
           MOVE EIBOPID                          TO WS-PRF-OPID.
           EXEC CICS
               READ FILE('PRF0101')
                    RIDFLD(WS-PRF-OPID)
                    INTO(WS-PRF-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                  MOVE WS-PRF-AGENCE             TO WS-AGENCE-OP
               WHEN WS-RESP = DFHRESP(NOTFND)
                  MOVE SPACE                     TO WS-AGENCE-OP
               WHEN OTHER
                  MOVE '6200 - ERREUR CICS READ PRF0101'
                                                 TO WS-MSG-ERR
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6200-READ-PROFIL-FIN.
           EXIT.

      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
       7000-INIT-MAP-DEB.
            MOVE DFHCOMMAREA                     TO WS-COMMAREA.
            MOVE LOW-VALUE                       TO ARIM242O.
       7000-INIT-MAP-FIN.
           EXIT.
       7010-INIT-DATE-DEB.
           EXEC CICS
               ASKTIME ABSTIME(WS-DATE-CICS)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME  (WS-DATE-CICS)
                          YYYYMMDD (WS-DATEJ)
                          DATESEP
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME  (WS-DATE-CICS)
                          YYYYMMDD (WS-DATEJ-AMJ)
           END-EXEC.
       7010-INIT-DATE-FIN.
           EXIT.
       7020-INIT-TEXT-DEB.
           MOVE EIBTASKN                         TO MTASKO.
           MOVE EIBTRNID                         TO MTRANO.
           MOVE EIBTRMID                         TO MTERMO.
           MOVE 'M'                              TO WS-TAFF.
           MOVE WS-DATEJ                         TO MDATEO.
       7020-INIT-TEXT-FIN.
           EXIT.
       7030-MSG-OTHER-2000-DEB.
           MOVE EIBTASKN                         TO MTASKO.
           MOVE WS-MSG(1)                        TO MMSGO.
       7030-MSG-OTHER-2000-FIN.
           EXIT.
       7040-MSG-CLEAR-DEB.
           MOVE WS-MSG(2)                        TO MMSGO.
       7040-MSG-CLEAR-FIN.
           EXIT.
       7050-MSG-CHAMP-VIDE-DEB.
           MOVE EIBTASKN                         TO MTASKO.
           MOVE WS-MSG(6)                        TO MMSGO.
       7050-MSG-CHAMP-VIDE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * BILLETAGE SAISI : NOMBRE DE COUPURES NUMERIQUE (A BLANC = 0)  *
      *---------------------------------------------------------------*
       7055-CTL-BILLETAGE-DEB.
           SET SAISIE-VALIDE                     TO TRUE.
           MOVE MNB01O                          TO WS-BIL-NB-X(1).
           MOVE MNB02O                          TO WS-BIL-NB-X(2).
           MOVE MNB03O                          TO WS-BIL-NB-X(3).
           MOVE MNB04O                          TO WS-BIL-NB-X(4).
           MOVE MNB05O                          TO WS-BIL-NB-X(5).
           MOVE MNB06O                          TO WS-BIL-NB-X(6).
           MOVE MNB07O                          TO WS-BIL-NB-X(7).
           MOVE MNB08O                          TO WS-BIL-NB-X(8).
           MOVE MNB09O                          TO WS-BIL-NB-X(9).
           MOVE MNB10O                          TO WS-BIL-NB-X(10).
           MOVE MNB11O                          TO WS-BIL-NB-X(11).
           MOVE MNB12O                          TO WS-BIL-NB-X(12).
           MOVE MNB13O                          TO WS-BIL-NB-X(13).
           MOVE MNB14O                          TO WS-BIL-NB-X(14).
           MOVE MNB15O                          TO WS-BIL-NB-X(15).
           PERFORM 7056-CTL-COUPURE-DEB
              THRU 7056-CTL-COUPURE-FIN
             VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 15.
       7055-CTL-BILLETAGE-FIN.
           EXIT.
       7056-CTL-COUPURE-DEB.
           IF WS-BIL-NB-X(WS-IND) = SPACE
              OR WS-BIL-NB-X(WS-IND) = LOW-VALUE
              MOVE ZERO                          TO WS-BIL-NB(WS-IND)
           END-IF.
           IF WS-BIL-NB(WS-IND) NOT NUMERIC
              SET SAISIE-INVALIDE                TO TRUE
           END-IF.
       7056-CTL-COUPURE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * AFFICHAGE DU TIROIR DE L OPERATEUR                            *
      *---------------------------------------------------------------*
       7060-AFF-TIR-DEB.
           MOVE WS-TIR-AGENCE                    TO MAGENCEO.
           MOVE WS-TIR-STATUT                    TO MSTATO.
           MOVE WS-TIR-FONDS                     TO WS-MT-EDIT.
           MOVE WS-MT-EDIT                       TO MFONDSO.
           MOVE WS-TIR-ENTREES                   TO WS-MT-EDIT.
           MOVE WS-MT-EDIT                       TO MENTRO.
           MOVE WS-TIR-SORTIES                   TO WS-MT-EDIT.
           MOVE WS-MT-EDIT                       TO MSORTO.
           MOVE WS-TIR-ATTENDU                   TO WS-MT-EDIT.
           MOVE WS-MT-EDIT                       TO MATTO.
       7060-AFF-TIR-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * AFFICHAGE DE LA CLOTURE D UN TIROIR CLOS                      *
      *---------------------------------------------------------------*
       7062-AFF-CLOTURE-DEB.
           MOVE WS-TIR-COMPTE                    TO WS-MT-EDIT.
           MOVE WS-MT-EDIT                       TO MCOMPTO.
           MOVE WS-TIR-ECART                     TO WS-MT-EDIT.
           MOVE WS-MT-EDIT                       TO MECARTO.
           MOVE WS-TIR-SUP                       TO MSUPO.
           PERFORM 7063-AFF-COUPURE-DEB
              THRU 7063-AFF-COUPURE-FIN
             VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 15.
           MOVE WS-BIL-NB-X(1)                   TO MNB01O.
           MOVE WS-BIL-NB-X(2)                   TO MNB02O.
           MOVE WS-BIL-NB-X(3)                   TO MNB03O.
           MOVE WS-BIL-NB-X(4)                   TO MNB04O.
           MOVE WS-BIL-NB-X(5)                   TO MNB05O.
           MOVE WS-BIL-NB-X(6)                   TO MNB06O.
           MOVE WS-BIL-NB-X(7)                   TO MNB07O.
           MOVE WS-BIL-NB-X(8)                   TO MNB08O.
           MOVE WS-BIL-NB-X(9)                   TO MNB09O.
           MOVE WS-BIL-NB-X(10)                  TO MNB10O.
           MOVE WS-BIL-NB-X(11)                  TO MNB11O.
           MOVE WS-BIL-NB-X(12)                  TO MNB12O.
           MOVE WS-BIL-NB-X(13)                  TO MNB13O.
           MOVE WS-BIL-NB-X(14)                  TO MNB14O.
           MOVE WS-BIL-NB-X(15)                  TO MNB15O.
       7062-AFF-CLOTURE-FIN.
           EXIT.
       7063-AFF-COUPURE-DEB.
           MOVE WS-TIR-NB-COUPURE(WS-IND)        TO WS-BIL-NB(WS-IND).
       7063-AFF-COUPURE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * MONTANT COMPTE (SOMME DES COUPURES) ET ECART AVEC L ATTENDU   *
      *---------------------------------------------------------------*
       7065-CALCUL-ECART-DEB.
           MOVE ZERO                             TO WS-MT-COMPTE.
           PERFORM 7066-CUMUL-COUPURE-DEB
              THRU 7066-CUMUL-COUPURE-FIN
             VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 15.
           COMPUTE WS-MT-ECART = WS-MT-COMPTE - WS-TIR-ATTENDU.
           MOVE WS-MT-COMPTE                     TO WS-MT-EDIT.
           MOVE WS-MT-EDIT                       TO MCOMPTO.
           MOVE WS-MT-ECART                      TO WS-MT-EDIT.
           MOVE WS-MT-EDIT                       TO MECARTO.
       7065-CALCUL-ECART-FIN.
           EXIT.
       7066-CUMUL-COUPURE-DEB.
           COMPUTE WS-MT-COMPTE = WS-MT-COMPTE
                   + WS-BIL-NB(WS-IND) * WS-VAL-COUPURE(WS-IND).
       7066-CUMUL-COUPURE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * TIROIR ABSENT : OUVERT, SANS FONDS, AGENCE DU PROFIL          *
      *---------------------------------------------------------------*
       7070-INIT-TIROIR-DEB.
           MOVE LOW-VALUE                        TO WS-TIR-ENR.
           MOVE EIBOPID                          TO WS-TIR-OPID.
           MOVE WS-DATEJ-AMJ-N                   TO WS-TIR-DATE.
           MOVE WS-AGENCE-OP                     TO WS-TIR-AGENCE.
           SET TIR-OUVERT                        TO TRUE.
           MOVE ZERO                             TO WS-TIR-FONDS
                                                    WS-TIR-ENTREES
                                                    WS-TIR-SORTIES
                                                    WS-TIR-ATTENDU
                                                    WS-TIR-NB-SAISIES
                                                    WS-TIR-NB-TRANSF
                                                    WS-TIR-COMPTE
                                                    WS-TIR-ECART
                                                    WS-TIR-HEURE-CLOT.
           MOVE SPACE                            TO WS-TIR-SUP.
           INITIALIZE WS-TIR-BILLETAGE.
       7070-INIT-TIROIR-FIN.
           EXIT.
       7072-REPORT-COUPURE-DEB.
           MOVE WS-BIL-NB(WS-IND)                TO
                                      WS-TIR-NB-COUPURE(WS-IND).
       7072-REPORT-COUPURE-FIN.
           EXIT.
       7140-INIT-COMMAREA-DEB.
           MOVE DFHCOMMAREA                      TO WS-COMMAREA.
           MOVE SPACE                            TO MMSGO.
       7140-INIT-COMMAREA-FIN.
           EXIT.
       7170-RETURN-PGM-1-DEB.
           MOVE '1'                              TO WS-AIG.
       7170-RETURN-PGM-1-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT APPEL-SPG              *
      *---------------------------------------------------------------*
      *
       9000-APPEL-SPG-DEB.
           EXEC CICS XCTL PROGRAM('ARIC111')
          END-EXEC.
       9000-APPEL-SPG-FIN.
            EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : FIN DE PROGRAMME                                   *
      *---------------------------------------------------------------*
       9999-ERREUR-PROGRAMME-DEB.
           EXEC CICS SEND
                     FROM (WS-MSG-ERR)
                     ERASE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
      *
       9999-FIN-RTRANSID-DEB.
           EXEC CICS RETURN
                     TRANSID(EIBTRNID)
                     COMMAREA(WS-COMMAREA)
           END-EXEC.
       9999-FIN-RTRANSID-FIN.
           EXIT.
       9999-ABEND-PRG-DEB.
           EXEC CICS ABEND
                     NODUMP
           END-EXEC.
       9999-ABEND-PRG-FIN.
           EXIT.
