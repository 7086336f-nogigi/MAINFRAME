      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC232                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      * TRANSACTION DIRECTE DE TENUE DU FICHIER DES CARTES BANCAIRES  *
      * (CRT0101, COPY CARTEBQ). ACTIONS : A = AFFICHAGE DE LA CARTE  *
      * (STATUT, PLAFONDS ET CUMULS DU JOUR / DU MOIS), C = EMISSION  *
      * D UNE CARTE SUR UN COMPTE EXISTANT (ECHEANCE AAAAMM A VENIR,  *
      * PLAFONDS JOURNALIER ET MENSUEL), B = BLOCAGE (MOTIF B =       *
      * BLOCAGE, P = PERTE, V = VOL - PERTE ET VOL SONT DEFINITIFS),  *
      * D = DEBLOCAGE D UNE CARTE BLOQUEE. TOUTE MISE A JOUR EXIGE UN *
      * CODE SUPERVISEUR VALIDE (SUPE0101) ET EST CONSIGNEE AU        *
      * JOURNAL DES FICHIERS BANCAIRES BJR0101. LES PAIEMENTS CB SONT *
      * CONTROLES CONTRE CE FICHIER PAR LA CHAINE ARIO411.            *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    § CREATION DU PROGRAMME - TENUE DES CARTES      *
      *               § BANCAIRES                                     *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. ARIC232.
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
           COPY ARIN232.
      * VARIABLE MSG
           COPY TABMSG.
      * VARIABLE COMMAREA
           COPY COMMAREA.
      * DESCRIPTION ENREGISTREMENT CARTE BANCAIRE
           COPY CARTEBQ.
      * DESCRIPTION ENREGISTREMENT COMPTE
           COPY COMPTE.
      * DESCRIPTION ENREGISTREMENT FICHIER MAITRE DES SUPERVISEURS
           COPY SUPERVISR.
      * DESCRIPTION ENREGISTREMENT JOURNAL DES FICHIERS BANCAIRES
           COPY BNKJRNL.
      *IMAGE AVANT POUR LE JOURNAL
       01 WS-BJR-IMG-AVANT             PIC X(130).
      *DATE DU JOUR NUMERIQUE (DATE DE STATUT, CONTROLE D ECHEANCE)
       01 WS-DATEJ-AMJ.
          05 WS-DATEJ-AMJ-N            PIC 9(8).
       01 WS-DATEJ-AMJ-R REDEFINES WS-DATEJ-AMJ.
          05 WS-DATEJ-AAAAMM           PIC 9(6).
          05 FILLER                    PIC 9(2).
      *SAISIES NUMERIQUES DE LA MAP
       01 WS-EXP-SAISIE                PIC X(6).
       01 WS-EXP-SAISIE-R REDEFINES WS-EXP-SAISIE.
          05 WS-EXP-SAISIE-N           PIC 9(6).
       01 WS-EXP-SAISIE-R2 REDEFINES WS-EXP-SAISIE.
          05 WS-EXP-SAISIE-AAAA        PIC 9(4).
          05 WS-EXP-SAISIE-MM          PIC 9(2).
       01 WS-PLJ-SAISIE                PIC X(7).
       01 WS-PLJ-SAISIE-R REDEFINES WS-PLJ-SAISIE.
          05 WS-PLJ-SAISIE-N           PIC 9(7).
       01 WS-PLM-SAISIE                PIC X(7).
       01 WS-PLM-SAISIE-R REDEFINES WS-PLM-SAISIE.
          05 WS-PLM-SAISIE-N           PIC 9(7).
      *ZONES EDITEES DE L AFFICHAGE
       01 WS-PLAF-ED                   PIC Z(6)9.
       01 WS-CUM-ED                    PIC Z(6)9,99.
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
      *
       01 WS-DATE-CICS                 PIC S9(15)     COMP-3.
      *VARIABLE GESTION CICS
       01 WS-RESP                      PIC S9(4)      COMP.
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM232'.
       01 WS-MAPSET                    PIC X(7)       VALUE 'ARIN232'.
       01 WS-MSG-ERR                   PIC X(80).
      *SWITCH ACCORD SUPERVISEUR
       01 WS-SW-SUP                    PIC X.
          88 SUP-ACCORDE                       VALUE '0'.
          88 SUP-REFUSE                        VALUE '1'.
      *SWITCH EXISTENCE DE LA CARTE
       01 WS-FS-CRT                    PIC X.
          88 CRT-EXISTE                        VALUE '0'.
          88 CRT-N-EXISTE-PAS                  VALUE '1'.
      *SWITCH VALIDITE DES DONNEES D EMISSION
       01 WS-SW-SAISIE                 PIC X.
          88 SAISIE-VALIDE                     VALUE '0'.
          88 SAISIE-INVALIDE                   VALUE '1'.
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
           IF WS-RESP = DFHRESP(MAPFAIL) OR MCARTEO = SPACE
                                         OR MACTO = SPACE
              PERFORM 3000-MAPFAIL-DEB
                 THRU 3000-MAPFAIL-FIN
           ELSE
              PERFORM 3010-CHOIX-OK-DEB
                 THRU 3010-CHOIX-OK-FIN
           END-IF.
       2000-ENTER-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2010       *
      *---------------------------------------------------------------*
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
           PERFORM 7050-MSG-CHAMP-VIDE-DEB
              THRU 7050-MSG-CHAMP-VIDE-FIN.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       3000-MAPFAIL-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3010       *
      *---------------------------------------------------------------*
      * CONTROLES PUIS AIGUILLAGE A/C/B/D                             *
      *---------------------------------------------------------------*
       3010-CHOIX-OK-DEB.
           MOVE MCARTEO                           TO WS-CRT-NUM.
           EVALUATE MACTO
               WHEN 'A'
                  PERFORM 3015-AFFICHAGE-DEB
                     THRU 3015-AFFICHAGE-FIN
               WHEN 'C'
                  PERFORM 3020-EMISSION-DEB
                     THRU 3020-EMISSION-FIN
               WHEN 'B'
                  PERFORM 3040-BLOCAGE-DEB
                     THRU 3040-BLOCAGE-FIN
               WHEN 'D'
                  PERFORM 3050-DEBLOCAGE-DEB
                     THRU 3050-DEBLOCAGE-FIN
               WHEN OTHER
                  MOVE WS-MSG(212)                TO MMSGO
           END-EVALUATE.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       3010-CHOIX-OK-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3015       *
      *---------------------------------------------------------------*
      * AFFICHAGE DE LA CARTE, DE SON STATUT ET DE SES CUMULS         *
      *---------------------------------------------------------------*
       3015-AFFICHAGE-DEB.
           PERFORM 6030-READ-CRT-DEB
              THRU 6030-READ-CRT-FIN.
           IF CRT-N-EXISTE-PAS
              MOVE WS-MSG(204)                    TO MMSGO
              GO TO 3015-AFFICHAGE-FIN
           END-IF.
           PERFORM 7060-AFF-CARTE-DEB
              THRU 7060-AFF-CARTE-FIN.
       3015-AFFICHAGE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3020       *
      *---------------------------------------------------------------*
      * EMISSION D UNE CARTE SUR UN COMPTE EXISTANT                   *
      *---------------------------------------------------------------*
       3020-EMISSION-DEB.
           PERFORM 3030-CTL-SUPERVISEUR-DEB
              THRU 3030-CTL-SUPERVISEUR-FIN.
           IF SUP-REFUSE
              GO TO 3020-EMISSION-FIN
           END-IF.
           IF MCARTEO NOT NUMERIC OR MCPTEO = SPACE
              OR MEXPO = SPACE OR MPLJO = SPACE OR MPLMO = SPACE
              MOVE WS-MSG(6)                      TO MMSGO
              GO TO 3020-EMISSION-FIN
           END-IF.
           PERFORM 6030-READ-CRT-DEB
              THRU 6030-READ-CRT-FIN.
           IF CRT-EXISTE
              MOVE WS-MSG(205)                    TO MMSGO
              GO TO 3020-EMISSION-FIN
           END-IF.
           PERFORM 6040-READ-CPTE-DEB
              THRU 6040-READ-CPTE-FIN.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-MSG(20)                     TO MMSGO
              GO TO 3020-EMISSION-FIN
           END-IF.
           PERFORM 7050-CTL-SAISIE-DEB
              THRU 7050-CTL-SAISIE-FIN.
           IF SAISIE-INVALIDE
              MOVE WS-MSG(210)                    TO MMSGO
              GO TO 3020-EMISSION-FIN
           END-IF.
           MOVE SPACE                             TO WS-CRT-ENR.
           MOVE MCARTEO                           TO WS-CRT-NUM.
           MOVE MCPTEO                            TO WS-CRT-CPTE.
           MOVE WS-EXP-SAISIE-N                   TO WS-CRT-DATE-EXP.
           MOVE WS-PLJ-SAISIE-N                   TO WS-CRT-PLAF-JOUR.
           MOVE WS-PLM-SAISIE-N                   TO WS-CRT-PLAF-MOIS.
           SET CRT-ACTIVE                         TO TRUE.
           MOVE WS-DATEJ-AMJ-N                    TO WS-CRT-DATE-STATUT.
           MOVE WS-DATEJ-AMJ-N                    TO WS-CRT-DATE-EMIS.
           MOVE ZERO                              TO WS-CRT-CUM-DATE.
           MOVE ZERO                              TO WS-CRT-CUM-JOUR.
           MOVE ZERO                              TO WS-CRT-CUM-AAAAMM.
           MOVE ZERO                              TO WS-CRT-CUM-MOIS.
           PERFORM 6050-WRITE-CRT-DEB
              THRU 6050-WRITE-CRT-FIN.
           MOVE LOW-VALUE                         TO WS-BJR-IMG-AVANT.
           SET BJR-CREATION                       TO TRUE.
           PERFORM 7070-PREP-BJR-DEB
              THRU 7070-PREP-BJR-FIN.
           PERFORM 6081-WRITE-BJR-DEB
              THRU 6081-WRITE-BJR-FIN.
           PERFORM 7060-AFF-CARTE-DEB
              THRU 7060-AFF-CARTE-FIN.
           MOVE WS-MSG(206)                       TO MMSGO.
       3020-EMISSION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3030       *
      *---------------------------------------------------------------*
      * TOUTE MISE A JOUR DE LA CARTE EXIGE UN CODE SUPERVISEUR VALIDE*
      *---------------------------------------------------------------*
       3030-CTL-SUPERVISEUR-DEB.
           SET SUP-ACCORDE                        TO TRUE.
           IF MSUPO = SPACE
              SET SUP-REFUSE                      TO TRUE
              MOVE WS-MSG(29)                     TO MMSGO
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
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3040       *
      *---------------------------------------------------------------*
      * BLOCAGE DE LA CARTE : MOTIF B (BLOCAGE, REVERSIBLE), P (PERTE)*
      * OU V (VOL), DEFINITIFS - UNE CARTE BLOQUEE PEUT ENSUITE ETRE   *
      * DECLAREE PERDUE OU VOLEE                                      *
      *---------------------------------------------------------------*
       3040-BLOCAGE-DEB.
           PERFORM 3030-CTL-SUPERVISEUR-DEB
              THRU 3030-CTL-SUPERVISEUR-FIN.
           IF SUP-REFUSE
              GO TO 3040-BLOCAGE-FIN
           END-IF.
           IF MMOTIFO = SPACE OR LOW-VALUE
              MOVE 'B'                            TO MMOTIFO
           END-IF.
           IF NOT (MMOTIFO = 'B' OR 'P' OR 'V')
              MOVE WS-MSG(213)                    TO MMSGO
              GO TO 3040-BLOCAGE-FIN
           END-IF.
           PERFORM 6031-READ-UPD-CRT-DEB
              THRU 6031-READ-UPD-CRT-FIN.
           IF CRT-N-EXISTE-PAS
              MOVE WS-MSG(204)                    TO MMSGO
              GO TO 3040-BLOCAGE-FIN
           END-IF.
           IF CRT-PERDUE OR CRT-VOLEE
              PERFORM 7060-AFF-CARTE-DEB
                 THRU 7060-AFF-CARTE-FIN
              MOVE WS-MSG(209)                    TO MMSGO
              GO TO 3040-BLOCAGE-FIN
           END-IF.
           MOVE WS-CRT-ENR                        TO WS-BJR-IMG-AVANT.
           MOVE MMOTIFO                           TO WS-CRT-STATUT.
           MOVE WS-DATEJ-AMJ-N                    TO WS-CRT-DATE-STATUT.
           PERFORM 6060-REWRITE-CRT-DEB
              THRU 6060-REWRITE-CRT-FIN.
           SET BJR-MODIFICATION                   TO TRUE.
           PERFORM 7070-PREP-BJR-DEB
              THRU 7070-PREP-BJR-FIN.
           PERFORM 6081-WRITE-BJR-DEB
              THRU 6081-WRITE-BJR-FIN.
           PERFORM 7060-AFF-CARTE-DEB
              THRU 7060-AFF-CARTE-FIN.
           MOVE WS-MSG(207)                       TO MMSGO.
       3040-BLOCAGE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3050       *
      *---------------------------------------------------------------*
      * DEBLOCAGE D UNE CARTE BLOQUEE (MOTIF B) - UNE CARTE PERDUE OU *
      * VOLEE NE SE DEBLOQUE PAS : EMETTRE UNE NOUVELLE CARTE         *
      *---------------------------------------------------------------*
       3050-DEBLOCAGE-DEB.
           PERFORM 3030-CTL-SUPERVISEUR-DEB
              THRU 3030-CTL-SUPERVISEUR-FIN.
           IF SUP-REFUSE
              GO TO 3050-DEBLOCAGE-FIN
           END-IF.
           PERFORM 6031-READ-UPD-CRT-DEB
              THRU 6031-READ-UPD-CRT-FIN.
           IF CRT-N-EXISTE-PAS
              MOVE WS-MSG(204)                    TO MMSGO
              GO TO 3050-DEBLOCAGE-FIN
           END-IF.
           PERFORM 7060-AFF-CARTE-DEB
              THRU 7060-AFF-CARTE-FIN.
           IF CRT-PERDUE OR CRT-VOLEE
              MOVE WS-MSG(209)                    TO MMSGO
              GO TO 3050-DEBLOCAGE-FIN
           END-IF.
           IF NOT CRT-BLOQUEE
              MOVE WS-MSG(211)                    TO MMSGO
              GO TO 3050-DEBLOCAGE-FIN
           END-IF.
           MOVE WS-CRT-ENR                        TO WS-BJR-IMG-AVANT.
           SET CRT-ACTIVE                         TO TRUE.
           MOVE WS-DATEJ-AMJ-N                    TO WS-CRT-DATE-STATUT.
           PERFORM 6060-REWRITE-CRT-DEB
              THRU 6060-REWRITE-CRT-FIN.
           SET BJR-MODIFICATION                   TO TRUE.
           PERFORM 7070-PREP-BJR-DEB
              THRU 7070-PREP-BJR-FIN.
           PERFORM 6081-WRITE-BJR-DEB
              THRU 6081-WRITE-BJR-FIN.
           PERFORM 7060-AFF-CARTE-DEB
              THRU 7060-AFF-CARTE-FIN.
           MOVE WS-MSG(208)                       TO MMSGO.
       3050-DEBLOCAGE-FIN.
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
                     FROM    (ARIM232O)
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
                      INTO    (ARIM232I)
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
                     FROM    (ARIM232O)
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
       6030-READ-CRT-DEB.
           EXEC CICS
               READ FILE('CRT0101')
                    RIDFLD(WS-CRT-NUM)
                    INTO(WS-CRT-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET CRT-EXISTE                      TO TRUE
           ELSE
              SET CRT-N-EXISTE-PAS                TO TRUE
           END-IF.
       6030-READ-CRT-FIN.
           EXIT.
       6031-READ-UPD-CRT-DEB.
           EXEC CICS
               READ FILE('CRT0101')
                    RIDFLD(WS-CRT-NUM)
                    INTO(WS-CRT-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET CRT-EXISTE                      TO TRUE
           ELSE
              SET CRT-N-EXISTE-PAS                TO TRUE
           END-IF.
       6031-READ-UPD-CRT-FIN.
           EXIT.
       6040-READ-CPTE-DEB.
           EXEC CICS
               READ FILE('CPTE0101')
                    RIDFLD(MCPTEO)
                    INTO(WS-CPTE-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF NOT (WS-RESP = DFHRESP(NORMAL) OR DFHRESP(NOTFND))
                MOVE '6040 - ERREUR CICS READ CPTE0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-READ-CPTE-FIN.
           EXIT.
       6050-WRITE-CRT-DEB.
           EXEC CICS
               WRITE FILE('CRT0101')
                     RIDFLD(WS-CRT-NUM)
                     FROM(WS-CRT-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6050 - ERREUR CICS WRITE CRT0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-WRITE-CRT-FIN.
           EXIT.
       6060-REWRITE-CRT-DEB.
           EXEC CICS
               REWRITE FILE('CRT0101')
                       FROM(WS-CRT-ENR)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6060 - ERREUR CICS REWRITE CRT0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-REWRITE-CRT-FIN.
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
      *
      *---------------------------------------------------------------*
      * CONSIGNE LA MISE A JOUR AU JOURNAL DES FICHIERS BANCAIRES     *
      * (BJR0101) : IMAGES AVANT/APRES, OPERATEUR, CLE TOUCHEE -      *
      * L OPERATION, LE FICHIER, LA CLE ET L IMAGE APRES SONT POSES   *
      * PAR L APPELANT                                                *
      *---------------------------------------------------------------*
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
           MOVE 'ARIC232'                         TO WS-BJR-PROG.
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

      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
       7000-INIT-MAP-DEB.
            MOVE DFHCOMMAREA                     TO WS-COMMAREA.
            MOVE LOW-VALUE                       TO ARIM232O.
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
      * CONTROLE DES DONNEES D EMISSION : ECHEANCE AAAAMM (MOIS 01 A  *
      * 12) NON ECHUE, PLAFONDS EN EUROS NUMERIQUES ET POSITIFS, LE   *
      * PLAFOND JOURNALIER NE DEPASSANT PAS LE PLAFOND MENSUEL        *
      *---------------------------------------------------------------*
       7050-CTL-SAISIE-DEB.
           SET SAISIE-VALIDE                     TO TRUE.
           MOVE MEXPO                            TO WS-EXP-SAISIE.
           MOVE MPLJO                            TO WS-PLJ-SAISIE.
           MOVE MPLMO                            TO WS-PLM-SAISIE.
           IF WS-EXP-SAISIE NOT NUMERIC
              OR WS-PLJ-SAISIE NOT NUMERIC
              OR WS-PLM-SAISIE NOT NUMERIC
              SET SAISIE-INVALIDE                TO TRUE
              GO TO 7050-CTL-SAISIE-FIN
           END-IF.
           IF WS-EXP-SAISIE-MM < 1 OR WS-EXP-SAISIE-MM > 12
              OR WS-EXP-SAISIE-N < WS-DATEJ-AAAAMM
              SET SAISIE-INVALIDE                TO TRUE
              GO TO 7050-CTL-SAISIE-FIN
           END-IF.
           IF WS-PLJ-SAISIE-N = ZERO
              OR WS-PLM-SAISIE-N < WS-PLJ-SAISIE-N
              SET SAISIE-INVALIDE                TO TRUE
           END-IF.
       7050-CTL-SAISIE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * AFFICHAGE DE LA CARTE LUE : COMPTE, ECHEANCE, PLAFONDS,       *
      * STATUT ET CUMULS DU JOUR / DU MOIS                            *
      *---------------------------------------------------------------*
       7060-AFF-CARTE-DEB.
           MOVE WS-CRT-CPTE                      TO MCPTEO.
           MOVE WS-CRT-DATE-EXP                  TO MEXPO.
           MOVE WS-CRT-PLAF-JOUR                 TO WS-PLAF-ED.
           MOVE WS-PLAF-ED                       TO MPLJO.
           MOVE WS-CRT-PLAF-MOIS                 TO WS-PLAF-ED.
           MOVE WS-PLAF-ED                       TO MPLMO.
           MOVE WS-CRT-STATUT                    TO MMOTIFO.
           EVALUATE TRUE
               WHEN CRT-ACTIVE
                  MOVE 'ACTIVE    '              TO MLIBSTO
               WHEN CRT-BLOQUEE
                  MOVE 'BLOQUEE   '              TO MLIBSTO
               WHEN CRT-PERDUE
                  MOVE 'PERDUE    '              TO MLIBSTO
               WHEN CRT-VOLEE
                  MOVE 'VOLEE     '              TO MLIBSTO
               WHEN OTHER
                  MOVE SPACE                     TO MLIBSTO
           END-EVALUATE.
           MOVE WS-CRT-DATE-EMIS                 TO MDEMISO.
           MOVE WS-CRT-CUM-JOUR                  TO WS-CUM-ED.
           MOVE WS-CUM-ED                        TO MCUMJO.
           MOVE WS-CRT-CUM-MOIS                  TO WS-CUM-ED.
           MOVE WS-CUM-ED                        TO MCUMMO.
       7060-AFF-CARTE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * FICHIER, CLE ET IMAGE APRES DU JOURNAL BJR0101                *
      *---------------------------------------------------------------*
       7070-PREP-BJR-DEB.
           MOVE 'CRT0101 '                       TO WS-BJR-FICHIER.
           MOVE SPACE                            TO WS-BJR-CLE.
           MOVE WS-CRT-NUM                       TO WS-BJR-CLE.
           MOVE WS-CRT-ENR                       TO WS-BJR-APRES.
       7070-PREP-BJR-FIN.
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
