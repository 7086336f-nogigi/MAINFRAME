      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC238                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      * TENUE DES DOSSIERS DE CONNAISSANCE CLIENT (KYC0101, COPY      *
      * KYCCLI), CLE = NUMERO CLIENT (MCLI). ACTIONS :                *
      * A = AFFICHE LE DOSSIER,                                       *
      * C = CREE LE DOSSIER D UN CLIENT PRESENT DANS CLI0101 : PIECE  *
      *     D IDENTITE (TYPE CI/PA/TS/KB, NUMERO, EXPIRATION NON      *
      *     DEPASSEE) ET NIVEAU DE RISQUE F/M/E ; LA CREATION VAUT    *
      *     PREMIERE REVUE (DATE DU JOUR),                            *
      * M = MODIFIE LA PIECE OU LE NIVEAU DE RISQUE ; UN CHANGEMENT   *
      *     DE RISQUE RECALCULE L ECHEANCE A PARTIR DE LA DERNIERE    *
      *     REVUE,                                                    *
      * R = ENREGISTRE UNE REVUE : DERNIERE REVUE = DATE DU JOUR,     *
      *     PROCHAINE REVUE = DATE SAISIE (POSTERIEURE AU JOUR) OU A  *
      *     DEFAUT DATE DU JOUR + 3, 2 OU 1 AN SELON LE RISQUE F, M   *
      *     OU E ; LA PIECE SAISIE EST REPRISE AVEC LA REVUE.         *
      * UNE REVUE ENREGISTREE LEVE AUSSITOT A LA COMPTABILISATION     *
      * (ARIO411) LE GEL 'KYC' POSE PAR LE SUIVI MENSUEL ARIO496.     *
      * TOUTE MISE A JOUR EST CONSIGNEE AU JOURNAL BJR0101.           *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    § CREATION DU PROGRAMME - DOSSIERS KYC ET       *
      *               § REVUE PERIODIQUE                              *
      *===============================================================*
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. ARIC238.
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
           COPY ARIN238.
      * VARIABLE MSG
           COPY TABMSG.
      * VARIABLE COMMAREA
           COPY COMMAREA.
      * DESCRIPTION ENREGISTREMENT DOSSIER KYC
           COPY KYCCLI.
      * DESCRIPTION ENREGISTREMENT CLIENT
           COPY CLIENT.
      * DESCRIPTION ENREGISTREMENT JOURNAL DES FICHIERS BANCAIRES
           COPY BNKJRNL.
      *IMAGE AVANT POUR LE JOURNAL
       01 WS-BJR-IMG-AVANT             PIC X(130).
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
       01 WS-DATEJ-AMJ.
          05 WS-DATEJ-AMJ-N            PIC 9(8).
      *
       01 WS-DATE-CICS                 PIC S9(15)     COMP-3.
      *SAISIE D UNE DATE AAAAMMJJ (EXPIRATION, PROCHAINE REVUE)
       01 WS-DATE-SAISIE               PIC X(8).
       01 WS-DATE-SAISIE-R REDEFINES WS-DATE-SAISIE.
          05 WS-DATE-SAISIE-N          PIC 9(8).
       01 WS-DATE-SAISIE-R2 REDEFINES WS-DATE-SAISIE.
          05 WS-DATE-SAISIE-AAAA       PIC 9(4).
          05 WS-DATE-SAISIE-MM         PIC 9(2).
          05 WS-DATE-SAISIE-JJ         PIC 9(2).
      *CALCUL DE L ECHEANCE DE REVUE (DATE DE BASE + 1, 2 OU 3 ANS)
       01 WS-ECHEANCE.
          05 WS-ECHEANCE-AAAA          PIC 9(4).
          05 WS-ECHEANCE-MM            PIC 9(2).
          05 WS-ECHEANCE-JJ            PIC 9(2).
       01 WS-ECHEANCE-N REDEFINES WS-ECHEANCE
                                       PIC 9(8).
      *VARIABLE GESTION CICS
       01 WS-RESP                      PIC S9(4)      COMP.
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM238'.
       01 WS-MAPSET                    PIC X(7)       VALUE 'ARIN238'.
       01 WS-MSG-ERR                   PIC X(80).
      *SWITCH EXISTENCE DU DOSSIER ET DU CLIENT
       01 WS-FS-KYC                    PIC X.
          88 KYC-TROUVE                        VALUE '0'.
          88 KYC-NON-TROUVE                    VALUE '1'.
       01 WS-FS-CLI                    PIC X.
          88 CLI-EXISTE                        VALUE '0'.
          88 CLI-N-EXISTE-PAS                  VALUE '1'.
      *SWITCH RESULTAT DES CONTROLES DE SAISIE
       01 WS-SW-SAISIE                 PIC X.
          88 SAISIE-OK                         VALUE '0'.
          88 SAISIE-KO                         VALUE '1'.
      *SWITCH DATE SAISIE VALIDE
       01 WS-SW-DATE                   PIC X.
          88 DATE-VALIDE                       VALUE '0'.
          88 DATE-INVALIDE                     VALUE '1'.
      *RISQUE EN VIGUEUR AVANT MODIFICATION
       01 WS-RISQUE-AVANT              PIC X.
      *
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
           IF WS-RESP = DFHRESP(MAPFAIL)
              PERFORM 7050-MSG-CHAMP-VIDE-DEB
                 THRU 7050-MSG-CHAMP-VIDE-FIN
           ELSE
              PERFORM 3010-CHOIX-OK-DEB
                 THRU 3010-CHOIX-OK-FIN
           END-IF.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
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
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3010       *
      *---------------------------------------------------------------*
      * AIGUILLAGE A (AFFICHAGE) / C (CREATION) / M (MODIFICATION) /  *
      * R (REVUE)                                                     *
      *---------------------------------------------------------------*
       3010-CHOIX-OK-DEB.
           IF MCLIO = SPACE OR MCLIO = LOW-VALUE
              PERFORM 7050-MSG-CHAMP-VIDE-DEB
                 THRU 7050-MSG-CHAMP-VIDE-FIN
              GO TO 3010-CHOIX-OK-FIN
           END-IF.
           MOVE MCLIO                             TO WS-KYC-CLIENT.
           EVALUATE MCHOIXO
               WHEN 'A'
                  PERFORM 3020-AFFICHAGE-DEB
                     THRU 3020-AFFICHAGE-FIN
               WHEN 'C'
                  PERFORM 3030-CREATION-DEB
                     THRU 3030-CREATION-FIN
               WHEN 'M'
                  PERFORM 3040-MODIFICATION-DEB
                     THRU 3040-MODIFICATION-FIN
               WHEN 'R'
                  PERFORM 3050-REVUE-DEB
                     THRU 3050-REVUE-FIN
               WHEN OTHER
                  MOVE WS-MSG(262)                TO MMSGO
           END-EVALUATE.
       3010-CHOIX-OK-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3020       *
      *---------------------------------------------------------------*
      * AFFICHAGE DU DOSSIER DU CLIENT SAISI                          *
      *---------------------------------------------------------------*
       3020-AFFICHAGE-DEB.
           PERFORM 6030-READ-KYC-DEB
              THRU 6030-READ-KYC-FIN.
           IF KYC-NON-TROUVE
              PERFORM 7055-EFFACE-KYC-DEB
                 THRU 7055-EFFACE-KYC-FIN
              MOVE WS-MSG(257)                    TO MMSGO
              GO TO 3020-AFFICHAGE-FIN
           END-IF.
           PERFORM 7060-AFFICHE-KYC-DEB
              THRU 7060-AFFICHE-KYC-FIN.
       3020-AFFICHAGE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3030       *
      *---------------------------------------------------------------*
      * CREATION : CLIENT CONNU, PAS DE DOSSIER EXISTANT, PIECE ET    *
      * RISQUE CONTROLES - LA CREATION VAUT PREMIERE REVUE            *
      *---------------------------------------------------------------*
       3030-CREATION-DEB.
           MOVE WS-KYC-CLIENT                     TO WS-CLI-NUM.
           PERFORM 6035-READ-CLI-DEB
              THRU 6035-READ-CLI-FIN.
           IF CLI-N-EXISTE-PAS
              PERFORM 7055-EFFACE-KYC-DEB
                 THRU 7055-EFFACE-KYC-FIN
              MOVE WS-MSG(77)                     TO MMSGO
              GO TO 3030-CREATION-FIN
           END-IF.
           PERFORM 6030-READ-KYC-DEB
              THRU 6030-READ-KYC-FIN.
           IF KYC-TROUVE
              PERFORM 7060-AFFICHE-KYC-DEB
                 THRU 7060-AFFICHE-KYC-FIN
              MOVE WS-MSG(258)                    TO MMSGO
              GO TO 3030-CREATION-FIN
           END-IF.
           PERFORM 7070-CTL-SAISIE-DEB
              THRU 7070-CTL-SAISIE-FIN.
           IF SAISIE-KO
              GO TO 3030-CREATION-FIN
           END-IF.
           MOVE SPACE                             TO WS-KYC-ENR.
           MOVE MCLIO                             TO WS-KYC-CLIENT.
           PERFORM 7080-ALIM-PIECE-DEB
              THRU 7080-ALIM-PIECE-FIN.
           MOVE WS-DATEJ-AMJ-N                    TO WS-KYC-DATE-REVUE.
           PERFORM 7090-CALC-ECHEANCE-DEB
              THRU 7090-CALC-ECHEANCE-FIN.
           MOVE LOW-VALUE                         TO WS-BJR-IMG-AVANT.
           SET BJR-CREATION                       TO TRUE.
           PERFORM 6045-WRITE-KYC-DEB
              THRU 6045-WRITE-KYC-FIN.
           PERFORM 7060-AFFICHE-KYC-DEB
              THRU 7060-AFFICHE-KYC-FIN.
           MOVE WS-MSG(259)                       TO MMSGO.
       3030-CREATION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3040       *
      *---------------------------------------------------------------*
      * MODIFICATION DE LA PIECE OU DU RISQUE - UN CHANGEMENT DE      *
      * RISQUE RECALCULE L ECHEANCE DEPUIS LA DERNIERE REVUE          *
      *---------------------------------------------------------------*
       3040-MODIFICATION-DEB.
           PERFORM 6040-READ-UPD-KYC-DEB
              THRU 6040-READ-UPD-KYC-FIN.
           IF KYC-NON-TROUVE
              PERFORM 7055-EFFACE-KYC-DEB
                 THRU 7055-EFFACE-KYC-FIN
              MOVE WS-MSG(257)                    TO MMSGO
              GO TO 3040-MODIFICATION-FIN
           END-IF.
           PERFORM 7070-CTL-SAISIE-DEB
              THRU 7070-CTL-SAISIE-FIN.
           IF SAISIE-KO
              PERFORM 6055-UNLOCK-KYC-DEB
                 THRU 6055-UNLOCK-KYC-FIN
              GO TO 3040-MODIFICATION-FIN
           END-IF.
           MOVE WS-KYC-ENR                        TO WS-BJR-IMG-AVANT.
           SET BJR-MODIFICATION                   TO TRUE.
           MOVE WS-KYC-RISQUE                     TO WS-RISQUE-AVANT.
           PERFORM 7080-ALIM-PIECE-DEB
              THRU 7080-ALIM-PIECE-FIN.
           IF WS-KYC-RISQUE NOT = WS-RISQUE-AVANT
              PERFORM 7090-CALC-ECHEANCE-DEB
                 THRU 7090-CALC-ECHEANCE-FIN
           END-IF.
           PERFORM 6050-REWRITE-KYC-DEB
              THRU 6050-REWRITE-KYC-FIN.
           PERFORM 7060-AFFICHE-KYC-DEB
              THRU 7060-AFFICHE-KYC-FIN.
           MOVE WS-MSG(260)                       TO MMSGO.
       3040-MODIFICATION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3050       *
      *---------------------------------------------------------------*
      * REVUE : PIECE ET RISQUE CONTROLES, DERNIERE REVUE = JOUR,     *
      * PROCHAINE REVUE SAISIE OU CALCULEE SELON LE RISQUE            *
      *---------------------------------------------------------------*
       3050-REVUE-DEB.
           PERFORM 6040-READ-UPD-KYC-DEB
              THRU 6040-READ-UPD-KYC-FIN.
           IF KYC-NON-TROUVE
              PERFORM 7055-EFFACE-KYC-DEB
                 THRU 7055-EFFACE-KYC-FIN
              MOVE WS-MSG(257)                    TO MMSGO
              GO TO 3050-REVUE-FIN
           END-IF.
           PERFORM 7070-CTL-SAISIE-DEB
              THRU 7070-CTL-SAISIE-FIN.
           IF SAISIE-OK
              PERFORM 7075-CTL-PROCH-REVUE-DEB
                 THRU 7075-CTL-PROCH-REVUE-FIN
           END-IF.
           IF SAISIE-KO
              PERFORM 6055-UNLOCK-KYC-DEB
                 THRU 6055-UNLOCK-KYC-FIN
              GO TO 3050-REVUE-FIN
           END-IF.
           MOVE WS-KYC-ENR                        TO WS-BJR-IMG-AVANT.
           SET BJR-MODIFICATION                   TO TRUE.
           PERFORM 7080-ALIM-PIECE-DEB
              THRU 7080-ALIM-PIECE-FIN.
           MOVE WS-DATEJ-AMJ-N                    TO WS-KYC-DATE-REVUE.
           IF WS-DATE-SAISIE-N = ZERO
              PERFORM 7090-CALC-ECHEANCE-DEB
                 THRU 7090-CALC-ECHEANCE-FIN
           ELSE
              MOVE WS-DATE-SAISIE-N               TO WS-KYC-PROCH-REVUE
           END-IF.
           PERFORM 6050-REWRITE-KYC-DEB
              THRU 6050-REWRITE-KYC-FIN.
           PERFORM 7060-AFFICHE-KYC-DEB
              THRU 7060-AFFICHE-KYC-FIN.
           MOVE WS-MSG(261)                       TO MMSGO.
       3050-REVUE-FIN.
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
                     FROM    (ARIM238O)
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
                      INTO    (ARIM238I)
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
                     FROM    (ARIM238O)
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
       6030-READ-KYC-DEB.
           EXEC CICS
               READ FILE('KYC0101')
                    RIDFLD(WS-KYC-CLIENT)
                    INTO(WS-KYC-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET KYC-TROUVE                      TO TRUE
           ELSE
              SET KYC-NON-TROUVE                  TO TRUE
           END-IF.
       6030-READ-KYC-FIN.
           EXIT.
       6035-READ-CLI-DEB.
           EXEC CICS
               READ FILE('CLI0101')
                    RIDFLD(WS-CLI-NUM)
                    INTO(WS-CLI-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET CLI-EXISTE                      TO TRUE
           ELSE
              SET CLI-N-EXISTE-PAS                TO TRUE
           END-IF.
       6035-READ-CLI-FIN.
           EXIT.
       6040-READ-UPD-KYC-DEB.
           EXEC CICS
               READ FILE('KYC0101')
                    RIDFLD(WS-KYC-CLIENT)
                    INTO(WS-KYC-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET KYC-TROUVE                      TO TRUE
           ELSE
              SET KYC-NON-TROUVE                  TO TRUE
           END-IF.
       6040-READ-UPD-KYC-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * ECRIT OU REECRIT LE DOSSIER ET CONSIGNE LA MISE A JOUR AU     *
      * JOURNAL (L OPERATION ET L IMAGE AVANT SONT POSEES PAR         *
      * L APPELANT)                                                   *
      *---------------------------------------------------------------*
       6045-WRITE-KYC-DEB.
           EXEC CICS
               WRITE FILE('KYC0101')
                     RIDFLD(WS-KYC-CLIENT)
                     FROM(WS-KYC-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6045 - ERREUR CICS WRITE KYC0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6080-JRN-KYC-DEB
              THRU 6080-JRN-KYC-FIN.
       6045-WRITE-KYC-FIN.
           EXIT.
       6050-REWRITE-KYC-DEB.
           EXEC CICS
               REWRITE FILE('KYC0101')
                       FROM(WS-KYC-ENR)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6050 - ERREUR CICS REWRITE KYC0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6080-JRN-KYC-DEB
              THRU 6080-JRN-KYC-FIN.
       6050-REWRITE-KYC-FIN.
           EXIT.
       6055-UNLOCK-KYC-DEB.
           EXEC CICS
               UNLOCK FILE('KYC0101')
                      RESP(WS-RESP)
           END-EXEC.
       6055-UNLOCK-KYC-FIN.
           EXIT.
       6080-JRN-KYC-DEB.
           MOVE 'KYC0101 '                        TO WS-BJR-FICHIER.
           MOVE SPACE                             TO WS-BJR-CLE.
           MOVE WS-KYC-CLIENT                     TO WS-BJR-CLE.
           MOVE WS-KYC-ENR                        TO WS-BJR-APRES.
           PERFORM 6081-WRITE-BJR-DEB
              THRU 6081-WRITE-BJR-FIN.
       6080-JRN-KYC-FIN.
           EXIT.
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
           MOVE 'ARIC238'                         TO WS-BJR-PROG.
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
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
       7000-INIT-MAP-DEB.
            MOVE DFHCOMMAREA                     TO WS-COMMAREA.
            MOVE LOW-VALUE                       TO ARIM238O.
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
      * EFFACE LE DETAIL QUAND LE DOSSIER OU LE CLIENT EST INCONNU    *
      *---------------------------------------------------------------*
       7055-EFFACE-KYC-DEB.
           MOVE SPACE                            TO MNOMO MTYPDOCO
                                                    MNUMDOCO MEXPIRO
                                                    MRISQUEO MDREVUEO
                                                    MPREVUEO MOPIDO
                                                    MDMAJO.
       7055-EFFACE-KYC-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * REPORTE LE DOSSIER ET LE NOM DU CLIENT DANS LA MAP            *
      *---------------------------------------------------------------*
       7060-AFFICHE-KYC-DEB.
           MOVE WS-KYC-CLIENT                    TO MCLIO.
           MOVE WS-KYC-DOC-TYPE                  TO MTYPDOCO.
           MOVE WS-KYC-DOC-NUM                   TO MNUMDOCO.
           MOVE WS-KYC-DOC-EXPIR                 TO MEXPIRO.
           MOVE WS-KYC-RISQUE                    TO MRISQUEO.
           MOVE WS-KYC-DATE-REVUE                TO MDREVUEO.
           MOVE WS-KYC-PROCH-REVUE               TO MPREVUEO.
           MOVE WS-KYC-OPID                      TO MOPIDO.
           MOVE WS-KYC-DATE-MAJ                  TO MDMAJO.
           MOVE WS-KYC-CLIENT                    TO WS-CLI-NUM.
           PERFORM 6035-READ-CLI-DEB
              THRU 6035-READ-CLI-FIN.
           IF CLI-EXISTE
              MOVE WS-CLI-NOM                    TO MNOMO
           ELSE
              MOVE SPACE                         TO MNOMO
           END-IF.
       7060-AFFICHE-KYC-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONTROLES DE SAISIE DE LA PIECE ET DU RISQUE : TYPE CI/PA/TS/ *
      * KB, NUMERO SAISI, EXPIRATION AAAAMMJJ NON DEPASSEE, RISQUE    *
      * F/M/E                                                         *
      *---------------------------------------------------------------*
       7070-CTL-SAISIE-DEB.
           SET SAISIE-KO                         TO TRUE.
           IF NOT (MTYPDOCO = 'CI' OR 'PA' OR 'TS' OR 'KB')
              MOVE WS-MSG(253)                   TO MMSGO
              GO TO 7070-CTL-SAISIE-FIN
           END-IF.
           IF MNUMDOCO = SPACE OR MNUMDOCO = LOW-VALUE
              MOVE WS-MSG(254)                   TO MMSGO
              GO TO 7070-CTL-SAISIE-FIN
           END-IF.
           MOVE MEXPIRO                          TO WS-DATE-SAISIE.
           PERFORM 7072-CTL-DATE-DEB
              THRU 7072-CTL-DATE-FIN.
           IF DATE-INVALIDE
              OR WS-DATE-SAISIE-N < WS-DATEJ-AMJ-N
              MOVE WS-MSG(255)                   TO MMSGO
              GO TO 7070-CTL-SAISIE-FIN
           END-IF.
           IF NOT (MRISQUEO = 'F' OR 'M' OR 'E')
              MOVE WS-MSG(256)                   TO MMSGO
              GO TO 7070-CTL-SAISIE-FIN
           END-IF.
           SET SAISIE-OK                         TO TRUE.
       7070-CTL-SAISIE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONTROLE D UNE DATE AAAAMMJJ SAISIE DANS WS-DATE-SAISIE       *
      *---------------------------------------------------------------*
       7072-CTL-DATE-DEB.
           SET DATE-VALIDE                       TO TRUE.
           IF WS-DATE-SAISIE NOT NUMERIC
              SET DATE-INVALIDE                  TO TRUE
              GO TO 7072-CTL-DATE-FIN
           END-IF.
           IF WS-DATE-SAISIE-MM < 1 OR WS-DATE-SAISIE-MM > 12
              OR WS-DATE-SAISIE-JJ < 1 OR WS-DATE-SAISIE-JJ > 31
              SET DATE-INVALIDE                  TO TRUE
           END-IF.
       7072-CTL-DATE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONTROLE DE LA PROCHAINE REVUE SAISIE (FACULTATIVE) : VIDE OU *
      * INCHANGEE = CALCULEE SELON LE RISQUE, SINON DATE AAAAMMJJ     *
      * POSTERIEURE AU JOUR                                           *
      *---------------------------------------------------------------*
       7075-CTL-PROCH-REVUE-DEB.
           MOVE ZERO                             TO WS-DATE-SAISIE-N.
           IF MPREVUEO = SPACE OR MPREVUEO = LOW-VALUE
              GO TO 7075-CTL-PROCH-REVUE-FIN
           END-IF.
           MOVE MPREVUEO                         TO WS-DATE-SAISIE.
           PERFORM 7072-CTL-DATE-DEB
              THRU 7072-CTL-DATE-FIN.
           IF DATE-INVALIDE
              OR WS-DATE-SAISIE-N NOT > WS-DATEJ-AMJ-N
              IF WS-DATE-SAISIE = WS-KYC-PROCH-REVUE
                 MOVE ZERO                       TO WS-DATE-SAISIE-N
              ELSE
                 SET SAISIE-KO                   TO TRUE
                 MOVE WS-MSG(263)                TO MMSGO
              END-IF
              GO TO 7075-CTL-PROCH-REVUE-FIN
           END-IF.
           IF WS-DATE-SAISIE-N = WS-KYC-PROCH-REVUE
              MOVE ZERO                          TO WS-DATE-SAISIE-N
           END-IF.
       7075-CTL-PROCH-REVUE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * REPORTE LA PIECE ET LE RISQUE SAISIS DANS LE DOSSIER          *
      *---------------------------------------------------------------*
       7080-ALIM-PIECE-DEB.
           MOVE MTYPDOCO                         TO WS-KYC-DOC-TYPE.
           MOVE MNUMDOCO                         TO WS-KYC-DOC-NUM.
           MOVE MEXPIRO                          TO WS-KYC-DOC-EXPIR.
           MOVE MRISQUEO                         TO WS-KYC-RISQUE.
           MOVE EIBOPID                          TO WS-KYC-OPID.
           MOVE WS-DATEJ-AMJ-N                   TO WS-KYC-DATE-MAJ.
       7080-ALIM-PIECE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * ECHEANCE DE LA PROCHAINE REVUE : DERNIERE REVUE + 3 ANS       *
      * (RISQUE FAIBLE), 2 ANS (MOYEN) OU 1 AN (ELEVE) - UN 29        *
      * FEVRIER EST RAMENE AU 28                                      *
      *---------------------------------------------------------------*
       7090-CALC-ECHEANCE-DEB.
           MOVE WS-KYC-DATE-REVUE                TO WS-ECHEANCE-N.
           EVALUATE TRUE
               WHEN KYC-RISQUE-FAIBLE
                  ADD 3                          TO WS-ECHEANCE-AAAA
               WHEN KYC-RISQUE-MOYEN
                  ADD 2                          TO WS-ECHEANCE-AAAA
               WHEN OTHER
                  ADD 1                          TO WS-ECHEANCE-AAAA
           END-EVALUATE.
           IF WS-ECHEANCE-MM = 2 AND WS-ECHEANCE-JJ = 29
              MOVE 28                            TO WS-ECHEANCE-JJ
           END-IF.
           MOVE WS-ECHEANCE-N                    TO WS-KYC-PROCH-REVUE.
       7090-CALC-ECHEANCE-FIN.
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
