      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC233                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      * TRANSACTION DIRECTE DE TENUE DES ABONNEMENTS AU RELEVE        *
      * ELECTRONIQUE (REX0101, COPY ABONRELV). ACTIONS : A =          *
      * AFFICHAGE DE L ABONNEMENT DU COMPTE (FREQUENCE, DESTINATION,  *
      * STATUT, DERNIER ENVOI, DERNIER REFUS), C = CREATION SUR UN    *
      * COMPTE EXISTANT, M = MODIFICATION DE LA FREQUENCE (J/M), DE   *
      * LA DESTINATION, DU STATUT (A = ACTIF, S = SUSPENDU) ET, POUR  *
      * FAIRE REEMETTRE UNE PERIODE, DE LA DATE DE DERNIER ENVOI,     *
      * S = SUPPRESSION. TOUTE MISE A JOUR EXIGE UN CODE SUPERVISEUR  *
      * VALIDE (SUPE0101) ET EST CONSIGNEE AU JOURNAL DES FICHIERS    *
      * BANCAIRES BJR0101. LES RELEVES SONT PRODUITS PAR ARIO492.     *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    § CREATION DU PROGRAMME - TENUE DES ABONNEMENTS *
      *               § AU RELEVE ELECTRONIQUE                        *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. ARIC233.
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
           COPY ARIN233.
      * VARIABLE MSG
           COPY TABMSG.
      * VARIABLE COMMAREA
           COPY COMMAREA.
      * DESCRIPTION ENREGISTREMENT ABONNEMENT AU RELEVE ELECTRONIQUE
           COPY ABONRELV.
      * DESCRIPTION ENREGISTREMENT COMPTE
           COPY COMPTE.
      * DESCRIPTION ENREGISTREMENT FICHIER MAITRE DES SUPERVISEURS
           COPY SUPERVISR.
      * DESCRIPTION ENREGISTREMENT JOURNAL DES FICHIERS BANCAIRES
           COPY BNKJRNL.
      *IMAGE AVANT POUR LE JOURNAL
       01 WS-BJR-IMG-AVANT             PIC X(130).
      *DATE DU JOUR NUMERIQUE (DATE DE CREATION, CONTROLE DE LA DATE
      *DE DERNIER ENVOI)
       01 WS-DATEJ-AMJ.
          05 WS-DATEJ-AMJ-N            PIC 9(8).
      *SAISIE DE LA DATE DE DERNIER ENVOI
       01 WS-DERN-SAISIE               PIC X(8).
       01 WS-DERN-SAISIE-R REDEFINES WS-DERN-SAISIE.
          05 WS-DERN-SAISIE-N          PIC 9(8).
       01 WS-DERN-SAISIE-R2 REDEFINES WS-DERN-SAISIE.
          05 WS-DERN-SAISIE-AAAA       PIC 9(4).
          05 WS-DERN-SAISIE-MM         PIC 9(2).
          05 WS-DERN-SAISIE-JJ         PIC 9(2).
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
      *
       01 WS-DATE-CICS                 PIC S9(15)     COMP-3.
      *VARIABLE GESTION CICS
       01 WS-RESP                      PIC S9(4)      COMP.
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM233'.
       01 WS-MAPSET                    PIC X(7)       VALUE 'ARIN233'.
       01 WS-MSG-ERR                   PIC X(80).
      *SWITCH ACCORD SUPERVISEUR
       01 WS-SW-SUP                    PIC X.
          88 SUP-ACCORDE                       VALUE '0'.
          88 SUP-REFUSE                        VALUE '1'.
      *SWITCH EXISTENCE DE L ABONNEMENT
       01 WS-FS-REX                    PIC X.
          88 REX-EXISTE                        VALUE '0'.
          88 REX-N-EXISTE-PAS                  VALUE '1'.
      *SWITCH VALIDITE DES DONNEES SAISIES
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
           IF WS-RESP = DFHRESP(MAPFAIL) OR MCPTEO = SPACE
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
      * AIGUILLAGE A/C/M/S                                            *
      *---------------------------------------------------------------*
       3010-CHOIX-OK-DEB.
           MOVE MCPTEO                            TO WS-REX-CPTE.
           EVALUATE MACTO
               WHEN 'A'
                  PERFORM 3015-AFFICHAGE-DEB
                     THRU 3015-AFFICHAGE-FIN
               WHEN 'C'
                  PERFORM 3020-CREATION-DEB
                     THRU 3020-CREATION-FIN
               WHEN 'M'
                  PERFORM 3040-MODIFICATION-DEB
                     THRU 3040-MODIFICATION-FIN
               WHEN 'S'
                  PERFORM 3050-SUPPRESSION-DEB
                     THRU 3050-SUPPRESSION-FIN
               WHEN OTHER
                  MOVE WS-MSG(220)                TO MMSGO
           END-EVALUATE.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       3010-CHOIX-OK-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3015       *
      *---------------------------------------------------------------*
      * AFFICHAGE DE L ABONNEMENT DU COMPTE                           *
      *---------------------------------------------------------------*
       3015-AFFICHAGE-DEB.
           PERFORM 6030-READ-REX-DEB
              THRU 6030-READ-REX-FIN.
           IF REX-N-EXISTE-PAS
              MOVE WS-MSG(214)                    TO MMSGO
              GO TO 3015-AFFICHAGE-FIN
           END-IF.
           PERFORM 7060-AFF-ABO-DEB
              THRU 7060-AFF-ABO-FIN.
       3015-AFFICHAGE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3020       *
      *---------------------------------------------------------------*
      * CREATION D UN ABONNEMENT SUR UN COMPTE EXISTANT - LA PREMIERE *
      * PERIODE EMISE PAR ARIO492 EST LE JOUR DU TRAITEMENT           *
      *---------------------------------------------------------------*
       3020-CREATION-DEB.
           PERFORM 3030-CTL-SUPERVISEUR-DEB
              THRU 3030-CTL-SUPERVISEUR-FIN.
           IF SUP-REFUSE
              GO TO 3020-CREATION-FIN
           END-IF.
           PERFORM 6030-READ-REX-DEB
              THRU 6030-READ-REX-FIN.
           IF REX-EXISTE
              MOVE WS-MSG(215)                    TO MMSGO
              GO TO 3020-CREATION-FIN
           END-IF.
           PERFORM 6040-READ-CPTE-DEB
              THRU 6040-READ-CPTE-FIN.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-MSG(20)                     TO MMSGO
              GO TO 3020-CREATION-FIN
           END-IF.
           PERFORM 7050-CTL-SAISIE-DEB
              THRU 7050-CTL-SAISIE-FIN.
           IF SAISIE-INVALIDE
              MOVE WS-MSG(219)                    TO MMSGO
              GO TO 3020-CREATION-FIN
           END-IF.
           MOVE SPACE                             TO WS-REX-ENR.
           MOVE MCPTEO                            TO WS-REX-CPTE.
           MOVE MFREQO                            TO WS-REX-FREQ.
           MOVE MDESTO                            TO WS-REX-DEST.
           MOVE MSTATO                            TO WS-REX-STATUT.
           MOVE WS-DATEJ-AMJ-N                    TO WS-REX-DATE-CREA.
           MOVE ZERO                              TO WS-REX-DERN-DATE.
           MOVE ZERO                              TO WS-REX-NB-ENVOIS.
           MOVE ZERO                              TO WS-REX-REFUS-DATE.
           PERFORM 6050-WRITE-REX-DEB
              THRU 6050-WRITE-REX-FIN.
           MOVE LOW-VALUE                         TO WS-BJR-IMG-AVANT.
           SET BJR-CREATION                       TO TRUE.
           PERFORM 7070-PREP-BJR-DEB
              THRU 7070-PREP-BJR-FIN.
           PERFORM 6081-WRITE-BJR-DEB
              THRU 6081-WRITE-BJR-FIN.
           PERFORM 7060-AFF-ABO-DEB
              THRU 7060-AFF-ABO-FIN.
           MOVE WS-MSG(216)                       TO MMSGO.
       3020-CREATION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3030       *
      *---------------------------------------------------------------*
      * TOUTE MISE A JOUR EXIGE UN CODE SUPERVISEUR VALIDE            *
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
      * MODIFICATION DE LA FREQUENCE, DE LA DESTINATION ET DU STATUT. *
      * LA DATE DE DERNIER ENVOI PEUT ETRE RAMENEE EN ARRIERE (OU A   *
      * ZERO) POUR FAIRE REEMETTRE UNE PERIODE, PAR EXEMPLE APRES UN  *
      * REFUS POUR SOLDES DISCORDANTS DU A UN MOUVEMENT TARDIF        *
      *---------------------------------------------------------------*
       3040-MODIFICATION-DEB.
           PERFORM 3030-CTL-SUPERVISEUR-DEB
              THRU 3030-CTL-SUPERVISEUR-FIN.
           IF SUP-REFUSE
              GO TO 3040-MODIFICATION-FIN
           END-IF.
           PERFORM 7050-CTL-SAISIE-DEB
              THRU 7050-CTL-SAISIE-FIN.
           IF SAISIE-INVALIDE
              MOVE WS-MSG(219)                    TO MMSGO
              GO TO 3040-MODIFICATION-FIN
           END-IF.
           PERFORM 7055-CTL-DATE-DERN-DEB
              THRU 7055-CTL-DATE-DERN-FIN.
           IF SAISIE-INVALIDE
              MOVE WS-MSG(221)                    TO MMSGO
              GO TO 3040-MODIFICATION-FIN
           END-IF.
           PERFORM 6031-READ-UPD-REX-DEB
              THRU 6031-READ-UPD-REX-FIN.
           IF REX-N-EXISTE-PAS
              MOVE WS-MSG(214)                    TO MMSGO
              GO TO 3040-MODIFICATION-FIN
           END-IF.
           MOVE WS-REX-ENR                        TO WS-BJR-IMG-AVANT.
           MOVE MFREQO                            TO WS-REX-FREQ.
           MOVE MDESTO                            TO WS-REX-DEST.
           MOVE MSTATO                            TO WS-REX-STATUT.
           IF MDERNO NOT = SPACE AND MDERNO NOT = LOW-VALUE
              MOVE WS-DERN-SAISIE-N               TO WS-REX-DERN-DATE
           END-IF.
           PERFORM 6060-REWRITE-REX-DEB
              THRU 6060-REWRITE-REX-FIN.
           SET BJR-MODIFICATION                   TO TRUE.
           PERFORM 7070-PREP-BJR-DEB
              THRU 7070-PREP-BJR-FIN.
           PERFORM 6081-WRITE-BJR-DEB
              THRU 6081-WRITE-BJR-FIN.
           PERFORM 7060-AFF-ABO-DEB
              THRU 7060-AFF-ABO-FIN.
           MOVE WS-MSG(217)                       TO MMSGO.
       3040-MODIFICATION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3050       *
      *---------------------------------------------------------------*
      * SUPPRESSION DE L ABONNEMENT (IMAGE AVANT CONSERVEE AU JOURNAL)*
      *---------------------------------------------------------------*
       3050-SUPPRESSION-DEB.
           PERFORM 3030-CTL-SUPERVISEUR-DEB
              THRU 3030-CTL-SUPERVISEUR-FIN.
           IF SUP-REFUSE
              GO TO 3050-SUPPRESSION-FIN
           END-IF.
           PERFORM 6031-READ-UPD-REX-DEB
              THRU 6031-READ-UPD-REX-FIN.
           IF REX-N-EXISTE-PAS
              MOVE WS-MSG(214)                    TO MMSGO
              GO TO 3050-SUPPRESSION-FIN
           END-IF.
           MOVE WS-REX-ENR                        TO WS-BJR-IMG-AVANT.
           PERFORM 6065-DELETE-REX-DEB
              THRU 6065-DELETE-REX-FIN.
           SET BJR-SUPPRESSION                    TO TRUE.
           PERFORM 7070-PREP-BJR-DEB
              THRU 7070-PREP-BJR-FIN.
           MOVE LOW-VALUE                         TO WS-BJR-APRES.
           PERFORM 6081-WRITE-BJR-DEB
              THRU 6081-WRITE-BJR-FIN.
           MOVE WS-MSG(218)                       TO MMSGO.
       3050-SUPPRESSION-FIN.
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
                     FROM    (ARIM233O)
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
                      INTO    (ARIM233I)
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
                     FROM    (ARIM233O)
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
       6030-READ-REX-DEB.
           EXEC CICS
               READ FILE('REX0101')
                    RIDFLD(WS-REX-CPTE)
                    INTO(WS-REX-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET REX-EXISTE                      TO TRUE
           ELSE
              SET REX-N-EXISTE-PAS                TO TRUE
           END-IF.
       6030-READ-REX-FIN.
           EXIT.
       6031-READ-UPD-REX-DEB.
           EXEC CICS
               READ FILE('REX0101')
                    RIDFLD(WS-REX-CPTE)
                    INTO(WS-REX-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET REX-EXISTE                      TO TRUE
           ELSE
              SET REX-N-EXISTE-PAS                TO TRUE
           END-IF.
       6031-READ-UPD-REX-FIN.
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
       6050-WRITE-REX-DEB.
           EXEC CICS
               WRITE FILE('REX0101')
                     RIDFLD(WS-REX-CPTE)
                     FROM(WS-REX-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6050 - ERREUR CICS WRITE REX0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-WRITE-REX-FIN.
           EXIT.
       6060-REWRITE-REX-DEB.
           EXEC CICS
               REWRITE FILE('REX0101')
                       FROM(WS-REX-ENR)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6060 - ERREUR CICS REWRITE REX0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-REWRITE-REX-FIN.
           EXIT.
       6065-DELETE-REX-DEB.
           EXEC CICS
               DELETE FILE('REX0101')
                      RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6065 - ERREUR CICS DELETE REX0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6065-DELETE-REX-FIN.
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
           MOVE 'ARIC233'                         TO WS-BJR-PROG.
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
            MOVE LOW-VALUE                       TO ARIM233O.
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
      * CONTROLE DES DONNEES SAISIES : FREQUENCE J OU M, DESTINATION  *
      * RENSEIGNEE, STATUT A OU S (A PAR DEFAUT)                      *
      *---------------------------------------------------------------*
       7050-CTL-SAISIE-DEB.
           SET SAISIE-VALIDE                     TO TRUE.
           IF MSTATO = SPACE OR LOW-VALUE
              MOVE 'A'                           TO MSTATO
           END-IF.
           IF NOT (MFREQO = 'J' OR 'M')
              OR NOT (MSTATO = 'A' OR 'S')
              OR MDESTO = SPACE OR MDESTO = LOW-VALUE
              SET SAISIE-INVALIDE                TO TRUE
           END-IF.
       7050-CTL-SAISIE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONTROLE DE LA DATE DE DERNIER ENVOI SAISIE (FACULTATIVE) :   *
      * ZERO OU DATE AAAAMMJJ VALIDE NE DEPASSANT PAS LE JOUR         *
      *---------------------------------------------------------------*
       7055-CTL-DATE-DERN-DEB.
           SET SAISIE-VALIDE                     TO TRUE.
           IF MDERNO = SPACE OR MDERNO = LOW-VALUE
              GO TO 7055-CTL-DATE-DERN-FIN
           END-IF.
           MOVE MDERNO                           TO WS-DERN-SAISIE.
           IF WS-DERN-SAISIE NOT NUMERIC
              SET SAISIE-INVALIDE                TO TRUE
              GO TO 7055-CTL-DATE-DERN-FIN
           END-IF.
           IF WS-DERN-SAISIE-N = ZERO
              GO TO 7055-CTL-DATE-DERN-FIN
           END-IF.
           IF WS-DERN-SAISIE-MM < 1 OR WS-DERN-SAISIE-MM > 12
              OR WS-DERN-SAISIE-JJ < 1 OR WS-DERN-SAISIE-JJ > 31
              OR WS-DERN-SAISIE-N > WS-DATEJ-AMJ-N
              SET SAISIE-INVALIDE                TO TRUE
           END-IF.
       7055-CTL-DATE-DERN-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * AFFICHAGE DE L ABONNEMENT LU                                  *
      *---------------------------------------------------------------*
       7060-AFF-ABO-DEB.
           MOVE WS-REX-CPTE                      TO MCPTEO.
           MOVE WS-REX-FREQ                      TO MFREQO.
           MOVE WS-REX-DEST                      TO MDESTO.
           MOVE WS-REX-STATUT                    TO MSTATO.
           MOVE WS-REX-DATE-CREA                 TO MDCREAO.
           MOVE WS-REX-DERN-DATE                 TO MDERNO.
           MOVE WS-REX-NB-ENVOIS                 TO MNBENVO.
           MOVE WS-REX-REFUS-DATE                TO MREFUSO.
       7060-AFF-ABO-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * FICHIER, CLE ET IMAGE APRES DU JOURNAL BJR0101                *
      *---------------------------------------------------------------*
       7070-PREP-BJR-DEB.
           MOVE 'REX0101 '                       TO WS-BJR-FICHIER.
           MOVE SPACE                            TO WS-BJR-CLE.
           MOVE WS-REX-CPTE                      TO WS-BJR-CLE.
           MOVE WS-REX-ENR                       TO WS-BJR-APRES.
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
