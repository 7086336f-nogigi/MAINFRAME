      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC240                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      * TRANSACTION DIRECTE DE TENUE DES HABILITATIONS A OPERER UN    *
      * COMPTE AU GUICHET (PRC0101, COPY PROCURAT). LA CLE EST LE     *
      * COMPTE ET LA REFERENCE DE LA PIECE D IDENTITE PRESENTEE.      *
      * ACTIONS : A = AFFICHAGE, C = CREATION SUR UN COMPTE EXISTANT, *
      * M = MODIFICATION, S = SUPPRESSION. TYPE T = TITULAIRE : LE    *
      * CLIENT DOIT ETRE LE CLIENT DU COMPTE OU UN TITULAIRE RATTACHE *
      * (TIT0101), SON NOM EST REPRIS DE CLI0101 S IL N EST PAS       *
      * SAISI ; TYPE P = MANDATAIRE TIERS (NOM OBLIGATOIRE). PLAFOND  *
      * DE RETRAIT PAR OPERATION EN 11 CHIFFRES DONT 2 DECIMALES (A   *
      * BLANC OU ZERO = SANS PLAFOND), VALIDITE DU AAAAMMJJ (DEFAUT : *
      * DATE DU JOUR) AU AAAAMMJJ (A BLANC OU ZERO = SANS ECHEANCE).  *
      * TOUTE MISE A JOUR EXIGE UN CODE SUPERVISEUR VALIDE (SUPE0101) *
      * ET EST CONSIGNEE AU JOURNAL DES FICHIERS BANCAIRES BJR0101.   *
      * LES RETRAITS SONT CONTROLES SUR CE FICHIER PAR ARIC226.       *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    § CREATION DU PROGRAMME - TENUE DES             *
      *               § HABILITATIONS A OPERER AU GUICHET             *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. ARIC240.
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
           COPY ARIN240.
      * VARIABLE MSG
           COPY TABMSG.
      * VARIABLE COMMAREA
           COPY COMMAREA.
      * DESCRIPTION ENREGISTREMENT HABILITATION A OPERER LE COMPTE
           COPY PROCURAT.
      * DESCRIPTION ENREGISTREMENT COMPTE
           COPY TP4CPTES.
      * DESCRIPTION ENREGISTREMENT TITULAIRE DE COMPTE
           COPY TITULAIR.
      * DESCRIPTION ENREGISTREMENT CLIENT
           COPY CLIENT.
      * DESCRIPTION ENREGISTREMENT FICHIER MAITRE DES SUPERVISEURS
           COPY SUPERVISR.
      * DESCRIPTION ENREGISTREMENT JOURNAL DES FICHIERS BANCAIRES
           COPY BNKJRNL.
      *IMAGE AVANT POUR LE JOURNAL
       01 WS-BJR-IMG-AVANT             PIC X(130).
      *DATE DU JOUR NUMERIQUE (DEBUT DE VALIDITE PAR DEFAUT, DATE DE
      *MISE A JOUR)
       01 WS-DATEJ-AMJ.
          05 WS-DATEJ-AMJ-N            PIC 9(8).
      *PLAFOND SAISI (VUE NUMERIQUE DE MPLAF)
       01 WS-PLAF-SAISI.
          05 WS-PLAF-NUM               PIC 9(9)V9(2).
       01 WS-PLAF-ALPHA REDEFINES WS-PLAF-SAISI
                                       PIC X(11).
      *SAISIE DES DATES DE DEBUT ET DE FIN DE VALIDITE
       01 WS-DDEB-SAISIE               PIC X(8).
       01 WS-DDEB-SAISIE-R REDEFINES WS-DDEB-SAISIE.
          05 WS-DDEB-SAISIE-N          PIC 9(8).
       01 WS-DDEB-SAISIE-R2 REDEFINES WS-DDEB-SAISIE.
          05 WS-DDEB-SAISIE-AAAA       PIC 9(4).
          05 WS-DDEB-SAISIE-MM         PIC 9(2).
          05 WS-DDEB-SAISIE-JJ         PIC 9(2).
       01 WS-DFIN-SAISIE               PIC X(8).
       01 WS-DFIN-SAISIE-R REDEFINES WS-DFIN-SAISIE.
          05 WS-DFIN-SAISIE-N          PIC 9(8).
       01 WS-DFIN-SAISIE-R2 REDEFINES WS-DFIN-SAISIE.
          05 WS-DFIN-SAISIE-AAAA       PIC 9(4).
          05 WS-DFIN-SAISIE-MM         PIC 9(2).
          05 WS-DFIN-SAISIE-JJ         PIC 9(2).
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
      *
       01 WS-DATE-CICS                 PIC S9(15)     COMP-3.
      *VARIABLE GESTION CICS
       01 WS-RESP                      PIC S9(4)      COMP.
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM240'.
       01 WS-MAPSET                    PIC X(7)       VALUE 'ARIN240'.
       01 WS-MSG-ERR                   PIC X(80).
      *SWITCH ACCORD SUPERVISEUR
       01 WS-SW-SUP                    PIC X.
          88 SUP-ACCORDE                       VALUE '0'.
          88 SUP-REFUSE                        VALUE '1'.
      *SWITCH EXISTENCE DE L HABILITATION
       01 WS-FS-PRC                    PIC X.
          88 PRC-EXISTE                        VALUE '0'.
          88 PRC-N-EXISTE-PAS                  VALUE '1'.
      *SWITCH VALIDITE DES DONNEES SAISIES
       01 WS-SW-SAISIE                 PIC X.
          88 SAISIE-VALIDE                     VALUE '0'.
          88 SAISIE-INVALIDE                   VALUE '1'.
      *SWITCH CLIENT TITULAIRE DU COMPTE (TYPE T)
       01 WS-SW-TIT                    PIC X.
          88 TIT-RECONNU                       VALUE '0'.
          88 TIT-NON-RECONNU                   VALUE '1'.
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
                                         OR MPIECEO = SPACE
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
           MOVE MCPTEO                            TO WS-PRC-CPTE.
           MOVE MPIECEO                           TO WS-PRC-PIECE.
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
      * AFFICHAGE DE L HABILITATION DE LA PIECE SUR LE COMPTE         *
      *---------------------------------------------------------------*
       3015-AFFICHAGE-DEB.
           PERFORM 6030-READ-PRC-DEB
              THRU 6030-READ-PRC-FIN.
           IF PRC-N-EXISTE-PAS
              MOVE WS-MSG(274)                    TO MMSGO
              GO TO 3015-AFFICHAGE-FIN
           END-IF.
           PERFORM 7060-AFF-PRC-DEB
              THRU 7060-AFF-PRC-FIN.
       3015-AFFICHAGE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3020       *
      *---------------------------------------------------------------*
      * CREATION D UNE HABILITATION SUR UN COMPTE EXISTANT            *
      *---------------------------------------------------------------*
       3020-CREATION-DEB.
           PERFORM 3030-CTL-SUPERVISEUR-DEB
              THRU 3030-CTL-SUPERVISEUR-FIN.
           IF SUP-REFUSE
              GO TO 3020-CREATION-FIN
           END-IF.
           PERFORM 6030-READ-PRC-DEB
              THRU 6030-READ-PRC-FIN.
           IF PRC-EXISTE
              MOVE WS-MSG(275)                    TO MMSGO
              GO TO 3020-CREATION-FIN
           END-IF.
           PERFORM 3060-CTL-DONNEES-DEB
              THRU 3060-CTL-DONNEES-FIN.
           IF SAISIE-INVALIDE
              GO TO 3020-CREATION-FIN
           END-IF.
           MOVE SPACE                             TO WS-PRC-ENR.
           MOVE MCPTEO                            TO WS-PRC-CPTE.
           MOVE MPIECEO                           TO WS-PRC-PIECE.
           PERFORM 7070-MAJ-PRC-DEB
              THRU 7070-MAJ-PRC-FIN.
           PERFORM 6050-WRITE-PRC-DEB
              THRU 6050-WRITE-PRC-FIN.
           MOVE LOW-VALUE                         TO WS-BJR-IMG-AVANT.
           SET BJR-CREATION                       TO TRUE.
           PERFORM 7080-PREP-BJR-DEB
              THRU 7080-PREP-BJR-FIN.
           PERFORM 6081-WRITE-BJR-DEB
              THRU 6081-WRITE-BJR-FIN.
           PERFORM 7060-AFF-PRC-DEB
              THRU 7060-AFF-PRC-FIN.
           MOVE WS-MSG(276)                       TO MMSGO.
       3020-CREATION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3030       *
      *---------------------------------------------------------------*
      * TOUTE MISE A JOUR EXIGE UN CODE SUPERVISEUR VALIDE            *
      *---------------------------------------------------------------*
       3030-CTL-SUPERVISEUR-DEB.
           SET SUP-ACCORDE                        TO TRUE.
           IF MSUPO = SPACE OR MSUPO = LOW-VALUE
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
      * MODIFICATION DU TYPE, DU CLIENT, DU NOM, DU PLAFOND ET DE LA  *
      * PERIODE DE VALIDITE (LA CLE COMPTE/PIECE NE CHANGE PAS : UNE  *
      * NOUVELLE PIECE SE CREE, L ANCIENNE SE SUPPRIME)               *
      *---------------------------------------------------------------*
       3040-MODIFICATION-DEB.
           PERFORM 3030-CTL-SUPERVISEUR-DEB
              THRU 3030-CTL-SUPERVISEUR-FIN.
           IF SUP-REFUSE
              GO TO 3040-MODIFICATION-FIN
           END-IF.
           PERFORM 3060-CTL-DONNEES-DEB
              THRU 3060-CTL-DONNEES-FIN.
           IF SAISIE-INVALIDE
              GO TO 3040-MODIFICATION-FIN
           END-IF.
           PERFORM 6031-READ-UPD-PRC-DEB
              THRU 6031-READ-UPD-PRC-FIN.
           IF PRC-N-EXISTE-PAS
              MOVE WS-MSG(274)                    TO MMSGO
              GO TO 3040-MODIFICATION-FIN
           END-IF.
           MOVE WS-PRC-ENR                        TO WS-BJR-IMG-AVANT.
           PERFORM 7070-MAJ-PRC-DEB
              THRU 7070-MAJ-PRC-FIN.
           PERFORM 6060-REWRITE-PRC-DEB
              THRU 6060-REWRITE-PRC-FIN.
           SET BJR-MODIFICATION                   TO TRUE.
           PERFORM 7080-PREP-BJR-DEB
              THRU 7080-PREP-BJR-FIN.
           PERFORM 6081-WRITE-BJR-DEB
              THRU 6081-WRITE-BJR-FIN.
           PERFORM 7060-AFF-PRC-DEB
              THRU 7060-AFF-PRC-FIN.
           MOVE WS-MSG(277)                       TO MMSGO.
       3040-MODIFICATION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3050       *
      *---------------------------------------------------------------*
      * SUPPRESSION DE L HABILITATION (IMAGE AVANT CONSERVEE AU       *
      * JOURNAL)                                                      *
      *---------------------------------------------------------------*
       3050-SUPPRESSION-DEB.
           PERFORM 3030-CTL-SUPERVISEUR-DEB
              THRU 3030-CTL-SUPERVISEUR-FIN.
           IF SUP-REFUSE
              GO TO 3050-SUPPRESSION-FIN
           END-IF.
           PERFORM 6031-READ-UPD-PRC-DEB
              THRU 6031-READ-UPD-PRC-FIN.
           IF PRC-N-EXISTE-PAS
              MOVE WS-MSG(274)                    TO MMSGO
              GO TO 3050-SUPPRESSION-FIN
           END-IF.
           MOVE WS-PRC-ENR                        TO WS-BJR-IMG-AVANT.
           PERFORM 6065-DELETE-PRC-DEB
              THRU 6065-DELETE-PRC-FIN.
           SET BJR-SUPPRESSION                    TO TRUE.
           PERFORM 7080-PREP-BJR-DEB
              THRU 7080-PREP-BJR-FIN.
           MOVE LOW-VALUE                         TO WS-BJR-APRES.
           PERFORM 6081-WRITE-BJR-DEB
              THRU 6081-WRITE-BJR-FIN.
           MOVE WS-MSG(278)                       TO MMSGO.
       3050-SUPPRESSION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3060       *
      *---------------------------------------------------------------*
      * CONTROLES COMMUNS A LA CREATION ET A LA MODIFICATION : COMPTE *
      * PRESENT AU FICHIER MAITRE, DONNEES SAISIES, ET POUR UN        *
      * TITULAIRE (TYPE T) CLIENT DU COMPTE OU RATTACHE TIT0101 - LE  *
      * NOM A BLANC EST ALORS REPRIS DU FICHIER CLIENTS               *
      *---------------------------------------------------------------*
       3060-CTL-DONNEES-DEB.
           SET SAISIE-VALIDE                      TO TRUE.
           PERFORM 6040-READ-CPTE-DEB
              THRU 6040-READ-CPTE-FIN.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET SAISIE-INVALIDE                 TO TRUE
              MOVE WS-MSG(20)                     TO MMSGO
              GO TO 3060-CTL-DONNEES-FIN
           END-IF.
           PERFORM 7055-CTL-SAISIE-DEB
              THRU 7055-CTL-SAISIE-FIN.
           IF SAISIE-INVALIDE
              MOVE WS-MSG(279)                    TO MMSGO
              GO TO 3060-CTL-DONNEES-FIN
           END-IF.
           IF MTYPEO = 'T'
              PERFORM 7065-CTL-TITULAIRE-DEB
                 THRU 7065-CTL-TITULAIRE-FIN
              IF TIT-NON-RECONNU
                 SET SAISIE-INVALIDE              TO TRUE
                 MOVE WS-MSG(280)                 TO MMSGO
                 GO TO 3060-CTL-DONNEES-FIN
              END-IF
           END-IF.
           IF MNOMO = SPACE OR MNOMO = LOW-VALUE
              SET SAISIE-INVALIDE                 TO TRUE
              MOVE WS-MSG(279)                    TO MMSGO
           END-IF.
       3060-CTL-DONNEES-FIN.
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
                     FROM    (ARIM240O)
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
                      INTO    (ARIM240I)
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
                     FROM    (ARIM240O)
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
       6030-READ-PRC-DEB.
           EXEC CICS
               READ FILE('PRC0101')
                    RIDFLD(WS-PRC-CLE)
                    INTO(WS-PRC-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET PRC-EXISTE                      TO TRUE
           ELSE
              SET PRC-N-EXISTE-PAS                TO TRUE
           END-IF.
       6030-READ-PRC-FIN.
           EXIT.
       6031-READ-UPD-PRC-DEB.
           EXEC CICS
               READ FILE('PRC0101')
                    RIDFLD(WS-PRC-CLE)
                    INTO(WS-PRC-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET PRC-EXISTE                      TO TRUE
           ELSE
              SET PRC-N-EXISTE-PAS                TO TRUE
           END-IF.
       6031-READ-UPD-PRC-FIN.
           EXIT.
       6040-READ-CPTE-DEB.
           EXEC CICS
               READ FILE('CPTE0101')
                    RIDFLD(MCPTEO)
                    INTO(WS-ENRG-F-CPTES)
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
       6050-WRITE-PRC-DEB.
           EXEC CICS
               WRITE FILE('PRC0101')
                     RIDFLD(WS-PRC-CLE)
                     FROM(WS-PRC-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6050 - ERREUR CICS WRITE PRC0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-WRITE-PRC-FIN.
           EXIT.
       6060-REWRITE-PRC-DEB.
           EXEC CICS
               REWRITE FILE('PRC0101')
                       FROM(WS-PRC-ENR)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6060 - ERREUR CICS REWRITE PRC0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-REWRITE-PRC-FIN.
           EXIT.
       6065-DELETE-PRC-DEB.
           EXEC CICS
               DELETE FILE('PRC0101')
                      RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6065 - ERREUR CICS DELETE PRC0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6065-DELETE-PRC-FIN.
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
           MOVE 'ARIC240'                         TO WS-BJR-PROG.
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
       6090-READ-TIT-DEB.
           EXEC CICS
               READ FILE('TIT0101')
                    RIDFLD(WS-TIT-CLE)
                    INTO(WS-TIT-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF NOT (WS-RESP = DFHRESP(NORMAL) OR DFHRESP(NOTFND))
                MOVE '6090 - ERREUR CICS READ TIT0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6090-READ-TIT-FIN.
           EXIT.
       6095-READ-CLI-DEB.
           EXEC CICS
               READ FILE('CLI0101')
                    RIDFLD(WS-CLI-NUM)
                    INTO(WS-CLI-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF NOT (WS-RESP = DFHRESP(NORMAL) OR DFHRESP(NOTFND))
                MOVE '6095 - ERREUR CICS READ CLI0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6095-READ-CLI-FIN.
           EXIT.

      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
       7000-INIT-MAP-DEB.
            MOVE DFHCOMMAREA                     TO WS-COMMAREA.
            MOVE LOW-VALUE                       TO ARIM240O.
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
      * CONTROLE DES DONNEES SAISIES : TYPE T OU P (CLIENT OBLIGATOIRE*
      * POUR UN TITULAIRE), PLAFOND NUMERIQUE (A BLANC = ZERO = SANS  *
      * PLAFOND), DEBUT DE VALIDITE AAAAMMJJ (A BLANC = DATE DU JOUR),*
      * FIN DE VALIDITE A ZERO (SANS ECHEANCE) OU AAAAMMJJ NON        *
      * ANTERIEURE AU DEBUT                                           *
      *---------------------------------------------------------------*
       7055-CTL-SAISIE-DEB.
           SET SAISIE-VALIDE                     TO TRUE.
           IF MPLAFO = SPACE OR MPLAFO = LOW-VALUE
              MOVE ALL '0'                       TO MPLAFO
           END-IF.
           IF MDDEBO = SPACE OR MDDEBO = LOW-VALUE
              MOVE WS-DATEJ-AMJ-N                TO MDDEBO
           END-IF.
           IF MDFINO = SPACE OR MDFINO = LOW-VALUE
              MOVE ALL '0'                       TO MDFINO
           END-IF.
           IF MCLIO = LOW-VALUE
              MOVE SPACE                         TO MCLIO
           END-IF.
           IF NOT (MTYPEO = 'T' OR 'P')
              OR MPLAFO NOT NUMERIC
              OR MDDEBO NOT NUMERIC
              OR MDFINO NOT NUMERIC
              OR (MTYPEO = 'T' AND MCLIO = SPACE)
              SET SAISIE-INVALIDE                TO TRUE
              GO TO 7055-CTL-SAISIE-FIN
           END-IF.
           MOVE MPLAFO                           TO WS-PLAF-ALPHA.
           MOVE MDDEBO                           TO WS-DDEB-SAISIE.
           MOVE MDFINO                           TO WS-DFIN-SAISIE.
           IF WS-DDEB-SAISIE-MM < 1 OR WS-DDEB-SAISIE-MM > 12
              OR WS-DDEB-SAISIE-JJ < 1 OR WS-DDEB-SAISIE-JJ > 31
              SET SAISIE-INVALIDE                TO TRUE
              GO TO 7055-CTL-SAISIE-FIN
           END-IF.
           IF WS-DFIN-SAISIE-N = ZERO
              GO TO 7055-CTL-SAISIE-FIN
           END-IF.
           IF WS-DFIN-SAISIE-MM < 1 OR WS-DFIN-SAISIE-MM > 12
              OR WS-DFIN-SAISIE-JJ < 1 OR WS-DFIN-SAISIE-JJ > 31
              OR WS-DFIN-SAISIE-N < WS-DDEB-SAISIE-N
              SET SAISIE-INVALIDE                TO TRUE
           END-IF.
       7055-CTL-SAISIE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * AFFICHAGE DE L HABILITATION LUE                               *
      *---------------------------------------------------------------*
       7060-AFF-PRC-DEB.
           MOVE WS-PRC-CPTE                      TO MCPTEO.
           MOVE WS-PRC-PIECE                     TO MPIECEO.
           MOVE WS-PRC-TYPE                      TO MTYPEO.
           MOVE WS-PRC-CLIENT                    TO MCLIO.
           MOVE WS-PRC-NOM                       TO MNOMO.
           MOVE WS-PRC-PLAFOND                   TO WS-PLAF-NUM.
           MOVE WS-PLAF-ALPHA                    TO MPLAFO.
           MOVE WS-PRC-DATE-DEB                  TO MDDEBO.
           MOVE WS-PRC-DATE-FIN                  TO MDFINO.
           MOVE WS-PRC-SUP                       TO MSUPMO.
           MOVE WS-PRC-DATE-MAJ                  TO MDMAJO.
       7060-AFF-PRC-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * UN TITULAIRE EST LE CLIENT DU COMPTE OU UN CLIENT RATTACHE AU *
      * COMPTE DANS TIT0101 ; NOM A BLANC REPRIS DU FICHIER CLIENTS   *
      *---------------------------------------------------------------*
       7065-CTL-TITULAIRE-DEB.
           SET TIT-RECONNU                       TO TRUE.
           IF MCLIO NOT = WS-CPTES-CLIENT
              MOVE MCPTEO                        TO WS-TIT-CPTE
              MOVE MCLIO                         TO WS-TIT-CLIENT
              PERFORM 6090-READ-TIT-DEB
                 THRU 6090-READ-TIT-FIN
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 SET TIT-NON-RECONNU             TO TRUE
                 GO TO 7065-CTL-TITULAIRE-FIN
              END-IF
           END-IF.
           IF MNOMO = SPACE OR MNOMO = LOW-VALUE
              MOVE MCLIO                         TO WS-CLI-NUM
              PERFORM 6095-READ-CLI-DEB
                 THRU 6095-READ-CLI-FIN
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE WS-CLI-NOM                 TO MNOMO
              END-IF
           END-IF.
       7065-CTL-TITULAIRE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * REPORT DES DONNEES SAISIES SUR L HABILITATION                 *
      *---------------------------------------------------------------*
       7070-MAJ-PRC-DEB.
           MOVE MTYPEO                           TO WS-PRC-TYPE.
           MOVE MCLIO                            TO WS-PRC-CLIENT.
           MOVE MNOMO                            TO WS-PRC-NOM.
           MOVE WS-PLAF-NUM                      TO WS-PRC-PLAFOND.
           MOVE WS-DDEB-SAISIE-N                 TO WS-PRC-DATE-DEB.
           MOVE WS-DFIN-SAISIE-N                 TO WS-PRC-DATE-FIN.
           MOVE MSUPO                            TO WS-PRC-SUP.
           MOVE WS-DATEJ-AMJ-N                   TO WS-PRC-DATE-MAJ.
       7070-MAJ-PRC-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * FICHIER, CLE ET IMAGE APRES DU JOURNAL BJR0101                *
      *---------------------------------------------------------------*
       7080-PREP-BJR-DEB.
           MOVE 'PRC0101 '                       TO WS-BJR-FICHIER.
           MOVE SPACE                            TO WS-BJR-CLE.
           MOVE WS-PRC-CLE                       TO WS-BJR-CLE.
           MOVE WS-PRC-ENR                       TO WS-BJR-APRES.
       7080-PREP-BJR-FIN.
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
