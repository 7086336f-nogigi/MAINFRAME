      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC236                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      * GESTION DES BENEFICIAIRES ENREGISTRES DES VIREMENTS SORTANTS  *
      * (BEN0101, COPY BENEFIC), CLE = COMPTE DONNEUR D ORDRE (MCPTE) *
      * + CONTREPARTIE PORTEE PAR LE VIREMNT (MCTR). ACTIONS :        *
      * A = AFFICHE LE BENEFICIAIRE,                                  *
      * C = DEMANDE DE CREATION : COMPTE PRESENT DANS CPTE0101, IBAN  *
      *     CONTROLE PAR ARIO851, NOM OBLIGATOIRE - STATUT A ; UN     *
      *     BENEFICIAIRE SUPPRIME OU REFUSE PEUT ETRE REDEMANDE,      *
      * S = DEMANDE DE SUPPRESSION D UN BENEFICIAIRE ACTIF - STATUT D,*
      * V = VALIDE LA DEMANDE EN COURS (A -> V ACTIF, DATE            *
      *     D ACTIVATION = DATE DU JOUR ; D -> S SUPPRIME),           *
      * R = REFUSE LA DEMANDE EN COURS (A -> R ; D -> V, LE           *
      *     BENEFICIAIRE RESTE ACTIF).                                *
      * LE VALIDEUR DOIT ETRE UN OPERATEUR DIFFERENT DU DEMANDEUR     *
      * (CODE OPERATEUR CICS) : L AUTO-VALIDATION EST REFUSEE. TOUTE  *
      * MISE A JOUR EST CONSIGNEE AU JOURNAL BJR0101.                 *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    § CREATION DU PROGRAMME - BENEFICIAIRES DES     *
      *               § VIREMENTS SOUS CONTROLE QUATRE YEUX           *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. ARIC236.
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
           COPY ARIN236.
      * VARIABLE MSG
           COPY TABMSG.
      * VARIABLE COMMAREA
           COPY COMMAREA.
      * DESCRIPTION ENREGISTREMENT BENEFICIAIRE
           COPY BENEFIC.
      * DESCRIPTION ENREGISTREMENT COMPTE
           COPY TP4CPTES.
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
      *VARIABLE GESTION CICS
       01 WS-RESP                      PIC S9(4)      COMP.
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM236'.
       01 WS-MAPSET                    PIC X(7)       VALUE 'ARIN236'.
       01 WS-MSG-ERR                   PIC X(80).
      *SWITCH EXISTENCE DU BENEFICIAIRE ET DU COMPTE
       01 WS-FS-BNF                    PIC X.
          88 BNF-TROUVE                        VALUE '0'.
          88 BNF-NON-TROUVE                    VALUE '1'.
       01 WS-FS-CPT                    PIC X.
          88 CPT-EXISTE                        VALUE '0'.
          88 CPT-N-EXISTE-PAS                  VALUE '1'.
      *SWITCH RESULTAT DES CONTROLES DE SAISIE
       01 WS-SW-SAISIE                 PIC X.
          88 SAISIE-OK                         VALUE '0'.
          88 SAISIE-KO                         VALUE '1'.
      *CONTROLE DE L IBAN DU BENEFICIAIRE (SOUS PROGRAMME ARIO851)
       01 WS-IBA-FONCTION              PIC X          VALUE 'V'.
       01 WS-IBA-CPTE                  PIC X(10)      VALUE SPACE.
       01 WS-IBA-IBAN                  PIC X(27)      VALUE SPACE.
       01 WS-IBA-CR                    PIC 9(2)       VALUE ZERO.
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
      * AIGUILLAGE A (AFFICHAGE) / C (CREATION) / S (SUPPRESSION) /   *
      * V (VALIDATION) / R (REFUS)                                    *
      *---------------------------------------------------------------*
       3010-CHOIX-OK-DEB.
           IF MCPTEO = SPACE OR MCPTEO = LOW-VALUE
           OR MCTRO = SPACE OR MCTRO = LOW-VALUE
              PERFORM 7050-MSG-CHAMP-VIDE-DEB
                 THRU 7050-MSG-CHAMP-VIDE-FIN
              GO TO 3010-CHOIX-OK-FIN
           END-IF.
           MOVE MCPTEO                            TO WS-BNF-CPTE.
           MOVE MCTRO                             TO WS-BNF-CTR.
           EVALUATE MCHOIXO
               WHEN 'A'
                  PERFORM 3020-AFFICHAGE-DEB
                     THRU 3020-AFFICHAGE-FIN
               WHEN 'C'
                  PERFORM 3030-CREATION-DEB
                     THRU 3030-CREATION-FIN
               WHEN 'S'
                  PERFORM 3040-DEM-SUPPRESSION-DEB
                     THRU 3040-DEM-SUPPRESSION-FIN
               WHEN 'V'
                  PERFORM 3050-VALIDATION-DEB
                     THRU 3050-VALIDATION-FIN
               WHEN 'R'
                  PERFORM 3060-REFUS-DEB
                     THRU 3060-REFUS-FIN
               WHEN OTHER
                  MOVE WS-MSG(238)                TO MMSGO
           END-EVALUATE.
       3010-CHOIX-OK-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3020       *
      *---------------------------------------------------------------*
      * AFFICHAGE DU BENEFICIAIRE DESIGNE PAR LA CLE SAISIE           *
      *---------------------------------------------------------------*
       3020-AFFICHAGE-DEB.
           PERFORM 6030-READ-BNF-DEB
              THRU 6030-READ-BNF-FIN.
           IF BNF-NON-TROUVE
              PERFORM 7055-EFFACE-BNF-DEB
                 THRU 7055-EFFACE-BNF-FIN
              MOVE WS-MSG(235)                    TO MMSGO
              GO TO 3020-AFFICHAGE-FIN
           END-IF.
           PERFORM 7060-AFFICHE-BNF-DEB
              THRU 7060-AFFICHE-BNF-FIN.
       3020-AFFICHAGE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3030       *
      *---------------------------------------------------------------*
      * DEMANDE DE CREATION : CONTROLES DE SAISIE PUIS ECRITURE AU    *
      * STATUT A - UN BENEFICIAIRE SUPPRIME OU REFUSE EST REPRIS      *
      *---------------------------------------------------------------*
       3030-CREATION-DEB.
           PERFORM 7070-CTL-SAISIE-DEB
              THRU 7070-CTL-SAISIE-FIN.
           IF SAISIE-KO
              GO TO 3030-CREATION-FIN
           END-IF.
           PERFORM 6040-READ-UPD-BNF-DEB
              THRU 6040-READ-UPD-BNF-FIN.
           IF BNF-TROUVE
              IF BNF-A-VALIDER OR BNF-ACTIF OR BNF-SUPP-DEMANDEE
                 PERFORM 6055-UNLOCK-BNF-DEB
                    THRU 6055-UNLOCK-BNF-FIN
                 PERFORM 7060-AFFICHE-BNF-DEB
                    THRU 7060-AFFICHE-BNF-FIN
                 MOVE WS-MSG(236)                 TO MMSGO
                 GO TO 3030-CREATION-FIN
              END-IF
              MOVE WS-BNF-ENR                     TO WS-BJR-IMG-AVANT
              SET BJR-MODIFICATION                TO TRUE
           ELSE
              MOVE LOW-VALUE                      TO WS-BJR-IMG-AVANT
              SET BJR-CREATION                    TO TRUE
           END-IF.
           PERFORM 7080-ALIM-BNF-DEB
              THRU 7080-ALIM-BNF-FIN.
           IF BNF-TROUVE
              PERFORM 6050-REWRITE-BNF-DEB
                 THRU 6050-REWRITE-BNF-FIN
           ELSE
              PERFORM 6045-WRITE-BNF-DEB
                 THRU 6045-WRITE-BNF-FIN
           END-IF.
           PERFORM 7060-AFFICHE-BNF-DEB
              THRU 7060-AFFICHE-BNF-FIN.
           MOVE WS-MSG(239)                       TO MMSGO.
       3030-CREATION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3040       *
      *---------------------------------------------------------------*
      * DEMANDE DE SUPPRESSION D UN BENEFICIAIRE ACTIF : STATUT D,    *
      * LE BENEFICIAIRE RESTE UTILISABLE JUSQU A LA VALIDATION        *
      *---------------------------------------------------------------*
       3040-DEM-SUPPRESSION-DEB.
           PERFORM 6040-READ-UPD-BNF-DEB
              THRU 6040-READ-UPD-BNF-FIN.
           IF BNF-NON-TROUVE
              PERFORM 7055-EFFACE-BNF-DEB
                 THRU 7055-EFFACE-BNF-FIN
              MOVE WS-MSG(235)                    TO MMSGO
              GO TO 3040-DEM-SUPPRESSION-FIN
           END-IF.
           IF NOT BNF-ACTIF
              PERFORM 6055-UNLOCK-BNF-DEB
                 THRU 6055-UNLOCK-BNF-FIN
              PERFORM 7060-AFFICHE-BNF-DEB
                 THRU 7060-AFFICHE-BNF-FIN
              MOVE WS-MSG(245)                    TO MMSGO
              GO TO 3040-DEM-SUPPRESSION-FIN
           END-IF.
           MOVE WS-BNF-ENR                        TO WS-BJR-IMG-AVANT.
           SET BJR-MODIFICATION                   TO TRUE.
           SET BNF-SUPP-DEMANDEE                  TO TRUE.
           MOVE EIBOPID                           TO WS-BNF-DEMANDE-PAR.
           MOVE WS-DATEJ-AMJ-N                    TO WS-BNF-DATE-DEM.
           PERFORM 6050-REWRITE-BNF-DEB
              THRU 6050-REWRITE-BNF-FIN.
           PERFORM 7060-AFFICHE-BNF-DEB
              THRU 7060-AFFICHE-BNF-FIN.
           MOVE WS-MSG(240)                       TO MMSGO.
       3040-DEM-SUPPRESSION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3045       *
      *---------------------------------------------------------------*
      * RELECTURE POUR MISE A JOUR ET CONTROLES COMMUNS A LA          *
      * VALIDATION ET AU REFUS (DEMANDE EN COURS, SECOND OPERATEUR)   *
      *---------------------------------------------------------------*
       3045-CTL-DEMANDE-DEB.
           PERFORM 6040-READ-UPD-BNF-DEB
              THRU 6040-READ-UPD-BNF-FIN.
           IF BNF-NON-TROUVE
              PERFORM 7055-EFFACE-BNF-DEB
                 THRU 7055-EFFACE-BNF-FIN
              MOVE WS-MSG(235)                    TO MMSGO
              GO TO 3045-CTL-DEMANDE-FIN
           END-IF.
           IF NOT (BNF-A-VALIDER OR BNF-SUPP-DEMANDEE)
              PERFORM 6055-UNLOCK-BNF-DEB
                 THRU 6055-UNLOCK-BNF-FIN
              SET BNF-NON-TROUVE                  TO TRUE
              PERFORM 7060-AFFICHE-BNF-DEB
                 THRU 7060-AFFICHE-BNF-FIN
              MOVE WS-MSG(241)                    TO MMSGO
              GO TO 3045-CTL-DEMANDE-FIN
           END-IF.
      *    QUATRE YEUX : LE VALIDEUR DOIT ETRE DIFFERENT DU
      *    DEMANDEUR
           IF WS-BNF-DEMANDE-PAR = EIBOPID
              PERFORM 6055-UNLOCK-BNF-DEB
                 THRU 6055-UNLOCK-BNF-FIN
              SET BNF-NON-TROUVE                  TO TRUE
              PERFORM 7060-AFFICHE-BNF-DEB
                 THRU 7060-AFFICHE-BNF-FIN
              MOVE WS-MSG(135)                    TO MMSGO
              GO TO 3045-CTL-DEMANDE-FIN
           END-IF.
           MOVE WS-BNF-ENR                        TO WS-BJR-IMG-AVANT.
           SET BJR-MODIFICATION                   TO TRUE.
       3045-CTL-DEMANDE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3050       *
      *---------------------------------------------------------------*
      * VALIDATION : CREATION -> ACTIF (OUVRE LA PERIODE DE CARENCE), *
      * SUPPRESSION -> SUPPRIME                                       *
      *---------------------------------------------------------------*
       3050-VALIDATION-DEB.
           PERFORM 3045-CTL-DEMANDE-DEB
              THRU 3045-CTL-DEMANDE-FIN.
           IF BNF-NON-TROUVE
              GO TO 3050-VALIDATION-FIN
           END-IF.
           MOVE EIBOPID                           TO WS-BNF-VALIDE-PAR.
           IF BNF-A-VALIDER
              SET BNF-ACTIF                       TO TRUE
              MOVE WS-DATEJ-AMJ-N                 TO WS-BNF-DATE-ACTIV
              MOVE WS-MSG(242)                    TO MMSGO
           ELSE
              SET BNF-SUPPRIME                    TO TRUE
              MOVE WS-MSG(243)                    TO MMSGO
           END-IF.
           PERFORM 6050-REWRITE-BNF-DEB
              THRU 6050-REWRITE-BNF-FIN.
           PERFORM 7060-AFFICHE-BNF-DEB
              THRU 7060-AFFICHE-BNF-FIN.
       3050-VALIDATION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3060       *
      *---------------------------------------------------------------*
      * REFUS : CREATION -> REFUSE, SUPPRESSION -> RETOUR A L ACTIF   *
      *---------------------------------------------------------------*
       3060-REFUS-DEB.
           PERFORM 3045-CTL-DEMANDE-DEB
              THRU 3045-CTL-DEMANDE-FIN.
           IF BNF-NON-TROUVE
              GO TO 3060-REFUS-FIN
           END-IF.
           MOVE EIBOPID                           TO WS-BNF-VALIDE-PAR.
           IF BNF-A-VALIDER
              SET BNF-REFUSE                      TO TRUE
           ELSE
              SET BNF-ACTIF                       TO TRUE
           END-IF.
           PERFORM 6050-REWRITE-BNF-DEB
              THRU 6050-REWRITE-BNF-FIN.
           PERFORM 7060-AFFICHE-BNF-DEB
              THRU 7060-AFFICHE-BNF-FIN.
           MOVE WS-MSG(244)                       TO MMSGO.
       3060-REFUS-FIN.
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
                     FROM    (ARIM236O)
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
                      INTO    (ARIM236I)
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
                     FROM    (ARIM236O)
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
       6030-READ-BNF-DEB.
           EXEC CICS
               READ FILE('BEN0101')
                    RIDFLD(WS-BNF-CLE)
                    INTO(WS-BNF-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET BNF-TROUVE                      TO TRUE
           ELSE
              SET BNF-NON-TROUVE                  TO TRUE
           END-IF.
       6030-READ-BNF-FIN.
           EXIT.
       6035-READ-CPTE-DEB.
           EXEC CICS
               READ FILE('CPTE0101')
                    RIDFLD(WS-CPTES-CPTE)
                    INTO(WS-ENRG-F-CPTES)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET CPT-EXISTE                      TO TRUE
           ELSE
              SET CPT-N-EXISTE-PAS                TO TRUE
           END-IF.
       6035-READ-CPTE-FIN.
           EXIT.
       6040-READ-UPD-BNF-DEB.
           EXEC CICS
               READ FILE('BEN0101')
                    RIDFLD(WS-BNF-CLE)
                    INTO(WS-BNF-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET BNF-TROUVE                      TO TRUE
           ELSE
              SET BNF-NON-TROUVE                  TO TRUE
           END-IF.
       6040-READ-UPD-BNF-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * ECRIT OU REECRIT LE BENEFICIAIRE ET CONSIGNE LA MISE A JOUR   *
      * AU JOURNAL (L OPERATION ET L IMAGE AVANT SONT POSEES PAR      *
      * L APPELANT)                                                   *
      *---------------------------------------------------------------*
       6045-WRITE-BNF-DEB.
           EXEC CICS
               WRITE FILE('BEN0101')
                     RIDFLD(WS-BNF-CLE)
                     FROM(WS-BNF-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6045 - ERREUR CICS WRITE BEN0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6080-JRN-BNF-DEB
              THRU 6080-JRN-BNF-FIN.
       6045-WRITE-BNF-FIN.
           EXIT.
       6050-REWRITE-BNF-DEB.
           EXEC CICS
               REWRITE FILE('BEN0101')
                       FROM(WS-BNF-ENR)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6050 - ERREUR CICS REWRITE BEN0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM 6080-JRN-BNF-DEB
              THRU 6080-JRN-BNF-FIN.
       6050-REWRITE-BNF-FIN.
           EXIT.
       6055-UNLOCK-BNF-DEB.
           EXEC CICS
               UNLOCK FILE('BEN0101')
                      RESP(WS-RESP)
           END-EXEC.
       6055-UNLOCK-BNF-FIN.
           EXIT.
       6080-JRN-BNF-DEB.
           MOVE 'BEN0101 '                        TO WS-BJR-FICHIER.
           MOVE SPACE                             TO WS-BJR-CLE.
           MOVE WS-BNF-CLE                        TO WS-BJR-CLE.
           MOVE WS-BNF-ENR                        TO WS-BJR-APRES.
           PERFORM 6081-WRITE-BJR-DEB
              THRU 6081-WRITE-BJR-FIN.
       6080-JRN-BNF-FIN.
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
           MOVE 'ARIC236'                         TO WS-BJR-PROG.
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
            MOVE LOW-VALUE                       TO ARIM236O.
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
      * EFFACE LE DETAIL QUAND LE BENEFICIAIRE EST INCONNU            *
      *---------------------------------------------------------------*
       7055-EFFACE-BNF-DEB.
           MOVE SPACE                            TO MIBANO MNOMO MSTATO
                                                    MDAJOUTO MSAISIO
                                                    MDACTIVO MVALIDO
                                                    MDEMANO.
       7055-EFFACE-BNF-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * REPORTE LE BENEFICIAIRE DANS LES CHAMPS DE LA MAP             *
      *---------------------------------------------------------------*
       7060-AFFICHE-BNF-DEB.
           MOVE WS-BNF-CPTE                      TO MCPTEO.
           MOVE WS-BNF-CTR                       TO MCTRO.
           MOVE WS-BNF-IBAN                      TO MIBANO.
           MOVE WS-BNF-NOM                       TO MNOMO.
           MOVE WS-BNF-STATUT                    TO MSTATO.
           MOVE WS-BNF-DATE-AJOUT                TO MDAJOUTO.
           MOVE WS-BNF-SAISI-PAR                 TO MSAISIO.
           MOVE WS-BNF-DATE-ACTIV                TO MDACTIVO.
           MOVE WS-BNF-VALIDE-PAR                TO MVALIDO.
           MOVE WS-BNF-DEMANDE-PAR               TO MDEMANO.
       7060-AFFICHE-BNF-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONTROLES DE SAISIE D UNE DEMANDE DE CREATION : CONTREPARTIE  *
      * DIFFERENTE DU COMPTE, COMPTE CONNU, IBAN VALIDE, NOM SAISI    *
      *---------------------------------------------------------------*
       7070-CTL-SAISIE-DEB.
           SET SAISIE-KO                         TO TRUE.
           IF WS-BNF-CTR = WS-BNF-CPTE
              MOVE WS-MSG(252)                   TO MMSGO
              GO TO 7070-CTL-SAISIE-FIN
           END-IF.
           MOVE WS-BNF-CPTE                      TO WS-CPTES-CPTE.
           PERFORM 6035-READ-CPTE-DEB
              THRU 6035-READ-CPTE-FIN.
           IF CPT-N-EXISTE-PAS
              MOVE WS-MSG(20)                    TO MMSGO
              GO TO 7070-CTL-SAISIE-FIN
           END-IF.
           IF MNOMO = SPACE OR MNOMO = LOW-VALUE
              PERFORM 7050-MSG-CHAMP-VIDE-DEB
                 THRU 7050-MSG-CHAMP-VIDE-FIN
              GO TO 7070-CTL-SAISIE-FIN
           END-IF.
           MOVE 'V'                              TO WS-IBA-FONCTION.
           MOVE MIBANO                           TO WS-IBA-IBAN.
           CALL 'ARIO851'                   USING WS-IBA-FONCTION
                                                  WS-IBA-CPTE
                                                  WS-IBA-IBAN
                                                  WS-IBA-CR.
           IF WS-IBA-CR NOT = ZERO
              MOVE WS-MSG(237)                   TO MMSGO
              GO TO 7070-CTL-SAISIE-FIN
           END-IF.
           SET SAISIE-OK                         TO TRUE.
       7070-CTL-SAISIE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONSTITUE LA DEMANDE DE CREATION (STATUT A)                   *
      *---------------------------------------------------------------*
       7080-ALIM-BNF-DEB.
           MOVE WS-IBA-IBAN                      TO WS-BNF-IBAN.
           MOVE MNOMO                            TO WS-BNF-NOM.
           SET BNF-A-VALIDER                     TO TRUE.
           MOVE WS-DATEJ-AMJ-N                   TO WS-BNF-DATE-AJOUT.
           MOVE EIBOPID                          TO WS-BNF-SAISI-PAR.
           MOVE ZERO                             TO WS-BNF-DATE-ACTIV.
           MOVE SPACE                            TO WS-BNF-VALIDE-PAR.
           MOVE EIBOPID                          TO WS-BNF-DEMANDE-PAR.
           MOVE WS-DATEJ-AMJ-N                   TO WS-BNF-DATE-DEM.
       7080-ALIM-BNF-FIN.
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
