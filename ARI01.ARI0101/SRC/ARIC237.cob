      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC237                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      * REVUE DES VIREMENTS SORTANTS RETENUS PAR ARIO411 (VRV0101,    *
      * COPY VIRREVUE) : MONTANT AU DELA DU SEUIL VERS UN BENEFICIAIRE*
      * ACTIVE DEPUIS MOINS DU DELAI DE CARENCE (BEN0101). ACTIONS :  *
      * S (OU BLANC) = AFFICHE LE PROCHAIN VIREMENT EN REVUE A PARTIR *
      *     DE LA REFERENCE SAISIE (DEBUT DU FICHIER PAR DEFAUT),     *
      * V = LIBERE LE VIREMENT AFFICHE : ARIO495 LE REPRESENTE AU     *
      *     PROCHAIN TRAITEMENT ET ARIO411 LE POSTE SANS NOUVELLE     *
      *     RETENUE,                                                  *
      * R = REFUSE LE VIREMENT AVEC UN MOTIF OBLIGATOIRE : IL N EST   *
      *     JAMAIS POSTE.                                             *
      * LE CODE OPERATEUR ET LA DATE DE DECISION SONT POSES SUR LE    *
      * VIREMENT ; LA DECISION EST CONSIGNEE AU JOURNAL DES FICHIERS  *
      * BANCAIRES BJR0101.                                            *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    § CREATION DU PROGRAMME - REVUE DES VIREMENTS   *
      *               § RETENUS VERS UN BENEFICIAIRE RECENT           *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. ARIC237.
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
           COPY ARIN237.
      * VARIABLE MSG
           COPY TABMSG.
      * VARIABLE COMMAREA
           COPY COMMAREA.
      * DESCRIPTION ENREGISTREMENT VIREMENT RETENU POUR REVUE
           COPY VIRREVUE.
      * DESCRIPTION ENREGISTREMENT MOUVEMENT (IMAGE D ORIGINE)
           COPY TP4MVTS.
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
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM237'.
       01 WS-MAPSET                    PIC X(7)       VALUE 'ARIN237'.
       01 WS-MSG-ERR                   PIC X(80).
      *SWITCH EXISTENCE DU VIREMENT RETENU
       01 WS-FS-VRV                    PIC X.
          88 VRV-TROUVE                        VALUE '0'.
          88 VRV-NON-TROUVE                    VALUE '1'.
      *SWITCH FIN DE PARCOURS DU FICHIER
       01 WS-SW-BROWSE                 PIC X          VALUE '0'.
          88 BROWSE-EN-COURS                   VALUE '0'.
          88 BROWSE-TERMINE                    VALUE '1'.
      *REFERENCE DU DERNIER VIREMENT AFFICHE (NON REPRISE AU PARCOURS)
       01 WS-POS-REF                   PIC X(14).
      *DATE DU MOUVEMENT AU FORMAT AAAAMMJJ
       01 WS-DMVT-AMJ.
          05 WS-DMVT-SS                PIC 9(2).
          05 WS-DMVT-AA                PIC 9(2).
          05 WS-DMVT-MM                PIC 9(2).
          05 WS-DMVT-JJ                PIC 9(2).
      *ZONES EDITEES DE LA MAP
       01 WS-MT-ED                     PIC -(9)9,99.
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
              PERFORM 3005-SUIVANT-DEB
                 THRU 3005-SUIVANT-FIN
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
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3005       *
      *---------------------------------------------------------------*
      * AFFICHE LE PROCHAIN VIREMENT EN REVUE APRES LA REFERENCE      *
      * SAISIE (DEBUT DU FICHIER PAR DEFAUT)                          *
      *---------------------------------------------------------------*
       3005-SUIVANT-DEB.
           IF MREFO = SPACE OR MREFO = LOW-VALUE
              MOVE LOW-VALUE                      TO WS-VRV-REF
              MOVE LOW-VALUE                      TO WS-POS-REF
           ELSE
              MOVE MREFO                          TO WS-VRV-REF
              MOVE MREFO                          TO WS-POS-REF
           END-IF.
           PERFORM 6200-STARTBR-VRV-DEB
              THRU 6200-STARTBR-VRV-FIN.
           IF VRV-NON-TROUVE
              PERFORM 7050-EFFACE-VRV-DEB
                 THRU 7050-EFFACE-VRV-FIN
              MOVE WS-MSG(246)                    TO MMSGO
              GO TO 3005-SUIVANT-FIN
           END-IF.
           SET BROWSE-EN-COURS                    TO TRUE.
           SET VRV-NON-TROUVE                     TO TRUE.
           PERFORM 6210-READNEXT-VRV-DEB
              THRU 6210-READNEXT-VRV-FIN
             UNTIL VRV-TROUVE OR BROWSE-TERMINE.
           PERFORM 6220-ENDBR-VRV-DEB
              THRU 6220-ENDBR-VRV-FIN.
           IF VRV-NON-TROUVE
              PERFORM 7050-EFFACE-VRV-DEB
                 THRU 7050-EFFACE-VRV-FIN
              MOVE WS-MSG(246)                    TO MMSGO
              GO TO 3005-SUIVANT-FIN
           END-IF.
           PERFORM 7060-AFFICHE-VRV-DEB
              THRU 7060-AFFICHE-VRV-FIN.
       3005-SUIVANT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3010       *
      *---------------------------------------------------------------*
      * AIGUILLAGE S (SUIVANT) / V (LIBERATION) / R (REFUS)           *
      *---------------------------------------------------------------*
       3010-CHOIX-OK-DEB.
           EVALUATE MCHOIXO
               WHEN 'S'
               WHEN ' '
               WHEN LOW-VALUE
                  PERFORM 3005-SUIVANT-DEB
                     THRU 3005-SUIVANT-FIN
               WHEN 'V'
                  PERFORM 3020-LIBERATION-DEB
                     THRU 3020-LIBERATION-FIN
               WHEN 'R'
                  PERFORM 3040-REFUS-DEB
                     THRU 3040-REFUS-FIN
               WHEN OTHER
                  MOVE WS-MSG(248)                TO MMSGO
           END-EVALUATE.
       3010-CHOIX-OK-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3015       *
      *---------------------------------------------------------------*
      * RELECTURE POUR MISE A JOUR DU VIREMENT DESIGNE PAR LA         *
      * REFERENCE SAISIE ET CONTROLE DE SON STATUT (EN REVUE)         *
      *---------------------------------------------------------------*
       3015-CTL-VIREMENT-DEB.
           SET VRV-NON-TROUVE                     TO TRUE.
           IF MREFO = SPACE OR MREFO = LOW-VALUE
              MOVE WS-MSG(6)                      TO MMSGO
              GO TO 3015-CTL-VIREMENT-FIN
           END-IF.
           MOVE MREFO                             TO WS-VRV-REF.
           PERFORM 6030-READ-UPD-VRV-DEB
              THRU 6030-READ-UPD-VRV-FIN.
           IF VRV-NON-TROUVE
              MOVE WS-MSG(247)                    TO MMSGO
              GO TO 3015-CTL-VIREMENT-FIN
           END-IF.
           IF NOT VRV-EN-REVUE
              PERFORM 6055-UNLOCK-VRV-DEB
                 THRU 6055-UNLOCK-VRV-FIN
              SET VRV-NON-TROUVE                  TO TRUE
              PERFORM 7060-AFFICHE-VRV-DEB
                 THRU 7060-AFFICHE-VRV-FIN
              MOVE WS-MSG(247)                    TO MMSGO
              GO TO 3015-CTL-VIREMENT-FIN
           END-IF.
           MOVE WS-VRV-ENR                        TO WS-BJR-IMG-AVANT.
       3015-CTL-VIREMENT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3020       *
      *---------------------------------------------------------------*
      * LIBERATION : LE VIREMENT PASSE AU STATUT V, REPRESENTE PAR    *
      * ARIO495 AU PROCHAIN TRAITEMENT                                *
      *---------------------------------------------------------------*
       3020-LIBERATION-DEB.
           PERFORM 3015-CTL-VIREMENT-DEB
              THRU 3015-CTL-VIREMENT-FIN.
           IF VRV-NON-TROUVE
              GO TO 3020-LIBERATION-FIN
           END-IF.
           SET VRV-LIBERE                         TO TRUE.
           MOVE EIBOPID                           TO WS-VRV-OPID.
           MOVE WS-DATEJ-AMJ-N                    TO WS-VRV-DATE-DEC.
           MOVE SPACE                             TO WS-VRV-MOTIF.
           PERFORM 6050-REWRITE-VRV-DEB
              THRU 6050-REWRITE-VRV-FIN.
           PERFORM 7060-AFFICHE-VRV-DEB
              THRU 7060-AFFICHE-VRV-FIN.
           MOVE WS-MSG(249)                       TO MMSGO.
       3020-LIBERATION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3040       *
      *---------------------------------------------------------------*
      * REFUS MOTIVE : LE VIREMENT PASSE AU STATUT R ET N EST JAMAIS  *
      * POSTE                                                         *
      *---------------------------------------------------------------*
       3040-REFUS-DEB.
           IF MMOTIFO = SPACE OR MMOTIFO = LOW-VALUE
              MOVE WS-MSG(251)                    TO MMSGO
              GO TO 3040-REFUS-FIN
           END-IF.
           PERFORM 3015-CTL-VIREMENT-DEB
              THRU 3015-CTL-VIREMENT-FIN.
           IF VRV-NON-TROUVE
              GO TO 3040-REFUS-FIN
           END-IF.
           SET VRV-REFUSE                         TO TRUE.
           MOVE EIBOPID                           TO WS-VRV-OPID.
           MOVE WS-DATEJ-AMJ-N                    TO WS-VRV-DATE-DEC.
           MOVE MMOTIFO                           TO WS-VRV-MOTIF.
           PERFORM 6050-REWRITE-VRV-DEB
              THRU 6050-REWRITE-VRV-FIN.
           PERFORM 7060-AFFICHE-VRV-DEB
              THRU 7060-AFFICHE-VRV-FIN.
           MOVE WS-MSG(250)                       TO MMSGO.
       3040-REFUS-FIN.
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
                     FROM    (ARIM237O)
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
                      INTO    (ARIM237I)
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
                     FROM    (ARIM237O)
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
       6030-READ-UPD-VRV-DEB.
           EXEC CICS
               READ FILE('VRV0101')
                    RIDFLD(WS-VRV-REF)
                    INTO(WS-VRV-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET VRV-TROUVE                      TO TRUE
           ELSE
              SET VRV-NON-TROUVE                  TO TRUE
           END-IF.
       6030-READ-UPD-VRV-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * REECRIT LE VIREMENT DECIDE ET CONSIGNE LA DECISION AU JOURNAL *
      *---------------------------------------------------------------*
       6050-REWRITE-VRV-DEB.
           EXEC CICS
               REWRITE FILE('VRV0101')
                       FROM(WS-VRV-ENR)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6050 - ERREUR CICS REWRITE VRV0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET BJR-MODIFICATION                   TO TRUE.
           MOVE 'VRV0101 '                        TO WS-BJR-FICHIER.
           MOVE SPACE                             TO WS-BJR-CLE.
           MOVE WS-VRV-REF                        TO WS-BJR-CLE.
           MOVE WS-VRV-ENR                        TO WS-BJR-APRES.
           PERFORM 6081-WRITE-BJR-DEB
              THRU 6081-WRITE-BJR-FIN.
       6050-REWRITE-VRV-FIN.
           EXIT.
       6055-UNLOCK-VRV-DEB.
           EXEC CICS
               UNLOCK FILE('VRV0101')
                      RESP(WS-RESP)
           END-EXEC.
       6055-UNLOCK-VRV-FIN.
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
           MOVE 'ARIC237'                         TO WS-BJR-PROG.
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
      * PARCOURS DES VIREMENTS RETENUS A PARTIR DE LA CLE PREPAREE    *
      *---------------------------------------------------------------*
       6200-STARTBR-VRV-DEB.
           SET VRV-TROUVE                         TO TRUE.
           EXEC CICS
               STARTBR FILE('VRV0101')
                       RIDFLD(WS-VRV-REF)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET VRV-NON-TROUVE                  TO TRUE
           END-IF.
       6200-STARTBR-VRV-FIN.
           EXIT.
       6210-READNEXT-VRV-DEB.
           EXEC CICS
               READNEXT FILE('VRV0101')
                        RIDFLD(WS-VRV-REF)
                        INTO(WS-VRV-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                  IF VRV-EN-REVUE AND WS-VRV-REF NOT = WS-POS-REF
                     SET VRV-TROUVE               TO TRUE
                  END-IF
               WHEN OTHER
                  SET BROWSE-TERMINE              TO TRUE
           END-EVALUATE.
       6210-READNEXT-VRV-FIN.
           EXIT.
       6220-ENDBR-VRV-DEB.
           EXEC CICS
               ENDBR FILE('VRV0101')
                     RESP(WS-RESP)
           END-EXEC.
       6220-ENDBR-VRV-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
       7000-INIT-MAP-DEB.
            MOVE DFHCOMMAREA                     TO WS-COMMAREA.
            MOVE LOW-VALUE                       TO ARIM237O.
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
      *---------------------------------------------------------------*
      * EFFACE LE DETAIL QUAND PLUS AUCUN VIREMENT N EST EN REVUE     *
      *---------------------------------------------------------------*
       7050-EFFACE-VRV-DEB.
           MOVE SPACE                            TO MREFO MCPTEO MCTRO
                                                    MDMVTO MMTO MDEVO
                                                    MDACTO MDRETO
                                                    MSTATO MMOTIFO
                                                    MOPIDO MDDECO.
       7050-EFFACE-VRV-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * REPORTE LE VIREMENT RETENU ET SON MOUVEMENT D ORIGINE DANS LES *
      * CHAMPS DE LA MAP                                              *
      *---------------------------------------------------------------*
       7060-AFFICHE-VRV-DEB.
           MOVE WS-VRV-MVT                       TO WS-ENRG-F-MVTS.
           MOVE WS-VRV-REF                       TO MREFO.
           MOVE WS-MVTS-CPTE                     TO MCPTEO.
           MOVE WS-MVTS-CTR                      TO MCTRO.
           MOVE WS-MVTS-SS                       TO WS-DMVT-SS.
           MOVE WS-MVTS-AA                       TO WS-DMVT-AA.
           MOVE WS-MVTS-MM                       TO WS-DMVT-MM.
           MOVE WS-MVTS-JJ                       TO WS-DMVT-JJ.
           MOVE WS-DMVT-AMJ                      TO MDMVTO.
           MOVE WS-MVTS-MT                       TO WS-MT-ED.
           MOVE WS-MT-ED                         TO MMTO.
           MOVE WS-MVTS-DEVISE                   TO MDEVO.
           MOVE WS-VRV-BNF-DACTIV                TO MDACTO.
           MOVE WS-VRV-DATE-RET                  TO MDRETO.
           MOVE WS-VRV-STATUT                    TO MSTATO.
           MOVE WS-VRV-MOTIF                     TO MMOTIFO.
           MOVE WS-VRV-OPID                      TO MOPIDO.
           MOVE WS-VRV-DATE-DEC                  TO MDDECO.
       7060-AFFICHE-VRV-FIN.
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
