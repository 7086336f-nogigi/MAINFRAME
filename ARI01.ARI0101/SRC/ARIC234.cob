      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC234                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      * TRANSACTION DIRECTE DE SUIVI DES ECARTS DE RAPPROCHEMENT DU   *
      * REGLEMENT DE COMPENSATION (RCL0101, COPY ECARTCLR, CREES PAR  *
      * ARIO493). CLE : DATE DE REGLEMENT, SENS (R/E), TYPE (N, M, A, *
      * O, C) ET REFERENCE (DEVISE POUR N ET M). ACTIONS : A =        *
      * AFFICHAGE DE L ECART (MONTANTS ET NOMBRES NOUS / CHAMBRE,     *
      * STATUT, AGE EN JOURS 30/360), F = CLOTURE DE L ECART OUVERT   *
      * AVEC UN COMMENTAIRE OBLIGATOIRE : LA DATE DE CLOTURE ET LE    *
      * CODE OPERATEUR SONT POSES SUR L ECART, QUI SORT DE L ETAT      *
      * D ANCIENNETE D ARIO493. LA CLOTURE EST CONSIGNEE AU JOURNAL   *
      * DES FICHIERS BANCAIRES BJR0101.                               *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    § CREATION DU PROGRAMME - SUIVI ET CLOTURE DES  *
      *               § ECARTS DE RAPPROCHEMENT DU REGLEMENT          *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. ARIC234.
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
           COPY ARIN234.
      * VARIABLE MSG
           COPY TABMSG.
      * VARIABLE COMMAREA
           COPY COMMAREA.
      * DESCRIPTION ENREGISTREMENT ECART DE RAPPROCHEMENT
           COPY ECARTCLR.
      * DESCRIPTION ENREGISTREMENT JOURNAL DES FICHIERS BANCAIRES
           COPY BNKJRNL.
      *IMAGE AVANT POUR LE JOURNAL
       01 WS-BJR-IMG-AVANT             PIC X(130).
      *DATE DU JOUR NUMERIQUE (DATE DE CLOTURE, AGE DE L ECART)
       01 WS-DATEJ-AMJ.
          05 WS-DATEJ-AMJ-N            PIC 9(8).
      *DATE DE FIN DU CALCUL DE L AGE (JOUR, OU CLOTURE SI L ECART
      *EST CLOS) ET DATE DE L ECART
       01 WS-DATE-FIN-AGE.
          05 WS-DFA-AAAA               PIC 9(4).
          05 WS-DFA-MM                 PIC 9(2).
          05 WS-DFA-JJ                 PIC 9(2).
       01 WS-DATE-ECL.
          05 WS-DECL-AAAA              PIC 9(4).
          05 WS-DECL-MM                PIC 9(2).
          05 WS-DECL-JJ                PIC 9(2).
       01 WS-AGE-JOURS                 PIC S9(5)      COMP-3.
      *ZONES EDITEES DE LA MAP
       01 WS-MT-ED                     PIC -(14)9,99.
       01 WS-NB-ED                     PIC Z(6)9.
       01 WS-AGE-ED                    PIC ZZZZ9.
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
      *
       01 WS-DATE-CICS                 PIC S9(15)     COMP-3.
      *VARIABLE GESTION CICS
       01 WS-RESP                      PIC S9(4)      COMP.
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM234'.
       01 WS-MAPSET                    PIC X(7)       VALUE 'ARIN234'.
       01 WS-MSG-ERR                   PIC X(80).
      *SWITCH EXISTENCE DE L ECART
       01 WS-FS-ECL                    PIC X.
          88 ECL-EXISTE                        VALUE '0'.
          88 ECL-N-EXISTE-PAS                  VALUE '1'.
      *================
       LINKAGE SECTION.
      *================
      *
       01 DFHCOMMAREA                  PIC X(4096).
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
           IF WS-RESP = DFHRESP(MAPFAIL) OR MDREGO = SPACE
                                         OR MSENSO = SPACE
                                         OR MTYPEO = SPACE
                                         OR MREFO  = SPACE
                                         OR MACTO  = SPACE
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
      * AIGUILLAGE A/F                                                *
      *---------------------------------------------------------------*
       3010-CHOIX-OK-DEB.
           MOVE MDREGO                            TO WS-ECL-CLE (1:8).
           MOVE MSENSO                            TO WS-ECL-SENS.
           MOVE MTYPEO                            TO WS-ECL-TYPE.
           MOVE MREFO                             TO WS-ECL-REF.
           EVALUATE MACTO
               WHEN 'A'
                  PERFORM 3015-AFFICHAGE-DEB
                     THRU 3015-AFFICHAGE-FIN
               WHEN 'F'
                  PERFORM 3020-CLOTURE-DEB
                     THRU 3020-CLOTURE-FIN
               WHEN OTHER
                  MOVE WS-MSG(225)                TO MMSGO
           END-EVALUATE.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       3010-CHOIX-OK-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3015       *
      *---------------------------------------------------------------*
      * AFFICHAGE DE L ECART                                          *
      *---------------------------------------------------------------*
       3015-AFFICHAGE-DEB.
           PERFORM 6030-READ-ECL-DEB
              THRU 6030-READ-ECL-FIN.
           IF ECL-N-EXISTE-PAS
              MOVE WS-MSG(222)                    TO MMSGO
              GO TO 3015-AFFICHAGE-FIN
           END-IF.
           PERFORM 7060-AFF-ECL-DEB
              THRU 7060-AFF-ECL-FIN.
       3015-AFFICHAGE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3020       *
      *---------------------------------------------------------------*
      * CLOTURE D UN ECART OUVERT : COMMENTAIRE OBLIGATOIRE, DATE DU  *
      * JOUR ET CODE OPERATEUR POSES SUR L ECART                      *
      *---------------------------------------------------------------*
       3020-CLOTURE-DEB.
           IF MCOMMO = SPACE OR MCOMMO = LOW-VALUE
              MOVE WS-MSG(226)                    TO MMSGO
              GO TO 3020-CLOTURE-FIN
           END-IF.
           PERFORM 6031-READ-UPD-ECL-DEB
              THRU 6031-READ-UPD-ECL-FIN.
           IF ECL-N-EXISTE-PAS
              MOVE WS-MSG(222)                    TO MMSGO
              GO TO 3020-CLOTURE-FIN
           END-IF.
           IF ECL-CLOS
              PERFORM 7060-AFF-ECL-DEB
                 THRU 7060-AFF-ECL-FIN
              MOVE WS-MSG(223)                    TO MMSGO
              GO TO 3020-CLOTURE-FIN
           END-IF.
           MOVE WS-ECL-ENR                        TO WS-BJR-IMG-AVANT.
           SET ECL-CLOS                           TO TRUE.
           MOVE WS-DATEJ-AMJ-N                    TO WS-ECL-DATE-FERM.
           MOVE EIBOPID                           TO WS-ECL-OPID.
           MOVE MCOMMO                            TO WS-ECL-COMMENT.
           PERFORM 6060-REWRITE-ECL-DEB
              THRU 6060-REWRITE-ECL-FIN.
           SET BJR-MODIFICATION                   TO TRUE.
           PERFORM 7070-PREP-BJR-DEB
              THRU 7070-PREP-BJR-FIN.
           PERFORM 6081-WRITE-BJR-DEB
              THRU 6081-WRITE-BJR-FIN.
           PERFORM 7060-AFF-ECL-DEB
              THRU 7060-AFF-ECL-FIN.
           MOVE WS-MSG(224)                       TO MMSGO.
       3020-CLOTURE-FIN.
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
                     FROM    (ARIM234O)
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
                      INTO    (ARIM234I)
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
                     FROM    (ARIM234O)
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
       6030-READ-ECL-DEB.
           EXEC CICS
               READ FILE('RCL0101')
                    RIDFLD(WS-ECL-CLE)
                    INTO(WS-ECL-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET ECL-EXISTE                      TO TRUE
           ELSE
              SET ECL-N-EXISTE-PAS                TO TRUE
           END-IF.
       6030-READ-ECL-FIN.
           EXIT.
       6031-READ-UPD-ECL-DEB.
           EXEC CICS
               READ FILE('RCL0101')
                    RIDFLD(WS-ECL-CLE)
                    INTO(WS-ECL-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET ECL-EXISTE                      TO TRUE
           ELSE
              SET ECL-N-EXISTE-PAS                TO TRUE
           END-IF.
       6031-READ-UPD-ECL-FIN.
           EXIT.
       6060-REWRITE-ECL-DEB.
           EXEC CICS
               REWRITE FILE('RCL0101')
                       FROM(WS-ECL-ENR)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6060 - ERREUR CICS REWRITE RCL0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-REWRITE-ECL-FIN.
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
           MOVE 'ARIC234'                         TO WS-BJR-PROG.
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
            MOVE LOW-VALUE                       TO ARIM234O.
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
      * AFFICHAGE DE L ECART LU ET DE SON AGE EN JOURS (CALCUL        *
      * COMMERCIAL 30/360, ARRETE A LA CLOTURE POUR UN ECART CLOS)    *
      *---------------------------------------------------------------*
       7060-AFF-ECL-DEB.
           MOVE WS-ECL-DATE                      TO MDREGO.
           MOVE WS-ECL-SENS                      TO MSENSO.
           MOVE WS-ECL-TYPE                      TO MTYPEO.
           MOVE WS-ECL-REF                       TO MREFO.
           MOVE WS-ECL-DEVISE                    TO MDEVO.
           MOVE WS-ECL-MT-NOUS                   TO WS-MT-ED.
           MOVE WS-MT-ED                         TO MMTNO.
           MOVE WS-ECL-MT-CHAMBRE                TO WS-MT-ED.
           MOVE WS-MT-ED                         TO MMTCO.
           MOVE WS-ECL-NB-NOUS                   TO WS-NB-ED.
           MOVE WS-NB-ED                         TO MNBNO.
           MOVE WS-ECL-NB-CHAMBRE                TO WS-NB-ED.
           MOVE WS-NB-ED                         TO MNBCO.
           MOVE WS-ECL-STATUT                    TO MSTATO.
           MOVE WS-ECL-DATE-FERM                 TO MDFERMO.
           MOVE WS-ECL-OPID                      TO MOPIDO.
           MOVE WS-ECL-COMMENT                   TO MCOMMO.
           IF ECL-CLOS
              MOVE WS-ECL-DATE-FERM              TO WS-DATE-FIN-AGE
           ELSE
              MOVE WS-DATEJ-AMJ-N                TO WS-DATE-FIN-AGE
           END-IF.
           MOVE WS-ECL-DATE                      TO WS-DATE-ECL.
           COMPUTE WS-AGE-JOURS =
                 ((WS-DFA-AAAA - WS-DECL-AAAA) * 360)
               + ((WS-DFA-MM   - WS-DECL-MM)   * 30)
               +  (WS-DFA-JJ   - WS-DECL-JJ).
           IF WS-AGE-JOURS < ZERO
              MOVE ZERO                          TO WS-AGE-JOURS
           END-IF.
           MOVE WS-AGE-JOURS                     TO WS-AGE-ED.
           MOVE WS-AGE-ED                        TO MAGEO.
       7060-AFF-ECL-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * FICHIER, CLE ET IMAGE APRES DU JOURNAL BJR0101                *
      *---------------------------------------------------------------*
       7070-PREP-BJR-DEB.
           MOVE 'RCL0101 '                       TO WS-BJR-FICHIER.
           MOVE SPACE                            TO WS-BJR-CLE.
           MOVE WS-ECL-CLE                       TO WS-BJR-CLE.
           MOVE WS-ECL-ENR                       TO WS-BJR-APRES.
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
