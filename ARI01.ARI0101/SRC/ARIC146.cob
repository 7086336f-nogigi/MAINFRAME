      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC146                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      * TRANSACTION DIRECTE D'APPROBATION DES DEMARQUES DE PEREMPTION *
      * PROPOSEES PAR LE BATCH HEBDOMADAIRE ARIO966 (DMQ0101, COPY    *
      * DEMARQUE, STATUT 'P'). LA PREMIERE PROPOSITION EN ATTENTE EST *
      * AFFICHEE (ARTICLE, LOT, PEREMPTION, COUT DU LOT, PRIX DE BASE,*
      * TAUX ET PRIX PROPOSE) ; LE RESPONSABLE DES VENTES SAISIT SON  *
      * CODE SUPERVISEUR (SUPE0101, MEME PRINCIPE QU'ARIC123) ET SA   *
      * DECISION : A = APPROUVEE, LE PRIX PROPOSE EST POSE DATE DU    *
      * JOUR DANS PRX0101 AVEC L'ORIGINE 'D' ET LE LOT DECLENCHEUR    *
      * (ARIO966 RETABLIRA LE PRIX DE BASE QUAND LE LOT SERA EPUISE) ;*
      * SI LE LOT EST DEJA EPUISE LA PROPOSITION EST CLOSE SANS PRIX. *
      * R = REJETEE. PF8 PASSE A LA PROPOSITION SUIVANTE.             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    § CREATION DU PROGRAMME - APPROBATION DES       *
      *               § DEMARQUES DE PEREMPTION                       *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. ARIC146.
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
           COPY ARIN146.
      * VARIABLE MSG
           COPY TABMSG.
      * VARIABLE COMMAREA
           COPY COMMAREA.
      * DESCRIPTION ENREGISTREMENT DEMARQUE DE PEREMPTION
           COPY DEMARQUE.
      * DESCRIPTION ENREGISTREMENT PRIX DE VENTE
           COPY PRIXVNT.
      * DESCRIPTION ENREGISTREMENT ARTICLE
           COPY ARTICLE.
      * DESCRIPTION ENREGISTREMENT FICHIER MAITRE DES LOTS
           COPY ARTLOT.
      * DESCRIPTION ENREGISTREMENT FICHIER MAITRE DES SUPERVISEURS
           COPY SUPERVISR.
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
       01 WS-DATEJ-N                   PIC 9(8).
      *
       01 WS-DATE-CICS                 PIC S9(15)     COMP-3.
      *VARIABLE GESTION CICS
       01 WS-RESP                      PIC S9(4)      COMP.
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM146'.
       01 WS-MAPSET                    PIC X(7)       VALUE 'ARIN146'.
       01 WS-MSG-ERR                   PIC X(80).
      *CLE DE DEFILEMENT DU FICHIER DES DEMARQUES
       01 WS-DMQ-BRW-CLE               PIC X(12).
      *SWITCH FIN DE DEFILEMENT DES DEMARQUES
       01 WS-FS-DMQBRW                 PIC X.
          88 DMQBRW-ENCOURS                    VALUE '0'.
          88 DMQBRW-FIN                        VALUE '1'.
      *SWITCH DEMARQUE EN ATTENTE TROUVEE
       01 WS-FS-DMQ-TROUVE             PIC X.
          88 DMQ-TROUVEE                       VALUE '1'.
          88 DMQ-NON-TROUVEE                   VALUE '0'.
      *CLE DE LA PROPOSITION AFFICHEE (ARTICLE + LOT + FENETRE)
       01 WS-CLE-AFFICHEE.
          05 WS-CLE-AFF-ART            PIC X(5).
          05 WS-CLE-AFF-LOT            PIC X(6).
          05 WS-CLE-AFF-FEN            PIC X(1).
      *CLE A IGNORER DANS LA RECHERCHE (PF8 : DEMARQUE DEJA AFFICHEE)
       01 WS-CLE-SKIP                  PIC X(12) VALUE SPACES.
      *ZONES D'EDITION DES MONTANTS ET DE LA DATE DE PEREMPTION
       01 WS-MONTANT-ED                PIC ZZZZZZ9,99.
       01 WS-DATEXP-R.
          05 WS-DATEXP-AAAA            PIC X(4).
          05 WS-DATEXP-MM              PIC X(2).
          05 WS-DATEXP-JJ              PIC X(2).
       01 WS-DATEXP-ED.
          05 WS-DATEXP-ED-JJ           PIC X(2).
          05 FILLER                    PIC X     VALUE '/'.
          05 WS-DATEXP-ED-MM           PIC X(2).
          05 FILLER                    PIC X     VALUE '/'.
          05 WS-DATEXP-ED-AAAA         PIC X(4).
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
           MOVE LOW-VALUES                       TO WS-DMQ-BRW-CLE.
           PERFORM 7400-AFFICHE-ATTENTE-DEB
              THRU 7400-AFFICHE-ATTENTE-FIN.
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
               WHEN DFHPF8
               PERFORM 2040-PF8-DEB
                  THRU 2040-PF8-FIN
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
      * GESTION INPUT :  ENTER - DECISION SUR LA DEMARQUE AFFICHEE    *
      *---------------------------------------------------------------*
       2000-ENTER-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           IF WS-RESP = DFHRESP(MAPFAIL) OR MARTO = SPACE
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
           MOVE LOW-VALUES                       TO WS-DMQ-BRW-CLE.
           PERFORM 7400-AFFICHE-ATTENTE-DEB
              THRU 7400-AFFICHE-ATTENTE-FIN.
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
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2040       *
      *---------------------------------------------------------------*
      * PF8 : PASSE A LA DEMARQUE EN ATTENTE SUIVANTE SANS DECISION   *
      *---------------------------------------------------------------*
       2040-PF8-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           IF MARTO = SPACE
              MOVE LOW-VALUES                    TO WS-DMQ-BRW-CLE
              MOVE SPACES                        TO WS-CLE-SKIP
           ELSE
              PERFORM 7410-CLE-DEPUIS-MAP-DEB
                 THRU 7410-CLE-DEPUIS-MAP-FIN
              MOVE WS-CLE-AFFICHEE               TO WS-DMQ-BRW-CLE
              MOVE WS-CLE-AFFICHEE               TO WS-CLE-SKIP
           END-IF.
           PERFORM 7400-AFFICHE-ATTENTE-DEB
              THRU 7400-AFFICHE-ATTENTE-FIN.
           MOVE SPACES                           TO WS-CLE-SKIP.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       2040-PF8-FIN.
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
      * CONTROLE DU SUPERVISEUR ET DE LA DECISION PUIS APPLICATION    *
      *---------------------------------------------------------------*
       3010-CHOIX-OK-DEB.
           IF MSUPO = SPACE OR MDECISO = SPACE
              MOVE WS-MSG(6)                      TO MMSGO
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 3010-CHOIX-OK-FIN
           END-IF.
           IF MDECISO NOT = 'A' AND MDECISO NOT = 'R'
              MOVE WS-MSG(39)                     TO MMSGO
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 3010-CHOIX-OK-FIN
           END-IF.
           MOVE MSUPO                             TO WS-SUP-CODE.
           PERFORM 6060-READ-SUP-DEB
              THRU 6060-READ-SUP-FIN.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-MSG(16)                     TO MMSGO
              MOVE SPACE                          TO MSUPO
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 3010-CHOIX-OK-FIN
           END-IF.
           PERFORM 7410-CLE-DEPUIS-MAP-DEB
              THRU 7410-CLE-DEPUIS-MAP-FIN.
           PERFORM 6230-READ-DMQ-UPD-DEB
              THRU 6230-READ-DMQ-UPD-FIN.
           IF NOT DMQ-EN-ATTENTE
              MOVE WS-MSG(197)                    TO MMSGO
           ELSE
              MOVE WS-SUP-CODE                    TO WS-DMQ-SUP
              MOVE WS-DATEJ-N                     TO WS-DMQ-DATE-DECIS
              IF MDECISO = 'A'
                 PERFORM 7430-APPROUVE-DEB
                    THRU 7430-APPROUVE-FIN
              ELSE
                 SET DMQ-REJETEE                  TO TRUE
                 MOVE WS-MSG(196)                 TO MMSGO
              END-IF
              PERFORM 6240-REWRITE-DMQ-DEB
                 THRU 6240-REWRITE-DMQ-FIN
           END-IF.
           MOVE SPACE                             TO MSUPO.
           MOVE SPACE                             TO MDECISO.
           MOVE LOW-VALUES                        TO WS-DMQ-BRW-CLE.
           PERFORM 7400-AFFICHE-ATTENTE-DEB
              THRU 7400-AFFICHE-ATTENTE-FIN.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       3010-CHOIX-OK-FIN.
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
                     FROM    (ARIM146O)
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
                      INTO    (ARIM146I)
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
                     FROM    (ARIM146O)
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
       6060-READ-SUP-DEB.
           EXEC CICS
               READ FILE('SUPE0101')
                    RIDFLD(WS-SUP-CODE)
                    INTO(WS-SUP-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF NOT (WS-RESP = DFHRESP(NORMAL) OR DFHRESP(NOTFND))
                MOVE '6060 - ERREUR CICS READ SUPE0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-READ-SUP-FIN.
           EXIT.
       6100-READ-ART-DEB.
           EXEC CICS
               READ FILE('ART0101')
                    RIDFLD(WS-ART-CODE)
                    INTO(WS-ART-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF NOT (WS-RESP = DFHRESP(NORMAL) OR DFHRESP(NOTFND))
                MOVE '6100 - ERREUR CICS READ ART0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6100-READ-ART-FIN.
           EXIT.
       6110-READ-LOT-DEB.
           EXEC CICS
               READ FILE('LOT0101')
                    RIDFLD(WS-LOT-CLE)
                    INTO(WS-LOT-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF NOT (WS-RESP = DFHRESP(NORMAL) OR DFHRESP(NOTFND))
                MOVE '6110 - ERREUR CICS READ LOT0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6110-READ-LOT-FIN.
           EXIT.
       6130-WRITE-PRX-DEB.
           MOVE SPACE                            TO WS-PRX-ENR.
           MOVE WS-DMQ-ART-CODE                  TO WS-PRX-ART-CODE.
           MOVE WS-DATEJ-N                       TO WS-PRX-DATE-EFF.
           MOVE WS-DMQ-PV-PROP                   TO WS-PRX-PV.
           SET PRX-DEMARQUE                      TO TRUE.
           MOVE WS-DMQ-LOT                       TO WS-PRX-LOT.
           EXEC CICS
               WRITE FILE('PRX0101')
                     RIDFLD(WS-PRX-CLE)
                     FROM(WS-PRX-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(DUPREC)
              EXEC CICS
                  READ FILE('PRX0101')
                       RIDFLD(WS-PRX-CLE)
                       INTO(WS-PRX-ENR)
                       UPDATE
                       RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE WS-DMQ-PV-PROP             TO WS-PRX-PV
                 SET PRX-DEMARQUE                TO TRUE
                 MOVE WS-DMQ-LOT                 TO WS-PRX-LOT
                 EXEC CICS
                     REWRITE FILE('PRX0101')
                             FROM(WS-PRX-ENR)
                             RESP(WS-RESP)
                 END-EXEC
              END-IF
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6130 - ERREUR CICS MAJ PRX0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6130-WRITE-PRX-FIN.
           EXIT.
       6200-STARTBR-DMQ-DEB.
           EXEC CICS
               STARTBR FILE('DMQ0101')
                       RIDFLD(WS-DMQ-BRW-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET DMQBRW-ENCOURS                  TO TRUE
           ELSE
              SET DMQBRW-FIN                      TO TRUE
           END-IF.
       6200-STARTBR-DMQ-FIN.
           EXIT.
       6210-READNEXT-DMQ-DEB.
           EXEC CICS
               READNEXT FILE('DMQ0101')
                        RIDFLD(WS-DMQ-BRW-CLE)
                        INTO(WS-DMQ-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET DMQBRW-FIN                      TO TRUE
           END-IF.
       6210-READNEXT-DMQ-FIN.
           EXIT.
       6220-ENDBR-DMQ-DEB.
           EXEC CICS
               ENDBR FILE('DMQ0101')
                     RESP(WS-RESP)
           END-EXEC.
       6220-ENDBR-DMQ-FIN.
           EXIT.
       6230-READ-DMQ-UPD-DEB.
           EXEC CICS
               READ FILE('DMQ0101')
                    RIDFLD(WS-CLE-AFFICHEE)
                    INTO(WS-DMQ-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6230 - ERREUR CICS READ UPD DMQ0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6230-READ-DMQ-UPD-FIN.
           EXIT.
       6240-REWRITE-DMQ-DEB.
           EXEC CICS
               REWRITE FILE('DMQ0101')
                       FROM(WS-DMQ-ENR)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6240 - ERREUR CICS REWRITE DMQ0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6240-REWRITE-DMQ-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
       7000-INIT-MAP-DEB.
            MOVE DFHCOMMAREA                     TO WS-COMMAREA.
            MOVE LOW-VALUE                       TO ARIM146O.
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
           MOVE WS-DATEJ (1:4)                   TO WS-DATEJ-N (1:4).
           MOVE WS-DATEJ (6:2)                   TO WS-DATEJ-N (5:2).
           MOVE WS-DATEJ (9:2)                   TO WS-DATEJ-N (7:2).
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
       7140-INIT-COMMAREA-DEB.
           MOVE DFHCOMMAREA                      TO WS-COMMAREA.
           MOVE SPACE                            TO MMSGO.
       7140-INIT-COMMAREA-FIN.
           EXIT.
       7170-RETURN-PGM-1-DEB.
           MOVE '1'                              TO WS-AIG.
       7170-RETURN-PGM-1-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * RECHERCHE A PARTIR DE WS-DMQ-BRW-CLE LA PROCHAINE DEMARQUE EN *
      * ATTENTE D'APPROBATION ET L'AFFICHE - SANS DEMARQUE EN         *
      * ATTENTE, LES CHAMPS SONT EFFACES ET UN MESSAGE AFFICHE        *
      *---------------------------------------------------------------*
       7400-AFFICHE-ATTENTE-DEB.
           SET DMQ-NON-TROUVEE                   TO TRUE.
           PERFORM 6200-STARTBR-DMQ-DEB
              THRU 6200-STARTBR-DMQ-FIN.
           IF DMQBRW-ENCOURS
              PERFORM 6210-READNEXT-DMQ-DEB
                 THRU 6210-READNEXT-DMQ-FIN
              PERFORM 7420-CHERCHE-ATTENTE-DEB
                 THRU 7420-CHERCHE-ATTENTE-FIN
                    UNTIL DMQBRW-FIN OR DMQ-TROUVEE
              PERFORM 6220-ENDBR-DMQ-DEB
                 THRU 6220-ENDBR-DMQ-FIN
           END-IF.
           IF DMQ-TROUVEE
              MOVE WS-DMQ-ART-CODE               TO MARTO
              MOVE WS-DMQ-LOT                    TO MLOTO
              MOVE WS-DMQ-FENETRE                TO MFENO
              MOVE WS-DMQ-ART-CODE               TO WS-ART-CODE
              PERFORM 6100-READ-ART-DEB
                 THRU 6100-READ-ART-FIN
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE WS-ART-LIBEL               TO MLIBO
              ELSE
                 MOVE SPACE                      TO MLIBO
              END-IF
              MOVE WS-DMQ-DATEXP                 TO WS-DATEXP-R
              MOVE WS-DATEXP-JJ                  TO WS-DATEXP-ED-JJ
              MOVE WS-DATEXP-MM                  TO WS-DATEXP-ED-MM
              MOVE WS-DATEXP-AAAA                TO WS-DATEXP-ED-AAAA
              MOVE WS-DATEXP-ED                  TO MDATEXPO
              MOVE WS-DMQ-JOURS                  TO MJOURSO
              MOVE WS-DMQ-QTE-LOT                TO MQTEO
              MOVE WS-DMQ-PXU-LOT                TO WS-MONTANT-ED
              MOVE WS-MONTANT-ED                 TO MPXUO
              MOVE WS-DMQ-PV-BASE                TO WS-MONTANT-ED
              MOVE WS-MONTANT-ED                 TO MPVBASEO
              MOVE WS-DMQ-TAUX                   TO MTAUXO
              MOVE WS-DMQ-PV-PROP                TO WS-MONTANT-ED
              MOVE WS-MONTANT-ED                 TO MPVPROPO
              MOVE WS-DMQ-PLANCHER               TO MPLANCHO
           ELSE
              MOVE SPACE                         TO MARTO
              MOVE SPACE                         TO MLIBO
              MOVE SPACE                         TO MLOTO
              MOVE SPACE                         TO MFENO
              MOVE SPACE                         TO MDATEXPO
              MOVE SPACE                         TO MJOURSO
              MOVE SPACE                         TO MQTEO
              MOVE SPACE                         TO MPXUO
              MOVE SPACE                         TO MPVBASEO
              MOVE SPACE                         TO MTAUXO
              MOVE SPACE                         TO MPVPROPO
              MOVE SPACE                         TO MPLANCHO
              MOVE WS-MSG(197)                   TO MMSGO
           END-IF.
       7400-AFFICHE-ATTENTE-FIN.
           EXIT.
       7410-CLE-DEPUIS-MAP-DEB.
           MOVE MARTO                            TO WS-CLE-AFF-ART.
           MOVE MLOTO                            TO WS-CLE-AFF-LOT.
           MOVE MFENO                            TO WS-CLE-AFF-FEN.
       7410-CLE-DEPUIS-MAP-FIN.
           EXIT.
       7420-CHERCHE-ATTENTE-DEB.
           IF DMQ-EN-ATTENTE
              AND WS-DMQ-CLE NOT = WS-CLE-SKIP
              SET DMQ-TROUVEE                    TO TRUE
           ELSE
              PERFORM 6210-READNEXT-DMQ-DEB
                 THRU 6210-READNEXT-DMQ-FIN
           END-IF.
       7420-CHERCHE-ATTENTE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * APPROBATION : SI LE LOT EST TOUJOURS EN STOCK, LE PRIX        *
      * PROPOSE EST POSE DATE DU JOUR DANS PRX0101 (ORIGINE 'D' ET    *
      * LOT DECLENCHEUR) ; SINON LA DEMARQUE EST CLOSE SANS PRIX      *
      *---------------------------------------------------------------*
       7430-APPROUVE-DEB.
           MOVE WS-DMQ-ART-CODE                  TO WS-LOT-ART-CODE.
           MOVE WS-DMQ-LOT                       TO WS-LOT-NUM.
           PERFORM 6110-READ-LOT-DEB
              THRU 6110-READ-LOT-FIN.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR WS-LOT-QTE = ZERO
              SET DMQ-TERMINEE                   TO TRUE
              MOVE WS-DATEJ-N                    TO WS-DMQ-DATE-FIN
              MOVE WS-MSG(198)                   TO MMSGO
              GO TO 7430-APPROUVE-FIN
           END-IF.
           PERFORM 6130-WRITE-PRX-DEB
              THRU 6130-WRITE-PRX-FIN.
           SET DMQ-APPROUVEE                     TO TRUE.
           MOVE WS-MSG(195)                      TO MMSGO.
       7430-APPROUVE-FIN.
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
