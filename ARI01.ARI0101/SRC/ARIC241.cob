      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC241                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      * TRANSACTION DIRECTE DE TRANSFERT D ESPECES ENTRE LE TIROIR DE *
      * CAISSE DU JOUR DE L OPERATEUR (TIR0101, COPY TIROIR) ET LA    *
      * RESERVE DE L AGENCE OU LE TIROIR D UN AUTRE GUICHETIER.       *
      * SENS R = DOTATION RECUE DE LA RESERVE (LA PREMIERE, AVANT     *
      * TOUTE AUTRE OPERATION DU JOUR, CONSTITUE LE FONDS DE CAISSE), *
      * V = VERSEMENT A LA RESERVE, T = CESSION AU GUICHETIER DONT LE *
      * CODE OPERATEUR EST SAISI (SON TIROIR EST CREDITE). UN TIROIR  *
      * ABSENT EST CREE OUVERT AVEC L AGENCE DU PROFIL PRF0101 ; UN   *
      * TIROIR CLOS (ARIC242) EST REFUSE. CHAQUE TIROIR MIS A JOUR    *
      * EST CONSIGNE AU JOURNAL DES FICHIERS BANCAIRES BJR0101.       *
      * ENTER SANS SENS : AFFICHAGE DU TIROIR DU JOUR.                *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    § CREATION DU PROGRAMME - TRANSFERTS D ESPECES  *
      *               § DES TIROIRS DE CAISSE                         *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. ARIC241.
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
           COPY ARIN241.
      * VARIABLE MSG
           COPY TABMSG.
      * VARIABLE COMMAREA
           COPY COMMAREA.
      * DESCRIPTION ENREGISTREMENT TIROIR DE CAISSE
           COPY TIROIR.
      * DESCRIPTION ENREGISTREMENT PROFIL OPERATEUR
           COPY OPROFIL.
      * DESCRIPTION ENREGISTREMENT JOURNAL DES FICHIERS BANCAIRES
           COPY BNKJRNL.
      *IMAGE AVANT POUR LE JOURNAL
       01 WS-BJR-IMG-AVANT             PIC X(130).
      *DATE DU JOUR NUMERIQUE (CLE DU TIROIR)
       01 WS-DATEJ-AMJ.
          05 WS-DATEJ-AMJ-N            PIC 9(8).
      *MONTANT SAISI (VUE NUMERIQUE DE MMT)
       01 WS-MT-SAISI.
          05 WS-MT-NUM                 PIC 9(9)V9(2).
       01 WS-MT-ALPHA REDEFINES WS-MT-SAISI
                                       PIC X(11).
      *MONTANT EDITE POUR L AFFICHAGE DU TIROIR
       01 WS-MT-EDIT                   PIC ZZZ.ZZZ.ZZ9,99-.
      *OPERATEUR ET AGENCE DU TIROIR MIS A JOUR
       01 WS-OPID-TIR                  PIC X(3).
       01 WS-AGENCE-TIR                PIC X(5).
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
      *
       01 WS-DATE-CICS                 PIC S9(15)     COMP-3.
      *VARIABLE GESTION CICS
       01 WS-RESP                      PIC S9(4)      COMP.
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM241'.
       01 WS-MAPSET                    PIC X(7)       VALUE 'ARIN241'.
       01 WS-MSG-ERR                   PIC X(80).
      *SWITCH EXISTENCE DU TIROIR
       01 WS-FS-TIR                    PIC X.
          88 TIR-EXISTE                        VALUE '0'.
          88 TIR-N-EXISTE-PAS                  VALUE '1'.
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
           IF WS-RESP = DFHRESP(MAPFAIL) OR MSENSO = SPACE
                                         OR MSENSO = LOW-VALUE
              PERFORM 3000-MAPFAIL-DEB
                 THRU 3000-MAPFAIL-FIN
           ELSE
              PERFORM 3010-TRANSFERT-OK-DEB
                 THRU 3010-TRANSFERT-OK-FIN
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
      * SANS SENS DE TRANSFERT : AFFICHAGE DU TIROIR DU JOUR          *
      *---------------------------------------------------------------*
       3000-MAPFAIL-DEB.
           MOVE EIBOPID                           TO WS-OPID-TIR.
           PERFORM 6030-READ-TIR-DEB
              THRU 6030-READ-TIR-FIN.
           IF TIR-EXISTE
              PERFORM 7060-AFF-TIR-DEB
                 THRU 7060-AFF-TIR-FIN
           END-IF.
           PERFORM 7050-MSG-CHAMP-VIDE-DEB
              THRU 7050-MSG-CHAMP-VIDE-FIN.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       3000-MAPFAIL-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3010       *
      *---------------------------------------------------------------*
      * CONTROLES PUIS MISE A JOUR DU TIROIR DESTINATAIRE (CESSION A  *
      * UN GUICHETIER) ET DU TIROIR DE L OPERATEUR                    *
      *---------------------------------------------------------------*
       3010-TRANSFERT-OK-DEB.
           IF NOT (MSENSO = 'R' OR 'V' OR 'T')
              MOVE WS-MSG(283)                    TO MMSGO
              GO TO 3010-TRANSFERT-ENVOI
           END-IF.
           IF MMTO NOT NUMERIC
              MOVE WS-MSG(6)                      TO MMSGO
              GO TO 3010-TRANSFERT-ENVOI
           END-IF.
           MOVE MMTO                              TO WS-MT-ALPHA.
           IF WS-MT-NUM = ZERO
              MOVE WS-MSG(6)                      TO MMSGO
              GO TO 3010-TRANSFERT-ENVOI
           END-IF.
      *    TIROIR DE L OPERATEUR CLOS POUR LA JOURNEE
           MOVE EIBOPID                           TO WS-OPID-TIR.
           PERFORM 6030-READ-TIR-DEB
              THRU 6030-READ-TIR-FIN.
           IF TIR-EXISTE AND TIR-FERME
              PERFORM 7060-AFF-TIR-DEB
                 THRU 7060-AFF-TIR-FIN
              MOVE WS-MSG(281)                    TO MMSGO
              GO TO 3010-TRANSFERT-ENVOI
           END-IF.
           IF MSENSO = 'T'
              PERFORM 3020-TIROIR-DEST-DEB
                 THRU 3020-TIROIR-DEST-FIN
              IF MMSGO NOT = SPACE
                 GO TO 3010-TRANSFERT-ENVOI
              END-IF
           END-IF.
           PERFORM 3030-TIROIR-OPERATEUR-DEB
              THRU 3030-TIROIR-OPERATEUR-FIN.
           PERFORM 7060-AFF-TIR-DEB
              THRU 7060-AFF-TIR-FIN.
           MOVE SPACE                             TO MMTO.
           MOVE WS-MSG(282)                       TO MMSGO.
       3010-TRANSFERT-ENVOI.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       3010-TRANSFERT-OK-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3020       *
      *---------------------------------------------------------------*
      * CESSION A UN GUICHETIER : LE DESTINATAIRE DOIT AVOIR UN       *
      * PROFIL PRF0101 ET UN TIROIR DU JOUR NON CLOS (CREE AU BESOIN) *
      * QUI RECOIT LE MONTANT EN ENTREE                               *
      *---------------------------------------------------------------*
       3020-TIROIR-DEST-DEB.
           IF MDESTO = SPACE OR MDESTO = LOW-VALUE
              OR MDESTO = EIBOPID
              MOVE WS-MSG(284)                    TO MMSGO
              GO TO 3020-TIROIR-DEST-FIN
           END-IF.
           MOVE MDESTO                            TO WS-PRF-OPID.
           PERFORM 6200-READ-PROFIL-DEB
              THRU 6200-READ-PROFIL-FIN.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-MSG(284)                    TO MMSGO
              GO TO 3020-TIROIR-DEST-FIN
           END-IF.
           MOVE MDESTO                            TO WS-OPID-TIR.
           MOVE WS-PRF-AGENCE                     TO WS-AGENCE-TIR.
           PERFORM 6031-READ-UPD-TIR-DEB
              THRU 6031-READ-UPD-TIR-FIN.
           IF TIR-EXISTE
              IF TIR-FERME
                 PERFORM 6055-UNLOCK-TIR-DEB
                    THRU 6055-UNLOCK-TIR-FIN
                 MOVE WS-MSG(285)                 TO MMSGO
                 GO TO 3020-TIROIR-DEST-FIN
              END-IF
              MOVE WS-TIR-ENR                     TO WS-BJR-IMG-AVANT
              SET BJR-MODIFICATION                TO TRUE
           ELSE
              PERFORM 7070-INIT-TIROIR-DEB
                 THRU 7070-INIT-TIROIR-FIN
              MOVE LOW-VALUE                      TO WS-BJR-IMG-AVANT
              SET BJR-CREATION                    TO TRUE
           END-IF.
           ADD WS-MT-NUM                          TO WS-TIR-ENTREES.
           PERFORM 7075-SOLDE-TIROIR-DEB
              THRU 7075-SOLDE-TIROIR-FIN.
           PERFORM 6040-MAJ-TIR-DEB
              THRU 6040-MAJ-TIR-FIN.
       3020-TIROIR-DEST-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3030       *
      *---------------------------------------------------------------*
      * TIROIR DE L OPERATEUR (CREE AU BESOIN) : UNE DOTATION RECUE   *
      * AVANT TOUTE AUTRE OPERATION DU JOUR CONSTITUE LE FONDS DE     *
      * CAISSE, LES AUTRES DOTATIONS SONT DES ENTREES, LES VERSEMENTS *
      * A LA RESERVE ET LES CESSIONS DES SORTIES                      *
      *---------------------------------------------------------------*
       3030-TIROIR-OPERATEUR-DEB.
           MOVE EIBOPID                           TO WS-PRF-OPID.
           PERFORM 6200-READ-PROFIL-DEB
              THRU 6200-READ-PROFIL-FIN.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE WS-PRF-AGENCE                  TO WS-AGENCE-TIR
           ELSE
              MOVE SPACE                          TO WS-AGENCE-TIR
           END-IF.
           MOVE EIBOPID                           TO WS-OPID-TIR.
           PERFORM 6031-READ-UPD-TIR-DEB
              THRU 6031-READ-UPD-TIR-FIN.
           IF TIR-EXISTE
              MOVE WS-TIR-ENR                     TO WS-BJR-IMG-AVANT
              SET BJR-MODIFICATION                TO TRUE
           ELSE
              PERFORM 7070-INIT-TIROIR-DEB
                 THRU 7070-INIT-TIROIR-FIN
              MOVE LOW-VALUE                      TO WS-BJR-IMG-AVANT
              SET BJR-CREATION                    TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN MSENSO = 'R'
                AND WS-TIR-NB-SAISIES = ZERO
                AND WS-TIR-NB-TRANSF = ZERO
                AND WS-TIR-ENTREES = ZERO
                AND WS-TIR-SORTIES = ZERO
                  ADD WS-MT-NUM                   TO WS-TIR-FONDS
               WHEN MSENSO = 'R'
                  ADD WS-MT-NUM                   TO WS-TIR-ENTREES
               WHEN OTHER
                  ADD WS-MT-NUM                   TO WS-TIR-SORTIES
           END-EVALUATE.
           PERFORM 7075-SOLDE-TIROIR-DEB
              THRU 7075-SOLDE-TIROIR-FIN.
           PERFORM 6040-MAJ-TIR-DEB
              THRU 6040-MAJ-TIR-FIN.
       3030-TIROIR-OPERATEUR-FIN.
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
                     FROM    (ARIM241O)
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
                      INTO    (ARIM241I)
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
                     FROM    (ARIM241O)
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
           MOVE WS-OPID-TIR                       TO WS-TIR-OPID.
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
           MOVE WS-OPID-TIR                       TO WS-TIR-OPID.
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
           MOVE 'ARIC241'                         TO WS-BJR-PROG.
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
           EXEC CICS
               READ FILE('PRF0101')
                    RIDFLD(WS-PRF-OPID)
                    INTO(WS-PRF-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF NOT (WS-RESP = DFHRESP(NORMAL) OR DFHRESP(NOTFND))
                MOVE '6200 - ERREUR CICS READ PRF0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6200-READ-PROFIL-FIN.
           EXIT.

      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
       7000-INIT-MAP-DEB.
            MOVE DFHCOMMAREA                     TO WS-COMMAREA.
            MOVE LOW-VALUE                       TO ARIM241O.
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
           MOVE WS-TIR-NB-SAISIES                TO MNBSO.
           MOVE WS-TIR-NB-TRANSF                 TO MNBTO.
       7060-AFF-TIR-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * NOUVEAU TIROIR DU JOUR : OUVERT, SANS FONDS                   *
      *---------------------------------------------------------------*
       7070-INIT-TIROIR-DEB.
           MOVE LOW-VALUE                        TO WS-TIR-ENR.
           MOVE WS-OPID-TIR                      TO WS-TIR-OPID.
           MOVE WS-DATEJ-AMJ-N                   TO WS-TIR-DATE.
           MOVE WS-AGENCE-TIR                    TO WS-TIR-AGENCE.
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
      *---------------------------------------------------------------*
      * TRANSFERT COMPTE SUR LE TIROIR, SOLDE ATTENDU RECALCULE       *
      *---------------------------------------------------------------*
       7075-SOLDE-TIROIR-DEB.
           ADD 1                                 TO WS-TIR-NB-TRANSF.
           COMPUTE WS-TIR-ATTENDU = WS-TIR-FONDS + WS-TIR-ENTREES
                                  - WS-TIR-SORTIES.
       7075-SOLDE-TIROIR-FIN.
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
