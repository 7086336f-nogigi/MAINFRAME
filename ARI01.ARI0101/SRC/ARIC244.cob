      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC244                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      * CONSULTATION DE L HISTORIQUE DES COURRIERS D UN CLIENT        *
      * (COR0101, COPY HISCORR, ALIMENTE PAR LE BATCH DE NUIT ARIO427 *
      * A PARTIR DES EVENEMENTS DE COMPTE EVTCLI) : SAISIE DU NUMERO  *
      * DE CLIENT (CONTROLE SUR CLI0101, NOM AFFICHE). UNE LIGNE PAR  *
      * EVENEMENT TRAITE DANS L ORDRE DE LA CLE (TYPE, COMPTE,        *
      * REFERENCE) : DATE DE L EVENEMENT, TYPE, COMPTE, STATUT EDITE  *
      * OU BLOQUE (GEL JURIDIQUE), DATE D EDITION ET LIBELLE, 10      *
      * LIGNES PAR PAGE ; LES NOMBRES DE COURRIERS EDITES ET BLOQUES  *
      * SONT RAPPELES EN TETE. PF8 PAGE SUIVANTE, PF7 RETOUR A LA     *
      * PREMIERE PAGE - LE PARCOURS EST REPRIS A CHAQUE TACHE ET      *
      * POSITIONNE PAR SAUT DE (PAGE-1)*10 LIGNES (PAGE COURANTE EN   *
      * COMMAREA, MEME PRINCIPE QUE ARIC230).                         *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    § CREATION DU PROGRAMME - HISTORIQUE DES        *
      *               § COURRIERS CLIENTS EN LIGNE                    *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. ARIC244.
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
           COPY ARIN244.
      * VARIABLE MSG
           COPY TABMSG.
      * VARIABLE COMMAREA
           COPY COMMAREA.
      * FICHIER MAITRE DES CLIENTS
           COPY CLIENT.
      * HISTORIQUE DES COURRIERS CLIENTS
           COPY HISCORR.
      *
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
      *
       01 WS-DATE-CICS                 PIC S9(15)     COMP-3.
      *VARIABLE GESTION CICS
       01 WS-RESP                      PIC S9(4)      COMP.
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM244'.
       01 WS-MAPSET                    PIC X(7)       VALUE 'ARIN244'.
       01 WS-MSG-ERR                   PIC X(80).
      *PARCOURS DE L HISTORIQUE DES COURRIERS DU CLIENT
       01 WS-COR-BRW-CLE.
          05 WS-COR-BRW-CLIENT         PIC X(6).
          05 WS-COR-BRW-SUITE          PIC X(27).
       01 WS-FS-CORBRW                 PIC X.
          88 CORBRW-ENCOURS                        VALUE '0'.
          88 CORBRW-FIN                            VALUE '1'.
      *COMPTEURS DE L HISTORIQUE DU CLIENT
       01 WS-NB-COURRIERS              PIC S9(5)      COMP.
       01 WS-NB-EDITES                 PIC S9(5)      COMP.
       01 WS-NB-BLOQUES                PIC S9(5)      COMP.
      *SAUT DE POSITIONNEMENT ET COMPTEURS DE PAGE
       01 WS-NB-SAUT                   PIC S9(5)      COMP.
       01 WS-IND-SAUT                  PIC S9(5)      COMP.
       01 WS-NB-LIGNES                 PIC S9(4)      COMP.
      *LIGNE DE TETE : NOMBRES DE COURRIERS
       01 WS-LIGNE-STAT.
          05 FILLER                    PIC X(13) VALUE 'EVENEMENTS : '.
          05 WS-LS-NB                  PIC ZZZZ9.
          05 FILLER                    PIC X(12) VALUE '   EDITES : '.
          05 WS-LS-EDITES              PIC ZZZZ9.
          05 FILLER                    PIC X(13) VALUE '   BLOQUES : '.
          05 WS-LS-BLOQUES             PIC ZZZZ9.
          05 FILLER                    PIC X(26) VALUE SPACES.
      *LIGNE DE L HISTORIQUE
       01 WS-LIGNE-COR.
          05 WS-LH-DATE-EVT            PIC X(10).
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LH-TYPE                PIC X(3).
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LH-CPTE                PIC X(10).
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LH-STATUT              PIC X(6).
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LH-DATE-TRT            PIC X(10).
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LH-LIBELLE             PIC X(30).
          05 FILLER                    PIC X(2)  VALUE SPACES.
      *DATE A EDITER EN JJ/MM/AAAA
       01 WS-DATE-LUE.
          05 WS-DL-AAAA                PIC 9(4).
          05 WS-DL-MM                  PIC 9(2).
          05 WS-DL-JJ                  PIC 9(2).
       01 WS-DATE-LUE-N REDEFINES WS-DATE-LUE
                                       PIC 9(8).
       01 WS-DATE-ED.
          05 WS-DE-JJ                  PIC 9(2).
          05 FILLER                    PIC X     VALUE '/'.
          05 WS-DE-MM                  PIC 9(2).
          05 FILLER                    PIC X     VALUE '/'.
          05 WS-DE-AAAA                PIC 9(4).
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
      * PREMIERE ENTREE : INVITE A LA SAISIE DU CLIENT                *
      *---------------------------------------------------------------*
       1000-INIT-SCREEN-DEB.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           MOVE ZERO                             TO WS-CA-PAGE-MVT.
           MOVE WS-MSG(301)                      TO MMSGO.
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
               WHEN DFHPF7
               PERFORM 2050-PF7-DEB
                  THRU 2050-PF7-FIN
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
      * ENTER : PREMIERE PAGE DE L HISTORIQUE DU CLIENT SAISI         *
      *---------------------------------------------------------------*
       2000-ENTER-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           IF WS-RESP = DFHRESP(MAPFAIL) OR MCLIO = SPACE
              MOVE WS-MSG(301)                    TO MMSGO
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 2000-ENTER-FIN
           END-IF.
           MOVE 1                                 TO WS-CA-PAGE-MVT.
           PERFORM 7220-CHARGE-PAGE-DEB
              THRU 7220-CHARGE-PAGE-FIN.
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
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
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
      * PF8 : PAGE SUIVANTE                                           *
      *---------------------------------------------------------------*
       2040-PF8-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           IF MCLIO = SPACE OR WS-CA-PAGE-MVT = ZERO
              MOVE WS-MSG(301)                    TO MMSGO
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 2040-PF8-FIN
           END-IF.
           ADD 1                                  TO WS-CA-PAGE-MVT.
           PERFORM 7220-CHARGE-PAGE-DEB
              THRU 7220-CHARGE-PAGE-FIN.
           IF WS-NB-LIGNES = ZERO AND WS-NB-COURRIERS > ZERO
      *       PAS DE PAGE SUIVANTE : RETOUR A LA PRECEDENTE
              SUBTRACT 1                          FROM WS-CA-PAGE-MVT
              PERFORM 7220-CHARGE-PAGE-DEB
                 THRU 7220-CHARGE-PAGE-FIN
              MOVE WS-MSG(303)                    TO MMSGO
           END-IF.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       2040-PF8-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2050       *
      *---------------------------------------------------------------*
      * PF7 : RETOUR A LA PREMIERE PAGE                               *
      *---------------------------------------------------------------*
       2050-PF7-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           IF MCLIO = SPACE
              MOVE WS-MSG(301)                    TO MMSGO
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 2050-PF7-FIN
           END-IF.
           MOVE 1                                 TO WS-CA-PAGE-MVT.
           PERFORM 7220-CHARGE-PAGE-DEB
              THRU 7220-CHARGE-PAGE-FIN.
           IF WS-NB-COURRIERS > ZERO
              MOVE WS-MSG(55)                     TO MMSGO
           END-IF.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       2050-PF7-FIN.
           EXIT.
      *===============================================================*
      *    STRUCTURATION DE LA PARTIE INDEPENDANTE DU PROGRAMME       *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *   9999-  : FIN DE PROGRAMME                                   *
      *===============================================================*
      *
       6000-SEND-MAP-DEB.
           EXEC CICS
                SEND MAP     (WS-MAP)
                     MAPSET  (WS-MAPSET)
                     FROM    (ARIM244O)
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
                      INTO    (ARIM244I)
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
                     FROM    (ARIM244O)
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
       6030-READ-CLI-DEB.
           MOVE MCLIO                            TO WS-CLI-NUM.
           EXEC CICS
               READ FILE('CLI0101')
                    RIDFLD(WS-CLI-NUM)
                    INTO(WS-CLI-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-RESP NOT = DFHRESP(NOTFND)
                MOVE '6030 - ERREUR LECTURE CLI0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-READ-CLI-FIN.
           EXIT.
       6100-STARTBR-COR-DEB.
           MOVE MCLIO                            TO WS-COR-BRW-CLIENT.
           MOVE LOW-VALUE                        TO WS-COR-BRW-SUITE.
           EXEC CICS
               STARTBR FILE('COR0101')
                       RIDFLD(WS-COR-BRW-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET CORBRW-ENCOURS                  TO TRUE
           ELSE
              SET CORBRW-FIN                      TO TRUE
           END-IF.
       6100-STARTBR-COR-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * LIT LE COURRIER SUIVANT - FIN DE PARCOURS A LA FIN DU FICHIER *
      * OU AU CHANGEMENT DE CLIENT                                    *
      *---------------------------------------------------------------*
       6110-READNEXT-COR-DEB.
           EXEC CICS
               READNEXT FILE('COR0101')
                        RIDFLD(WS-COR-BRW-CLE)
                        INTO(WS-COR-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET CORBRW-FIN                      TO TRUE
              GO TO 6110-READNEXT-COR-FIN
           END-IF.
           IF WS-COR-CLIENT NOT = MCLIO
              SET CORBRW-FIN                      TO TRUE
           END-IF.
       6110-READNEXT-COR-FIN.
           EXIT.
       6120-ENDBR-COR-DEB.
           EXEC CICS
               ENDBR FILE('COR0101')
                     RESP(WS-RESP)
           END-EXEC.
       6120-ENDBR-COR-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
       7000-INIT-MAP-DEB.
            MOVE DFHCOMMAREA                     TO WS-COMMAREA.
            MOVE LOW-VALUE                       TO ARIM244O.
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
       7140-INIT-COMMAREA-DEB.
           MOVE DFHCOMMAREA                      TO WS-COMMAREA.
           MOVE SPACE                            TO MMSGO.
       7140-INIT-COMMAREA-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CHARGE UNE PAGE DE 10 COURRIERS : LE CLIENT DOIT EXISTER, UN  *
      * PREMIER PARCOURS DONNE LES NOMBRES DE COURRIERS, LE SECOND    *
      * EST POSITIONNE PAR SAUT DE (PAGE-1)*10 LIGNES                 *
      *---------------------------------------------------------------*
       7220-CHARGE-PAGE-DEB.
           MOVE SPACE                            TO ML1O ML2O ML3O
                                                    ML4O ML5O ML6O
                                                    ML7O ML8O ML9O
                                                    ML10O MSTATO.
           MOVE SPACE                            TO MNOMO.
           MOVE ZERO                             TO WS-NB-LIGNES.
           MOVE ZERO                             TO WS-NB-COURRIERS.
      *
           PERFORM 6030-READ-CLI-DEB
              THRU 6030-READ-CLI-FIN.
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE WS-MSG(77)                    TO MMSGO
              MOVE ZERO                          TO WS-CA-PAGE-MVT
              GO TO 7220-CHARGE-PAGE-FIN
           END-IF.
           MOVE WS-CLI-NOM                       TO MNOMO.
      *
           PERFORM 7225-COMPTE-COURRIERS-DEB
              THRU 7225-COMPTE-COURRIERS-FIN.
           IF WS-NB-COURRIERS = ZERO
              MOVE WS-MSG(302)                   TO MMSGO
              GO TO 7220-CHARGE-PAGE-FIN
           END-IF.
           MOVE WS-NB-COURRIERS                  TO WS-LS-NB.
           MOVE WS-NB-EDITES                     TO WS-LS-EDITES.
           MOVE WS-NB-BLOQUES                    TO WS-LS-BLOQUES.
           MOVE WS-LIGNE-STAT                    TO MSTATO.
      *
           COMPUTE WS-NB-SAUT = (WS-CA-PAGE-MVT - 1) * 10.
           MOVE ZERO                             TO WS-IND-SAUT.
           PERFORM 6100-STARTBR-COR-DEB
              THRU 6100-STARTBR-COR-FIN.
           IF CORBRW-FIN
              GO TO 7220-CHARGE-PAGE-FIN
           END-IF.
           PERFORM 6110-READNEXT-COR-DEB
              THRU 6110-READNEXT-COR-FIN.
           PERFORM 7230-SAUTE-UNE-LIGNE-DEB
              THRU 7230-SAUTE-UNE-LIGNE-FIN
             UNTIL WS-IND-SAUT NOT < WS-NB-SAUT
                OR CORBRW-FIN.
           PERFORM 7240-TRT-UNE-LIGNE-DEB
              THRU 7240-TRT-UNE-LIGNE-FIN
             UNTIL CORBRW-FIN OR WS-NB-LIGNES = 10.
           PERFORM 6120-ENDBR-COR-DEB
              THRU 6120-ENDBR-COR-FIN.
       7220-CHARGE-PAGE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * PREMIER PARCOURS : NOMBRES DE COURRIERS EDITES ET BLOQUES     *
      *---------------------------------------------------------------*
       7225-COMPTE-COURRIERS-DEB.
           MOVE ZERO                             TO WS-NB-COURRIERS.
           MOVE ZERO                             TO WS-NB-EDITES.
           MOVE ZERO                             TO WS-NB-BLOQUES.
           PERFORM 6100-STARTBR-COR-DEB
              THRU 6100-STARTBR-COR-FIN.
           IF CORBRW-FIN
              GO TO 7225-COMPTE-COURRIERS-FIN
           END-IF.
           PERFORM 6110-READNEXT-COR-DEB
              THRU 6110-READNEXT-COR-FIN.
           PERFORM 7226-COMPTE-UN-COURRIER-DEB
              THRU 7226-COMPTE-UN-COURRIER-FIN
             UNTIL CORBRW-FIN.
           PERFORM 6120-ENDBR-COR-DEB
              THRU 6120-ENDBR-COR-FIN.
       7225-COMPTE-COURRIERS-FIN.
           EXIT.
       7226-COMPTE-UN-COURRIER-DEB.
           ADD 1                                 TO WS-NB-COURRIERS.
           IF COR-BLOQUE
              ADD 1                              TO WS-NB-BLOQUES
           ELSE
              ADD 1                              TO WS-NB-EDITES
           END-IF.
           PERFORM 6110-READNEXT-COR-DEB
              THRU 6110-READNEXT-COR-FIN.
       7226-COMPTE-UN-COURRIER-FIN.
           EXIT.
       7230-SAUTE-UNE-LIGNE-DEB.
           ADD 1                                 TO WS-IND-SAUT.
           PERFORM 6110-READNEXT-COR-DEB
              THRU 6110-READNEXT-COR-FIN.
       7230-SAUTE-UNE-LIGNE-FIN.
           EXIT.
       7240-TRT-UNE-LIGNE-DEB.
           ADD 1                                 TO WS-NB-LIGNES.
           PERFORM 7250-ALIM-LIGNE-DEB
              THRU 7250-ALIM-LIGNE-FIN.
           PERFORM 6110-READNEXT-COR-DEB
              THRU 6110-READNEXT-COR-FIN.
       7240-TRT-UNE-LIGNE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * LIGNE DE L HISTORIQUE : DATE DE L EVENEMENT, TYPE, COMPTE,    *
      * STATUT, DATE D EDITION (NUIT DU TRAITEMENT) ET LIBELLE        *
      *---------------------------------------------------------------*
       7250-ALIM-LIGNE-DEB.
           MOVE WS-COR-DATE-EVT                  TO WS-DATE-LUE-N.
           PERFORM 7260-EDITE-DATE-DEB
              THRU 7260-EDITE-DATE-FIN.
           MOVE WS-DATE-ED                       TO WS-LH-DATE-EVT.
           MOVE WS-COR-DATE-TRT                  TO WS-DATE-LUE-N.
           PERFORM 7260-EDITE-DATE-DEB
              THRU 7260-EDITE-DATE-FIN.
           MOVE WS-DATE-ED                       TO WS-LH-DATE-TRT.
           MOVE WS-COR-TYPE                      TO WS-LH-TYPE.
           MOVE WS-COR-CPTE                      TO WS-LH-CPTE.
           IF COR-BLOQUE
              MOVE 'BLOQUE'                      TO WS-LH-STATUT
           ELSE
              MOVE 'EDITE '                      TO WS-LH-STATUT
           END-IF.
           MOVE WS-COR-LIBELLE                   TO WS-LH-LIBELLE.
           EVALUATE WS-NB-LIGNES
               WHEN 1
                  MOVE WS-LIGNE-COR              TO ML1O
               WHEN 2
                  MOVE WS-LIGNE-COR              TO ML2O
               WHEN 3
                  MOVE WS-LIGNE-COR              TO ML3O
               WHEN 4
                  MOVE WS-LIGNE-COR              TO ML4O
               WHEN 5
                  MOVE WS-LIGNE-COR              TO ML5O
               WHEN 6
                  MOVE WS-LIGNE-COR              TO ML6O
               WHEN 7
                  MOVE WS-LIGNE-COR              TO ML7O
               WHEN 8
                  MOVE WS-LIGNE-COR              TO ML8O
               WHEN 9
                  MOVE WS-LIGNE-COR              TO ML9O
               WHEN 10
                  MOVE WS-LIGNE-COR              TO ML10O
           END-EVALUATE.
       7250-ALIM-LIGNE-FIN.
           EXIT.
       7260-EDITE-DATE-DEB.
           MOVE WS-DL-JJ                         TO WS-DE-JJ.
           MOVE WS-DL-MM                         TO WS-DE-MM.
           MOVE WS-DL-AAAA                       TO WS-DE-AAAA.
       7260-EDITE-DATE-FIN.
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
       9999-FIN-PROGRAMME-DEB.
           EXEC CICS SEND
                     FROM (WS-MSG(26))
                     ERASE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
       9999-FIN-PROGRAMME-FIN.
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
