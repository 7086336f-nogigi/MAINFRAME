      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC235                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      * TRANSACTION DIRECTE DE TRAITEMENT DES ENTREES DE CLEARING EN  *
      * SUSPENS (SUS0101, COPY SUSPENS, CREEES PAR ARIO231). LISTE    *
      * PAR PAGE DE 5 LES ENTREES ENCORE EN SUSPENS (PF8 PAGE         *
      * SUIVANTE, PF7 RETOUR AU DEBUT), DETAIL D UNE LIGNE PAR MSEL.  *
      * DECISION SUR L ENTREE AFFICHEE (MDSUS + MSEQ) :               *
      *  A = AFFECTATION AU COMPTE MCPTE (PRESENT DANS CPTE0101 ET    *
      *      NON GELE A LA DATE DU JOUR DANS GEL0101) ;               *
      *  T = RETOUR A LA BANQUE EMETTRICE.                            *
      * LE CODE OPERATEUR ET LA DATE DE DECISION SONT POSES SUR       *
      * L ENTREE, QUI SORT DE L ETAT ARIO232 ; ARIO494 GENERE ENSUITE *
      * LE VIREMNT DEPUIS LE COMPTE D ATTENTE. LA DECISION EST        *
      * CONSIGNEE AU JOURNAL DES FICHIERS BANCAIRES BJR0101.          *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    § CREATION DU PROGRAMME - AFFECTATION ET RETOUR *
      *               § DES ENTREES DE CLEARING EN SUSPENS            *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. ARIC235.
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
           COPY ARIN235.
      * VARIABLE MSG
           COPY TABMSG.
      * VARIABLE COMMAREA
           COPY COMMAREA.
      * DESCRIPTION ENREGISTREMENT ENTREE EN SUSPENS
           COPY SUSPENS.
      * DESCRIPTION ENREGISTREMENT COMPTE
           COPY TP4CPTES.
      * DESCRIPTION ENREGISTREMENT COMPTE GELE
           COPY GELCPTE.
      * DESCRIPTION ENREGISTREMENT JOURNAL DES FICHIERS BANCAIRES
           COPY BNKJRNL.
      *IMAGE AVANT POUR LE JOURNAL
       01 WS-BJR-IMG-AVANT             PIC X(130).
      *DATE DU JOUR NUMERIQUE (DATE DE DECISION, CONTROLE DU GEL)
       01 WS-DATEJ-AMJ.
          05 WS-DATEJ-AMJ-N            PIC 9(8).
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
      *
       01 WS-DATE-CICS                 PIC S9(15)     COMP-3.
      *VARIABLE GESTION CICS
       01 WS-RESP                      PIC S9(4)      COMP.
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM235'.
       01 WS-MAPSET                    PIC X(7)       VALUE 'ARIN235'.
       01 WS-MSG-ERR                   PIC X(80).
      *SWITCH EXISTENCE DE L ENTREE, DU COMPTE ET DU GEL
       01 WS-FS-SUS                    PIC X.
          88 SUS-EXISTE                        VALUE '0'.
          88 SUS-N-EXISTE-PAS                  VALUE '1'.
       01 WS-FS-CPT                    PIC X.
          88 CPT-EXISTE                        VALUE '0'.
          88 CPT-N-EXISTE-PAS                  VALUE '1'.
       01 WS-SW-GEL                    PIC X.
          88 CPT-NON-GELE                      VALUE '0'.
          88 CPT-GELE                          VALUE '1'.
      *BALAYAGE DES ENTREES EN SUSPENS
       01 WS-FS-SUSBRW                 PIC X.
          88 SUSBRW-ENCOURS                    VALUE '0'.
          88 SUSBRW-FIN                        VALUE '1'.
      *CLE DE LA PREMIERE LIGNE DE LA PAGE (PORTEE EN MPOS)
       01 WS-POS-CLE.
          05 WS-POS-DATE               PIC 9(8).
          05 WS-POS-SEQ                PIC 9(5).
      *ENTREES DE LA PAGE : 5 AFFICHEES + LA PREMIERE DE LA SUIVANTE
       01 WS-TAB-PAGE.
          05 WS-TPAG-ENTREE            OCCURS 6.
             10 WS-TPAG-CLE            PIC X(13).
             10 WS-TPAG-IBAN           PIC X(27).
             10 WS-TPAG-MT             PIC S9(9)V99   COMP-3.
             10 WS-TPAG-DEVISE         PIC X(3).
       01 WS-NB-RETENUES               PIC S9(4)      COMP.
       01 WS-NB-LIGNES                 PIC S9(4)      COMP.
      *NUMERO DE LIGNE SELECTIONNEE
       01 WS-SEL                       PIC 9          VALUE ZERO.
      *LIGNE DE LA LISTE DES ENTREES EN SUSPENS
       01 WS-LIGNE-SUS.
          05 WS-LS-NO                  PIC 9.
          05 FILLER                    PIC X(2)  VALUE '. '.
          05 WS-LS-DATE                PIC 9(8).
          05 FILLER                    PIC X     VALUE SPACE.
          05 WS-LS-SEQ                 PIC 9(5).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WS-LS-IBAN                PIC X(27).
          05 FILLER                    PIC X     VALUE SPACE.
          05 WS-LS-MT                  PIC -(9)9,99.
          05 FILLER                    PIC X     VALUE SPACE.
          05 WS-LS-DEVISE              PIC X(3).
          05 FILLER                    PIC X(11) VALUE SPACES.
      *ZONES EDITEES DE LA MAP
       01 WS-MT-ED                     PIC -(9)9,99.
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
      * PREMIER AFFICHAGE : PREMIERE PAGE DES ENTREES EN SUSPENS      *
      *---------------------------------------------------------------*
       1000-INIT-SCREEN-DEB.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           MOVE ZERO                             TO WS-POS-DATE
                                                    WS-POS-SEQ.
           PERFORM 7200-CHARGE-PAGE-DEB
              THRU 7200-CHARGE-PAGE-FIN.
           PERFORM 7230-AFFICHE-PAGE-DEB
              THRU 7230-AFFICHE-PAGE-FIN.
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
      * ENTER : DECISION SUR L ENTREE AFFICHEE (MACT RENSEIGNE), PUIS *
      * REAFFICHAGE DE LA PAGE ET DETAIL DE LA LIGNE MSEL (1-5)       *
      *---------------------------------------------------------------*
       2000-ENTER-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           PERFORM 7100-POSITION-PAGE-DEB
              THRU 7100-POSITION-PAGE-FIN.
           IF WS-RESP NOT = DFHRESP(MAPFAIL)
              AND MACTO NOT = SPACE AND MACTO NOT = LOW-VALUE
              PERFORM 3010-DECISION-DEB
                 THRU 3010-DECISION-FIN
           END-IF.
           PERFORM 7200-CHARGE-PAGE-DEB
              THRU 7200-CHARGE-PAGE-FIN.
           PERFORM 7230-AFFICHE-PAGE-DEB
              THRU 7230-AFFICHE-PAGE-FIN.
           IF MSELO NUMERIC AND MSELO > '0' AND MSELO < '6'
              MOVE MSELO                         TO WS-SEL
              PERFORM 3000-SELECTION-DEB
                 THRU 3000-SELECTION-FIN
           END-IF.
           MOVE SPACE                            TO MSELO MACTO.
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
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2040       *
      *---------------------------------------------------------------*
      * PF8 : PAGE SUIVANTE (A PARTIR DE LA SIXIEME ENTREE RETENUE)   *
      *---------------------------------------------------------------*
       2040-PF8-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           PERFORM 7100-POSITION-PAGE-DEB
              THRU 7100-POSITION-PAGE-FIN.
           PERFORM 7200-CHARGE-PAGE-DEB
              THRU 7200-CHARGE-PAGE-FIN.
           IF WS-NB-RETENUES > 5
              MOVE WS-TPAG-CLE(6)                TO WS-POS-CLE
              PERFORM 7200-CHARGE-PAGE-DEB
                 THRU 7200-CHARGE-PAGE-FIN
           ELSE
              MOVE WS-MSG(228)                   TO MMSGO
           END-IF.
           PERFORM 7230-AFFICHE-PAGE-DEB
              THRU 7230-AFFICHE-PAGE-FIN.
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
           MOVE ZERO                             TO WS-POS-DATE
                                                    WS-POS-SEQ.
           PERFORM 7200-CHARGE-PAGE-DEB
              THRU 7200-CHARGE-PAGE-FIN.
           PERFORM 7230-AFFICHE-PAGE-DEB
              THRU 7230-AFFICHE-PAGE-FIN.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       2050-PF7-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3000       *
      *---------------------------------------------------------------*
      * DETAIL DE LA LIGNE SELECTIONNEE                               *
      *---------------------------------------------------------------*
       3000-SELECTION-DEB.
           IF WS-SEL > WS-NB-RETENUES
              MOVE WS-MSG(227)                   TO MMSGO
              GO TO 3000-SELECTION-FIN
           END-IF.
           MOVE WS-TPAG-CLE(WS-SEL)              TO WS-SUS-CLE.
           PERFORM 6030-READ-SUS-DEB
              THRU 6030-READ-SUS-FIN.
           IF SUS-N-EXISTE-PAS
              MOVE WS-MSG(229)                   TO MMSGO
              GO TO 3000-SELECTION-FIN
           END-IF.
           PERFORM 7060-AFF-SUS-DEB
              THRU 7060-AFF-SUS-FIN.
       3000-SELECTION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3010       *
      *---------------------------------------------------------------*
      * AIGUILLAGE A/T SUR L ENTREE DE CLE MDSUS + MSEQ               *
      *---------------------------------------------------------------*
       3010-DECISION-DEB.
           IF MDSUSO NOT NUMERIC OR MSEQO NOT NUMERIC
              PERFORM 7050-MSG-CHAMP-VIDE-DEB
                 THRU 7050-MSG-CHAMP-VIDE-FIN
              GO TO 3010-DECISION-FIN
           END-IF.
           MOVE MDSUSO                           TO WS-SUS-DATE.
           MOVE MSEQO                            TO WS-SUS-SEQ.
           EVALUATE MACTO
               WHEN 'A'
                  PERFORM 3020-AFFECTATION-DEB
                     THRU 3020-AFFECTATION-FIN
               WHEN 'T'
                  PERFORM 3030-RETOUR-DEB
                     THRU 3030-RETOUR-FIN
               WHEN OTHER
                  MOVE WS-MSG(231)               TO MMSGO
           END-EVALUATE.
       3010-DECISION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3020       *
      *---------------------------------------------------------------*
      * AFFECTATION : COMPTE CIBLE PRESENT ET NON GELE, ENTREE ENCORE *
      * EN SUSPENS - STATUT A, COMPTE, OPERATEUR ET DATE POSES        *
      *---------------------------------------------------------------*
       3020-AFFECTATION-DEB.
           IF MCPTEO = SPACE OR MCPTEO = LOW-VALUE
              PERFORM 7050-MSG-CHAMP-VIDE-DEB
                 THRU 7050-MSG-CHAMP-VIDE-FIN
              GO TO 3020-AFFECTATION-FIN
           END-IF.
           MOVE MCPTEO                           TO WS-CPTES-CPTE.
           PERFORM 6040-READ-CPTE-DEB
              THRU 6040-READ-CPTE-FIN.
           IF CPT-N-EXISTE-PAS
              MOVE WS-MSG(20)                    TO MMSGO
              GO TO 3020-AFFECTATION-FIN
           END-IF.
           PERFORM 6050-READ-GEL-DEB
              THRU 6050-READ-GEL-FIN.
           IF CPT-GELE
              MOVE WS-MSG(232)                   TO MMSGO
              GO TO 3020-AFFECTATION-FIN
           END-IF.
           PERFORM 6031-READ-UPD-SUS-DEB
              THRU 6031-READ-UPD-SUS-FIN.
           IF SUS-N-EXISTE-PAS
              MOVE WS-MSG(229)                   TO MMSGO
              GO TO 3020-AFFECTATION-FIN
           END-IF.
           IF NOT SUS-EN-SUSPENS
              PERFORM 7060-AFF-SUS-DEB
                 THRU 7060-AFF-SUS-FIN
              MOVE WS-MSG(230)                   TO MMSGO
              GO TO 3020-AFFECTATION-FIN
           END-IF.
           MOVE WS-SUS-ENR                       TO WS-BJR-IMG-AVANT.
           SET SUS-AFFECTE                       TO TRUE.
           MOVE MCPTEO                           TO WS-SUS-CPTE-AFF.
           MOVE EIBOPID                          TO WS-SUS-OPID.
           MOVE WS-DATEJ-AMJ-N                   TO WS-SUS-DATE-DEC.
           PERFORM 7080-ENREGISTRE-DECISION-DEB
              THRU 7080-ENREGISTRE-DECISION-FIN.
           MOVE WS-MSG(233)                      TO MMSGO.
       3020-AFFECTATION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3030       *
      *---------------------------------------------------------------*
      * RETOUR A LA BANQUE EMETTRICE : ENTREE ENCORE EN SUSPENS -     *
      * STATUT T, OPERATEUR ET DATE POSES                             *
      *---------------------------------------------------------------*
       3030-RETOUR-DEB.
           PERFORM 6031-READ-UPD-SUS-DEB
              THRU 6031-READ-UPD-SUS-FIN.
           IF SUS-N-EXISTE-PAS
              MOVE WS-MSG(229)                   TO MMSGO
              GO TO 3030-RETOUR-FIN
           END-IF.
           IF NOT SUS-EN-SUSPENS
              PERFORM 7060-AFF-SUS-DEB
                 THRU 7060-AFF-SUS-FIN
              MOVE WS-MSG(230)                   TO MMSGO
              GO TO 3030-RETOUR-FIN
           END-IF.
           MOVE WS-SUS-ENR                       TO WS-BJR-IMG-AVANT.
           SET SUS-A-RETOURNER                   TO TRUE.
           MOVE SPACE                            TO WS-SUS-CPTE-AFF.
           MOVE EIBOPID                          TO WS-SUS-OPID.
           MOVE WS-DATEJ-AMJ-N                   TO WS-SUS-DATE-DEC.
           PERFORM 7080-ENREGISTRE-DECISION-DEB
              THRU 7080-ENREGISTRE-DECISION-FIN.
           MOVE WS-MSG(234)                      TO MMSGO.
       3030-RETOUR-FIN.
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
                     FROM    (ARIM235O)
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
                      INTO    (ARIM235I)
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
                     FROM    (ARIM235O)
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
       6030-READ-SUS-DEB.
           EXEC CICS
               READ FILE('SUS0101')
                    RIDFLD(WS-SUS-CLE)
                    INTO(WS-SUS-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET SUS-EXISTE                      TO TRUE
           ELSE
              SET SUS-N-EXISTE-PAS                TO TRUE
           END-IF.
       6030-READ-SUS-FIN.
           EXIT.
       6031-READ-UPD-SUS-DEB.
           EXEC CICS
               READ FILE('SUS0101')
                    RIDFLD(WS-SUS-CLE)
                    INTO(WS-SUS-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET SUS-EXISTE                      TO TRUE
           ELSE
              SET SUS-N-EXISTE-PAS                TO TRUE
           END-IF.
       6031-READ-UPD-SUS-FIN.
           EXIT.
       6040-READ-CPTE-DEB.
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
       6040-READ-CPTE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONTROLE LE GEL DU COMPTE CIBLE A LA DATE DU JOUR (UN GEL     *
      * ABSENT OU HORS PERIODE LAISSE PASSER)                         *
      *---------------------------------------------------------------*
       6050-READ-GEL-DEB.
           SET CPT-NON-GELE                       TO TRUE.
           MOVE MCPTEO                            TO WS-GEL-CPTE.
           EXEC CICS
               READ FILE('GEL0101')
                    RIDFLD(WS-GEL-CPTE)
                    INTO(WS-GEL-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              IF WS-DATEJ-AMJ-N NOT < WS-GEL-DATE-DEB
                 AND WS-DATEJ-AMJ-N NOT > WS-GEL-DATE-FIN
                 SET CPT-GELE                     TO TRUE
              END-IF
           END-IF.
       6050-READ-GEL-FIN.
           EXIT.
       6060-REWRITE-SUS-DEB.
           EXEC CICS
               REWRITE FILE('SUS0101')
                       FROM(WS-SUS-ENR)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6060 - ERREUR CICS REWRITE SUS0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-REWRITE-SUS-FIN.
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
           MOVE 'ARIC235'                         TO WS-BJR-PROG.
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
       6100-STARTBR-SUS-DEB.
           EXEC CICS
               STARTBR FILE('SUS0101')
                       RIDFLD(WS-SUS-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET SUSBRW-ENCOURS                  TO TRUE
           ELSE
              SET SUSBRW-FIN                      TO TRUE
           END-IF.
       6100-STARTBR-SUS-FIN.
           EXIT.
       6110-READNEXT-SUS-DEB.
           EXEC CICS
               READNEXT FILE('SUS0101')
                        RIDFLD(WS-SUS-CLE)
                        INTO(WS-SUS-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET SUSBRW-FIN                      TO TRUE
           END-IF.
       6110-READNEXT-SUS-FIN.
           EXIT.
       6120-ENDBR-SUS-DEB.
           EXEC CICS
               ENDBR FILE('SUS0101')
                     RESP(WS-RESP)
           END-EXEC.
       6120-ENDBR-SUS-FIN.
           EXIT.

      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
       7000-INIT-MAP-DEB.
            MOVE DFHCOMMAREA                     TO WS-COMMAREA.
            MOVE LOW-VALUE                       TO ARIM235O.
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
      * AFFICHAGE DE L ENTREE LUE                                     *
      *---------------------------------------------------------------*
       7060-AFF-SUS-DEB.
           MOVE WS-SUS-DATE                      TO MDSUSO.
           MOVE WS-SUS-SEQ                       TO MSEQO.
           MOVE WS-SUS-IBAN                      TO MIBANO.
           MOVE WS-SUS-MT                        TO WS-MT-ED.
           MOVE WS-MT-ED                         TO MMTO.
           MOVE WS-SUS-DEVISE                    TO MDEVO.
           MOVE WS-SUS-REF                       TO MREFO.
           MOVE WS-SUS-STATUT                    TO MSTATO.
           MOVE WS-SUS-CPTE-AFF                  TO MCPTEO.
           MOVE WS-SUS-OPID                      TO MOPIDO.
           MOVE WS-SUS-DATE-DEC                  TO MDDECO.
       7060-AFF-SUS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * FICHIER, CLE ET IMAGE APRES DU JOURNAL BJR0101                *
      *---------------------------------------------------------------*
       7070-PREP-BJR-DEB.
           MOVE 'SUS0101 '                       TO WS-BJR-FICHIER.
           MOVE SPACE                            TO WS-BJR-CLE.
           MOVE WS-SUS-CLE                       TO WS-BJR-CLE.
           MOVE WS-SUS-ENR                       TO WS-BJR-APRES.
       7070-PREP-BJR-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * REECRIT L ENTREE DECIDEE, LA JOURNALISE ET L AFFICHE          *
      *---------------------------------------------------------------*
       7080-ENREGISTRE-DECISION-DEB.
           PERFORM 6060-REWRITE-SUS-DEB
              THRU 6060-REWRITE-SUS-FIN.
           SET BJR-MODIFICATION                  TO TRUE.
           PERFORM 7070-PREP-BJR-DEB
              THRU 7070-PREP-BJR-FIN.
           PERFORM 6081-WRITE-BJR-DEB
              THRU 6081-WRITE-BJR-FIN.
           PERFORM 7060-AFF-SUS-DEB
              THRU 7060-AFF-SUS-FIN.
       7080-ENREGISTRE-DECISION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CLE DE DEBUT DE LA PAGE COURANTE (MPOS, DEBUT DU FICHIER SI   *
      * ELLE N EST PAS RENSEIGNEE)                                    *
      *---------------------------------------------------------------*
       7100-POSITION-PAGE-DEB.
           IF MPOSO NUMERIC
              MOVE MPOSO                         TO WS-POS-CLE
           ELSE
              MOVE ZERO                          TO WS-POS-DATE
                                                    WS-POS-SEQ
           END-IF.
       7100-POSITION-PAGE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CHARGE A PARTIR DE WS-POS-CLE LES 5 ENTREES ENCORE EN SUSPENS *
      * DE LA PAGE, PLUS LA PREMIERE DE LA PAGE SUIVANTE              *
      *---------------------------------------------------------------*
       7200-CHARGE-PAGE-DEB.
           MOVE ZERO                             TO WS-NB-RETENUES.
           MOVE WS-POS-CLE                       TO WS-SUS-CLE.
           PERFORM 6100-STARTBR-SUS-DEB
              THRU 6100-STARTBR-SUS-FIN.
           IF SUSBRW-ENCOURS
              PERFORM 6110-READNEXT-SUS-DEB
                 THRU 6110-READNEXT-SUS-FIN
              PERFORM 7210-RETIENT-UNE-ENTREE-DEB
                 THRU 7210-RETIENT-UNE-ENTREE-FIN
                    UNTIL SUSBRW-FIN
              PERFORM 6120-ENDBR-SUS-DEB
                 THRU 6120-ENDBR-SUS-FIN
           END-IF.
       7200-CHARGE-PAGE-FIN.
           EXIT.
       7210-RETIENT-UNE-ENTREE-DEB.
           IF SUS-EN-SUSPENS
              ADD 1                              TO WS-NB-RETENUES
              MOVE WS-SUS-CLE                    TO
                                         WS-TPAG-CLE(WS-NB-RETENUES)
              MOVE WS-SUS-IBAN                   TO
                                         WS-TPAG-IBAN(WS-NB-RETENUES)
              MOVE WS-SUS-MT                     TO
                                         WS-TPAG-MT(WS-NB-RETENUES)
              MOVE WS-SUS-DEVISE                 TO
                                         WS-TPAG-DEVISE(WS-NB-RETENUES)
           END-IF.
           IF WS-NB-RETENUES > 5
              SET SUSBRW-FIN                     TO TRUE
              GO TO 7210-RETIENT-UNE-ENTREE-FIN
           END-IF.
           PERFORM 6110-READNEXT-SUS-DEB
              THRU 6110-READNEXT-SUS-FIN.
       7210-RETIENT-UNE-ENTREE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * AFFICHE LES LIGNES DE LA PAGE CHARGEE                         *
      *---------------------------------------------------------------*
       7230-AFFICHE-PAGE-DEB.
           MOVE SPACE                            TO ML1O ML2O ML3O
                                                    ML4O ML5O.
           PERFORM 7240-AFFICHE-UNE-LIGNE-DEB
              THRU 7240-AFFICHE-UNE-LIGNE-FIN
                 VARYING WS-NB-LIGNES FROM 1 BY 1
                    UNTIL WS-NB-LIGNES > 5.
           MOVE WS-POS-CLE                       TO MPOSO.
           IF WS-NB-RETENUES = ZERO
              AND (MMSGO = SPACE OR MMSGO = LOW-VALUE)
              MOVE WS-MSG(227)                   TO MMSGO
           END-IF.
       7230-AFFICHE-PAGE-FIN.
           EXIT.
       7240-AFFICHE-UNE-LIGNE-DEB.
           IF WS-NB-LIGNES > WS-NB-RETENUES
              GO TO 7240-AFFICHE-UNE-LIGNE-FIN
           END-IF.
           MOVE WS-NB-LIGNES                     TO WS-LS-NO.
           MOVE WS-TPAG-CLE(WS-NB-LIGNES) (1:8)  TO WS-LS-DATE.
           MOVE WS-TPAG-CLE(WS-NB-LIGNES) (9:5)  TO WS-LS-SEQ.
           MOVE WS-TPAG-IBAN(WS-NB-LIGNES)       TO WS-LS-IBAN.
           MOVE WS-TPAG-MT(WS-NB-LIGNES)         TO WS-LS-MT.
           MOVE WS-TPAG-DEVISE(WS-NB-LIGNES)     TO WS-LS-DEVISE.
           EVALUATE WS-NB-LIGNES
               WHEN 1
                  MOVE WS-LIGNE-SUS              TO ML1O
               WHEN 2
                  MOVE WS-LIGNE-SUS              TO ML2O
               WHEN 3
                  MOVE WS-LIGNE-SUS              TO ML3O
               WHEN 4
                  MOVE WS-LIGNE-SUS              TO ML4O
               WHEN 5
                  MOVE WS-LIGNE-SUS              TO ML5O
           END-EVALUATE.
       7240-AFFICHE-UNE-LIGNE-FIN.
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
