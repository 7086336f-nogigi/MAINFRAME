      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC145                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      * CONSULTATION D'UN NUMERO DE SERIE : SAISIE DE L'ARTICLE EN    *
      * MCODE ET DU NUMERO EN MSERIE. L'ETAT DE L'UNITE EST LU DANS   *
      * SER0101 (LOT, DEPOT, STATUT EN STOCK / SORTI / EXPEDIE,       *
      * DESTINATION - CENTRE DE COUT OU CLIENT + COMMANDE - ET DATE   *
      * DU DERNIER MOUVEMENT) PUIS LES MOUVEMENTS ARTMVTS PORTANT CE   *
      * NUMERO SONT LISTES DU PLUS RECENT AU PLUS ANCIEN, 5 PAR PAGE.  *
      * PF8 PAGE SUIVANTE (PLUS ANCIENNE, REPRISE SUR LA DERNIERE CLE *
      * AFFICHEE), PF7 RETOUR AUX MOUVEMENTS LES PLUS RECENTS - MEME  *
      * PRINCIPE DE DEFILEMENT QU'ARIC128.                            *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    § CREATION DU PROGRAMME - HISTORIQUE D'UN       *
      *               § NUMERO DE SERIE EN LIGNE                      *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. ARIC145.
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
           COPY ARIN145.
      * VARIABLE MSG
           COPY TABMSG.
      * VARIABLE COMMAREA
           COPY COMMAREA.
      * DESCRIPTION ENREGISTREMENT HISTORIQUE MVT QUANTITE ARTICLE
           COPY ARTMVTS.
      * DESCRIPTION ENREGISTREMENT NUMERO DE SERIE
           COPY NUMSERIE.
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
      *
       01 WS-DATE-CICS                 PIC S9(15)     COMP-3.
      *VARIABLE GESTION CICS
       01 WS-RESP                      PIC S9(4)      COMP.
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM145'.
       01 WS-MAPSET                    PIC X(7)       VALUE 'ARIN145'.
       01 WS-MSG-ERR                   PIC X(80).
      *SWITCH EXISTENCE DU NUMERO DE SERIE SUR SER0101
       01 WS-FS-SER                    PIC X.
          88 SER-EXISTE                        VALUE '0'.
          88 SER-N-EXISTE-PAS                  VALUE '1'.
      *CLE DE DEFILEMENT DE L HISTORIQUE (ART + DATE + HEURE)
       01 WS-MVT-BRW-CLE.
          05 WS-BRW-ART                PIC X(5).
          05 WS-BRW-DATE               PIC X(8).
          05 WS-BRW-HEURE              PIC X(6).
      *SWITCH FIN DE DEFILEMENT
       01 WS-FS-MVTBRW                 PIC X.
          88 MVTBRW-ENCOURS                    VALUE '0'.
          88 MVTBRW-FIN                        VALUE '1'.
      *LIGNE DE LA LISTE DES MOUVEMENTS DU NUMERO
       01 WS-LIGNE-MVT.
          05 WS-LM-DATE                PIC 9(8).
          05 FILLER                    PIC X     VALUE SPACE.
          05 WS-LM-HEURE               PIC 9(6).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WS-LM-CODE                PIC X(7).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WS-LM-QTE                 PIC ZZZZZ9.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WS-LM-LOT                 PIC X(6).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WS-LM-DEPOT               PIC X(3).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WS-LM-CCTR                PIC X(5).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WS-LM-TERM                PIC X(4).
          05 FILLER                    PIC X(2)  VALUE SPACES.
      *DESTINATION DE L UNITE HORS STOCK
       01 WS-DEST-CLIENT.
          05 WS-DC-CLIENT              PIC X(6).
          05 FILLER                    PIC X     VALUE SPACE.
          05 WS-DC-VTE-NUM             PIC X(11).
      *COMPTEUR DE LIGNES AFFICHEES
       01 WS-NB-LIGNES                 PIC S9(4)      COMP.
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
           MOVE WS-MSG(3)                        TO MMSGO.
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
      * ENTER : ETAT DU NUMERO PUIS PREMIERE PAGE, DU MOUVEMENT LE    *
      * PLUS RECENT VERS LES PLUS ANCIENS                             *
      *---------------------------------------------------------------*
       2000-ENTER-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           IF WS-RESP = DFHRESP(MAPFAIL) OR MCODEO = SPACE
                                         OR MSERIEO = SPACE
              PERFORM 3000-MAPFAIL-DEB
                 THRU 3000-MAPFAIL-FIN
           ELSE
              MOVE MCODEO                        TO WS-BRW-ART
              MOVE HIGH-VALUES                   TO WS-BRW-DATE
              MOVE HIGH-VALUES                   TO WS-BRW-HEURE
              MOVE SPACE                         TO MCLEDO
              PERFORM 3010-CONSULTE-DEB
                 THRU 3010-CONSULTE-FIN
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
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2040       *
      *---------------------------------------------------------------*
      * PF8 : PAGE SUIVANTE (MOUVEMENTS PLUS ANCIENS) A PARTIR DE LA  *
      * DERNIERE CLE AFFICHEE                                         *
      *---------------------------------------------------------------*
       2040-PF8-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           IF MCODEO = SPACE OR MSERIEO = SPACE
                             OR MCLEDO = SPACE
                             OR MCLEDO = LOW-VALUE
              PERFORM 3000-MAPFAIL-DEB
                 THRU 3000-MAPFAIL-FIN
           ELSE
              MOVE MCLEDO                        TO WS-MVT-BRW-CLE
              PERFORM 3010-CONSULTE-DEB
                 THRU 3010-CONSULTE-FIN
           END-IF.
       2040-PF8-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2050       *
      *---------------------------------------------------------------*
      * PF7 : RETOUR AUX MOUVEMENTS LES PLUS RECENTS                  *
      *---------------------------------------------------------------*
       2050-PF7-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           IF MCODEO = SPACE OR MSERIEO = SPACE
              PERFORM 3000-MAPFAIL-DEB
                 THRU 3000-MAPFAIL-FIN
           ELSE
              MOVE MCODEO                        TO WS-BRW-ART
              MOVE HIGH-VALUES                   TO WS-BRW-DATE
              MOVE HIGH-VALUES                   TO WS-BRW-HEURE
              MOVE SPACE                         TO MCLEDO
              PERFORM 3010-CONSULTE-DEB
                 THRU 3010-CONSULTE-FIN
              IF MMSGO = SPACE
                 MOVE WS-MSG(55)                 TO MMSGO
              END-IF
           END-IF.
       2050-PF7-FIN.
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
      * ETAT DU NUMERO (SER0101) PUIS PAGE DE MOUVEMENTS A PARTIR DE  *
      * WS-MVT-BRW-CLE - NUMERO INCONNU : RIEN N'EST LISTE            *
      *---------------------------------------------------------------*
       3010-CONSULTE-DEB.
           MOVE SPACE                            TO MLOTO MDEPOTO
                                                    MSTATO MDESTO
                                                    MDATMVTO.
           MOVE SPACE                            TO ML1O ML2O ML3O
                                                    ML4O ML5O.
           MOVE MCODEO                           TO WS-SER-ART-CODE.
           MOVE MSERIEO                          TO WS-SER-NUM.
           PERFORM 6200-READ-SER-DEB
              THRU 6200-READ-SER-FIN.
           IF SER-N-EXISTE-PAS
              MOVE WS-MSG(194)                   TO MMSGO
              MOVE SPACE                         TO MCLEDO
           ELSE
              PERFORM 7200-ALIM-ETAT-DEB
                 THRU 7200-ALIM-ETAT-FIN
              PERFORM 7220-CHARGE-PAGE-DEB
                 THRU 7220-CHARGE-PAGE-FIN
           END-IF.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       3010-CONSULTE-FIN.
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
                     FROM    (ARIM145O)
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
                      INTO    (ARIM145I)
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
                     FROM    (ARIM145O)
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
       6100-STARTBR-MVT-DEB.
           EXEC CICS
               STARTBR FILE('ARTMVTS')
                       RIDFLD(WS-MVT-BRW-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET MVTBRW-ENCOURS                  TO TRUE
           ELSE
              SET MVTBRW-FIN                      TO TRUE
           END-IF.
       6100-STARTBR-MVT-FIN.
           EXIT.
       6110-READPREV-MVT-DEB.
           EXEC CICS
               READPREV FILE('ARTMVTS')
                        RIDFLD(WS-MVT-BRW-CLE)
                        INTO(WS-AMVT-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET MVTBRW-FIN                      TO TRUE
           END-IF.
       6110-READPREV-MVT-FIN.
           EXIT.
       6120-ENDBR-MVT-DEB.
           EXEC CICS
               ENDBR FILE('ARTMVTS')
                     RESP(WS-RESP)
           END-EXEC.
       6120-ENDBR-MVT-FIN.
           EXIT.
       6200-READ-SER-DEB.
           EXEC CICS
               READ FILE('SER0101')
                    RIDFLD(WS-SER-CLE)
                    INTO(WS-SER-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET SER-EXISTE                      TO TRUE
           ELSE
              SET SER-N-EXISTE-PAS                TO TRUE
           END-IF.
       6200-READ-SER-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
       7000-INIT-MAP-DEB.
            MOVE DFHCOMMAREA                     TO WS-COMMAREA.
            MOVE LOW-VALUE                       TO ARIM145O.
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
      * ETAT DE L'UNITE : LOT ET DEPOT OU ELLE EST (OU ETAIT EN       *
      * DERNIER) EN STOCK, STATUT, DESTINATION HORS STOCK, DATE DU    *
      * DERNIER MOUVEMENT                                             *
      *---------------------------------------------------------------*
       7200-ALIM-ETAT-DEB.
           MOVE WS-SER-LOT                       TO MLOTO.
           MOVE WS-SER-DEPOT                     TO MDEPOTO.
           MOVE WS-SER-DATE-MVT                  TO MDATMVTO.
           EVALUATE TRUE
               WHEN SER-EN-STOCK
                  MOVE 'EN STOCK'                TO MSTATO
               WHEN SER-SORTI
                  MOVE 'SORTI'                   TO MSTATO
                  MOVE WS-SER-CCTR               TO MDESTO
               WHEN SER-EXPEDIE
                  MOVE 'EXPEDIE'                 TO MSTATO
                  MOVE WS-SER-CLIENT             TO WS-DC-CLIENT
                  MOVE WS-SER-VTE-NUM            TO WS-DC-VTE-NUM
                  MOVE WS-DEST-CLIENT            TO MDESTO
               WHEN OTHER
                  MOVE WS-SER-STATUT             TO MSTATO
           END-EVALUATE.
       7200-ALIM-ETAT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CHARGE UNE PAGE DE 5 MOUVEMENTS DU NUMERO EN DESCENDANT       *
      * (READPREV) A PARTIR DE WS-MVT-BRW-CLE - LA DERNIERE CLE       *
      * AFFICHEE EST CONSERVEE DANS MCLED POUR LA PAGE SUIVANTE (PF8) *
      *---------------------------------------------------------------*
       7220-CHARGE-PAGE-DEB.
           MOVE ZERO                             TO WS-NB-LIGNES.
           PERFORM 6100-STARTBR-MVT-DEB
              THRU 6100-STARTBR-MVT-FIN.
           IF MVTBRW-FIN
      *       AUCUNE CLE SUPERIEURE OU EGALE (ARTICLE EN FIN DE
      *       FICHIER) : POSITIONNEMENT EN FIN DE FICHIER PAR UNE
      *       CLE HIGH-VALUES, LE READPREV REMONTE ALORS DEPUIS LE
      *       DERNIER ENREGISTREMENT
              MOVE HIGH-VALUES                   TO WS-MVT-BRW-CLE
              PERFORM 6100-STARTBR-MVT-DEB
                 THRU 6100-STARTBR-MVT-FIN
           END-IF.
           IF MVTBRW-ENCOURS
              PERFORM 6110-READPREV-MVT-DEB
                 THRU 6110-READPREV-MVT-FIN
              PERFORM 7240-TRT-UNE-LIGNE-DEB
                 THRU 7240-TRT-UNE-LIGNE-FIN
                    UNTIL MVTBRW-FIN
                       OR WS-NB-LIGNES = 5
              PERFORM 6120-ENDBR-MVT-DEB
                 THRU 6120-ENDBR-MVT-FIN
           END-IF.
           IF WS-NB-LIGNES = ZERO
              MOVE WS-MSG(54)                    TO MMSGO
              MOVE SPACE                         TO MCLEDO
           END-IF.
       7220-CHARGE-PAGE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * TRAITE LE MOUVEMENT COURANT DU DEFILEMENT DESCENDANT - SEULS  *
      * LES MOUVEMENTS PORTANT LE NUMERO SAISI SONT AFFICHES          *
      *---------------------------------------------------------------*
       7240-TRT-UNE-LIGNE-DEB.
           EVALUATE TRUE
      *        LE POSITIONNEMENT GTEQ PEUT RENDRE D ABORD UN
      *        ENREGISTREMENT DE L ARTICLE SUIVANT : IL EST SAUTE
               WHEN WS-AMVT-ART-CODE > MCODEO
                  PERFORM 6110-READPREV-MVT-DEB
                     THRU 6110-READPREV-MVT-FIN
      *        EN DECA DE L ARTICLE : FIN DU DEFILEMENT
               WHEN WS-AMVT-ART-CODE < MCODEO
                  SET MVTBRW-FIN                  TO TRUE
      *        CLE DEJA AFFICHEE SUR LA PAGE PRECEDENTE : SAUTEE
               WHEN WS-MVT-BRW-CLE = MCLEDO
                  PERFORM 6110-READPREV-MVT-DEB
                     THRU 6110-READPREV-MVT-FIN
      *        MOUVEMENT D UNE AUTRE UNITE OU SANS NUMERO : SAUTE
               WHEN WS-AMVT-SERIE NOT = MSERIEO
                  PERFORM 6110-READPREV-MVT-DEB
                     THRU 6110-READPREV-MVT-FIN
               WHEN OTHER
                  ADD 1                           TO WS-NB-LIGNES
                  PERFORM 7250-ALIM-LIGNE-DEB
                     THRU 7250-ALIM-LIGNE-FIN
                  MOVE WS-MVT-BRW-CLE             TO MCLEDO
                  IF WS-NB-LIGNES < 5
                     PERFORM 6110-READPREV-MVT-DEB
                        THRU 6110-READPREV-MVT-FIN
                  END-IF
           END-EVALUATE.
       7240-TRT-UNE-LIGNE-FIN.
           EXIT.
       7250-ALIM-LIGNE-DEB.
           MOVE WS-AMVT-DATE                     TO WS-LM-DATE.
           MOVE WS-AMVT-HEURE                    TO WS-LM-HEURE.
           MOVE WS-AMVT-CODE                     TO WS-LM-CODE.
           MOVE WS-AMVT-QTE                      TO WS-LM-QTE.
           MOVE WS-AMVT-LOT                      TO WS-LM-LOT.
           MOVE WS-AMVT-DEPOT                    TO WS-LM-DEPOT.
           MOVE WS-AMVT-CCTR                     TO WS-LM-CCTR.
           MOVE WS-AMVT-TERM                     TO WS-LM-TERM.
           EVALUATE WS-NB-LIGNES
               WHEN 1
                  MOVE WS-LIGNE-MVT              TO ML1O
               WHEN 2
                  MOVE WS-LIGNE-MVT              TO ML2O
               WHEN 3
                  MOVE WS-LIGNE-MVT              TO ML3O
               WHEN 4
                  MOVE WS-LIGNE-MVT              TO ML4O
               WHEN 5
                  MOVE WS-LIGNE-MVT              TO ML5O
           END-EVALUATE.
       7250-ALIM-LIGNE-FIN.
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
