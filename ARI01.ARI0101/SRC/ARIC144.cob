      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC144                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      * TRANSACTION DIRECTE DE TENUE DES NIVEAUX DE STOCK PAR DEPOT   *
      * (SDP0101, COPY SEUILDEP). UN NIVEAU EST IDENTIFIE PAR         *
      * L'ARTICLE (MCODE, CONTROLE CONTRE ART0101) ET LE DEPOT        *
      * (MDEPOT, CONTROLE CONTRE DEP0101). ACTIONS : A = AFFICHAGE    *
      * DU MINIMUM ET DU MAXIMUM, C = CREATION OU REMPLACEMENT        *
      * (MINIMUM STRICTEMENT INFERIEUR AU MAXIMUM), S = SUPPRESSION.  *
      * LES MISES A JOUR SONT RESERVEES AUX ROLES G ET A (PRF0101).   *
      * DES QU'UN ARTICLE PORTE UN NIVEAU DE DEPOT, SES ALERTES       *
      * (ARIC118, ARIO911) ET SON REAPPROVISIONNEMENT (ARIO921) SE    *
      * FONT DEPOT PAR DEPOT ; SANS NIVEAU, LE SEUIL GLOBAL           *
      * WS-ART-ALERT S'APPLIQUE COMME AVANT.                          *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    § CREATION DU PROGRAMME - TENUE DES NIVEAUX     *
      *               § MINIMUM / MAXIMUM DE STOCK PAR DEPOT          *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. ARIC144.
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
           COPY ARIN144.
      * VARIABLE MSG
           COPY TABMSG.
      * VARIABLE COMMAREA
           COPY COMMAREA.
      * DESCRIPTION ENREGISTREMENT NIVEAUX DE STOCK PAR DEPOT
           COPY SEUILDEP.
      * DESCRIPTION ENREGISTREMENT FICHIER ARTICLE
           COPY ARTICLE.
      * DESCRIPTION ENREGISTREMENT FICHIER MAITRE DES DEPOTS
           COPY DEPOT.
      * DESCRIPTION ENREGISTREMENT PROFIL OPERATEUR
           COPY OPROFIL.
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
       01 WS-DATEJ8                    PIC 9(8).
      *
       01 WS-DATE-CICS                 PIC S9(15)     COMP-3.
      *VARIABLE GESTION CICS
       01 WS-RESP                      PIC S9(4)      COMP.
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM144'.
       01 WS-MAPSET                    PIC X(7)       VALUE 'ARIN144'.
       01 WS-MSG-ERR                   PIC X(80).
      *SWITCH EXISTENCE DU NIVEAU DE DEPOT
       01 WS-FS-SDP                    PIC X.
          88 SDP-EXISTE                        VALUE '0'.
          88 SDP-N-EXISTE-PAS                  VALUE '1'.
      *SWITCH EXISTENCE DE L ARTICLE
       01 WS-FS-ART                    PIC X.
          88 ART-EXISTE                        VALUE '0'.
          88 ART-N-EXISTE-PAS                  VALUE '1'.
      *SWITCH EXISTENCE DU DEPOT
       01 WS-FS-DEPOT                  PIC X.
          88 DEPOT-EXISTE                      VALUE '0'.
          88 DEPOT-N-EXISTE-PAS                VALUE '1'.
      *NIVEAUX SAISIS (VUES NUMERIQUES DE MMIN ET MMAX)
       01 WS-MIN-SAISI.
          05 WS-MIN-NUM                PIC 9(5).
       01 WS-MIN-ALPHA REDEFINES WS-MIN-SAISI
                                       PIC X(5).
       01 WS-MAX-SAISI.
          05 WS-MAX-NUM                PIC 9(5).
       01 WS-MAX-ALPHA REDEFINES WS-MAX-SAISI
                                       PIC X(5).
      *CONTROLE DU ROLE DE L OPERATEUR (PRF0101)
       01 WS-ROLE-OP                   PIC X          VALUE 'A'.
       01 WS-SW-ACCES                  PIC X          VALUE '0'.
          88 ACCES-PERMIS                      VALUE '0'.
          88 ACCES-REFUSE                      VALUE '1'.
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
           IF WS-RESP = DFHRESP(MAPFAIL) OR MCODEO = SPACE
                                         OR MDEPOTO = SPACE
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
      * CONTROLES DE LA CLE PUIS AIGUILLAGE A/C/S                     *
      *---------------------------------------------------------------*
       3010-CHOIX-OK-DEB.
           MOVE MCODEO                            TO WS-ART-CODE.
           PERFORM 6070-READ-ART-DEB
              THRU 6070-READ-ART-FIN.
           IF ART-N-EXISTE-PAS
              MOVE WS-MSG(9)                      TO MMSGO
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 3010-CHOIX-OK-FIN
           END-IF.
           MOVE WS-ART-LIBEL                      TO MLIBARTO.
           MOVE MDEPOTO                           TO WS-DEP-CODE.
           PERFORM 6080-READ-DEPOT-DEB
              THRU 6080-READ-DEPOT-FIN.
           IF DEPOT-N-EXISTE-PAS
              MOVE WS-MSG(51)                     TO MMSGO
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 3010-CHOIX-OK-FIN
           END-IF.
           MOVE WS-DEP-LIBEL                      TO MLIBDEPO.
           MOVE MCODEO                            TO WS-SDP-ART-CODE.
           MOVE MDEPOTO                           TO WS-SDP-DEPOT.
           EVALUATE MACTO
               WHEN 'A'
                  PERFORM 3015-AFFICHAGE-DEB
                     THRU 3015-AFFICHAGE-FIN
               WHEN 'C'
                  PERFORM 3020-CREATION-DEB
                     THRU 3020-CREATION-FIN
               WHEN 'S'
                  PERFORM 3040-SUPPRESSION-DEB
                     THRU 3040-SUPPRESSION-FIN
               WHEN OTHER
                  MOVE WS-MSG(6)                  TO MMSGO
           END-EVALUATE.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       3010-CHOIX-OK-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3015       *
      *---------------------------------------------------------------*
      * AFFICHAGE DU MINIMUM ET DU MAXIMUM DU DEPOT                   *
      *---------------------------------------------------------------*
       3015-AFFICHAGE-DEB.
           PERFORM 6030-READ-SDP-DEB
              THRU 6030-READ-SDP-FIN.
           IF SDP-N-EXISTE-PAS
              MOVE WS-MSG(181)                    TO MMSGO
              GO TO 3015-AFFICHAGE-FIN
           END-IF.
           MOVE WS-SDP-MIN                        TO WS-MIN-NUM.
           MOVE WS-MIN-ALPHA                      TO MMINO.
           MOVE WS-SDP-MAX                        TO WS-MAX-NUM.
           MOVE WS-MAX-ALPHA                      TO MMAXO.
       3015-AFFICHAGE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3020       *
      *---------------------------------------------------------------*
      * CREATION OU REMPLACEMENT DES NIVEAUX DU DEPOT                 *
      *---------------------------------------------------------------*
       3020-CREATION-DEB.
           PERFORM 7300-CTL-ACCES-DEB
              THRU 7300-CTL-ACCES-FIN.
           IF ACCES-REFUSE
              MOVE WS-MSG(93)                     TO MMSGO
              GO TO 3020-CREATION-FIN
           END-IF.
           IF MMINO NOT NUMERIC OR MMAXO NOT NUMERIC
              MOVE WS-MSG(182)                    TO MMSGO
              GO TO 3020-CREATION-FIN
           END-IF.
           MOVE MMINO                             TO WS-MIN-ALPHA.
           MOVE MMAXO                             TO WS-MAX-ALPHA.
           IF WS-MIN-NUM NOT < WS-MAX-NUM
              MOVE WS-MSG(182)                    TO MMSGO
              GO TO 3020-CREATION-FIN
           END-IF.
           MOVE SPACE                             TO WS-SDP-ENR.
           MOVE MCODEO                            TO WS-SDP-ART-CODE.
           MOVE MDEPOTO                           TO WS-SDP-DEPOT.
           PERFORM 7100-INIT-SDP-DEB
              THRU 7100-INIT-SDP-FIN.
           PERFORM 6040-WRITE-SDP-DEB
              THRU 6040-WRITE-SDP-FIN.
           MOVE WS-MSG(179)                       TO MMSGO.
       3020-CREATION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3040       *
      *---------------------------------------------------------------*
      * SUPPRESSION DES NIVEAUX DU DEPOT - SANS AUCUN NIVEAU RESTANT, *
      * L ARTICLE REVIENT AU SEUIL GLOBAL WS-ART-ALERT                *
      *---------------------------------------------------------------*
       3040-SUPPRESSION-DEB.
           PERFORM 7300-CTL-ACCES-DEB
              THRU 7300-CTL-ACCES-FIN.
           IF ACCES-REFUSE
              MOVE WS-MSG(93)                     TO MMSGO
              GO TO 3040-SUPPRESSION-FIN
           END-IF.
           PERFORM 6035-READ-UPD-SDP-DEB
              THRU 6035-READ-UPD-SDP-FIN.
           IF SDP-N-EXISTE-PAS
              MOVE WS-MSG(181)                    TO MMSGO
              GO TO 3040-SUPPRESSION-FIN
           END-IF.
           PERFORM 6060-DELETE-SDP-DEB
              THRU 6060-DELETE-SDP-FIN.
           MOVE WS-MSG(180)                       TO MMSGO.
       3040-SUPPRESSION-FIN.
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
                     FROM    (ARIM144O)
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
                      INTO    (ARIM144I)
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
                     FROM    (ARIM144O)
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
       6030-READ-SDP-DEB.
           EXEC CICS
               READ FILE('SDP0101')
                    RIDFLD(WS-SDP-CLE)
                    INTO(WS-SDP-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET SDP-EXISTE                      TO TRUE
           ELSE
              SET SDP-N-EXISTE-PAS                TO TRUE
           END-IF.
       6030-READ-SDP-FIN.
           EXIT.
       6035-READ-UPD-SDP-DEB.
           EXEC CICS
               READ FILE('SDP0101')
                    RIDFLD(WS-SDP-CLE)
                    INTO(WS-SDP-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET SDP-EXISTE                      TO TRUE
           ELSE
              SET SDP-N-EXISTE-PAS                TO TRUE
           END-IF.
       6035-READ-UPD-SDP-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * ECRIT LES NIVEAUX - DES NIVEAUX DEJA POSES SUR LE MEME COUPLE *
      * SONT REMPLACES (RELECTURE POUR MISE A JOUR PUIS REECRITURE)   *
      *---------------------------------------------------------------*
       6040-WRITE-SDP-DEB.
           EXEC CICS
               WRITE FILE('SDP0101')
                     RIDFLD(WS-SDP-CLE)
                     FROM(WS-SDP-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(DUPREC)
              PERFORM 6035-READ-UPD-SDP-DEB
                 THRU 6035-READ-UPD-SDP-FIN
              PERFORM 7100-INIT-SDP-DEB
                 THRU 7100-INIT-SDP-FIN
              EXEC CICS
                  REWRITE FILE('SDP0101')
                          FROM(WS-SDP-ENR)
                          RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6040 - ERREUR CICS MAJ SDP0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-WRITE-SDP-FIN.
           EXIT.
       6060-DELETE-SDP-DEB.
           EXEC CICS
               DELETE FILE('SDP0101')
                      RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6060 - ERREUR CICS DELETE SDP0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-DELETE-SDP-FIN.
           EXIT.
       6070-READ-ART-DEB.
           EXEC CICS
               READ FILE('ART0101')
                    RIDFLD(WS-ART-CODE)
                    INTO(WS-ART-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                  SET ART-EXISTE                 TO TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                  SET ART-N-EXISTE-PAS           TO TRUE
               WHEN OTHER
                  MOVE '6070 - ERREUR CICS READ ART0101'
                                                 TO WS-MSG-ERR
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6070-READ-ART-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONTROLE LE DEPOT SAISI CONTRE DEP0101                        *
      *---------------------------------------------------------------*
       6080-READ-DEPOT-DEB.
           EXEC CICS
               READ FILE('DEP0101')
                    RIDFLD(WS-DEP-CODE)
                    INTO(WS-DEP-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET DEPOT-EXISTE                    TO TRUE
           ELSE
              SET DEPOT-N-EXISTE-PAS              TO TRUE
           END-IF.
       6080-READ-DEPOT-FIN.
           EXIT.
       6200-READ-PROFIL-DEB.
           MOVE EIBOPID                          TO WS-PRF-OPID.
           EXEC CICS
               READ FILE('PRF0101')
                    RIDFLD(WS-PRF-OPID)
                    INTO(WS-PRF-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                  MOVE WS-PRF-ROLE               TO WS-ROLE-OP
               WHEN WS-RESP = DFHRESP(NOTFND)
                  MOVE 'C'                       TO WS-ROLE-OP
               WHEN OTHER
                  MOVE 'A'                       TO WS-ROLE-OP
           END-EVALUATE.
       6200-READ-PROFIL-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
       7000-INIT-MAP-DEB.
            MOVE DFHCOMMAREA                     TO WS-COMMAREA.
            MOVE LOW-VALUE                       TO ARIM144O.
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
                          YYYYMMDD (WS-DATEJ8)
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
      * CONSTITUE LES NIVEAUX SAISIS ET LA TRACE DE MISE A JOUR       *
      *---------------------------------------------------------------*
       7100-INIT-SDP-DEB.
           MOVE WS-MIN-NUM                       TO WS-SDP-MIN.
           MOVE WS-MAX-NUM                       TO WS-SDP-MAX.
           MOVE WS-DATEJ8                        TO WS-SDP-DATE-MAJ.
           MOVE EIBOPID                          TO WS-SDP-OPID.
       7100-INIT-SDP-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONTROLE D ACCES AUX MISES A JOUR : ROLES G ET A              *
      *---------------------------------------------------------------*
       7300-CTL-ACCES-DEB.
           PERFORM 6200-READ-PROFIL-DEB
              THRU 6200-READ-PROFIL-FIN.
           SET ACCES-PERMIS                      TO TRUE.
           IF WS-ROLE-OP NOT = 'A' AND WS-ROLE-OP NOT = 'G'
              SET ACCES-REFUSE                   TO TRUE
           END-IF.
       7300-CTL-ACCES-FIN.
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
