      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC239                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      * DECISION SUR LES ALERTES DE FILTRAGE SANCTIONS ECRITES PAR    *
      * ARIO498 (SNH0101, COPY ALERTSAN). ACTIONS :                   *
      * S (OU BLANC) = AFFICHE LA PROCHAINE ALERTE A REVOIR A PARTIR  *
      *     DE LA CLE SAISIE (DEBUT DU FICHIER PAR DEFAUT),           *
      * C = CONFIRME L ALERTE AFFICHEE : GEL LEGAL POSE SUR LE CLIENT *
      *     (WS-CLI-GEL-LEGAL, CLI0101) ET GEL DE MOTIF 'SAN' SANS    *
      *     TERME SUR LE COMPTE DE L ALERTE (GEL0101) ; ARIO498 ETEND *
      *     LE GEL 'SAN' CHAQUE NUIT A TOUS LES COMPTES DU CLIENT,    *
      * L = LEVE L ALERTE AVEC UN MOTIF OBLIGATOIRE : ELLE NE REVIENT *
      *     PLUS AUX FILTRAGES SUIVANTS.                              *
      * LE CODE OPERATEUR ET LA DATE DE DECISION SONT POSES SUR       *
      * L ALERTE ; CHAQUE MISE A JOUR EST CONSIGNEE AU JOURNAL DES    *
      * FICHIERS BANCAIRES BJR0101.                                   *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    § CREATION DU PROGRAMME - DECISION SUR LES      *
      *               § ALERTES DE FILTRAGE SANCTIONS                 *
      *===============================================================*
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. ARIC239.
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
           COPY ARIN239.
      * VARIABLE MSG
           COPY TABMSG.
      * VARIABLE COMMAREA
           COPY COMMAREA.
      * DESCRIPTION ENREGISTREMENT ALERTE DE FILTRAGE SANCTIONS
           COPY ALERTSAN.
      * DESCRIPTION ENREGISTREMENT CLIENT
           COPY CLIENT.
      * DESCRIPTION ENREGISTREMENT COMPTE GELE
           COPY GELCPTE.
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
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM239'.
       01 WS-MAPSET                    PIC X(7)       VALUE 'ARIN239'.
       01 WS-MSG-ERR                   PIC X(80).
      *SWITCH EXISTENCE DE L ALERTE
       01 WS-FS-SNH                    PIC X.
          88 SNH-TROUVE                        VALUE '0'.
          88 SNH-NON-TROUVE                    VALUE '1'.
      *SWITCH EXISTENCE DU CLIENT
       01 WS-FS-CLI                    PIC X.
          88 CLI-TROUVE                        VALUE '0'.
          88 CLI-NON-TROUVE                    VALUE '1'.
      *SWITCH EXISTENCE DU GEL DU COMPTE
       01 WS-FS-GEL                    PIC X.
          88 GEL-TROUVE                        VALUE '0'.
          88 GEL-NON-TROUVE                    VALUE '1'.
      *SWITCH FIN DE PARCOURS DU FICHIER
       01 WS-SW-BROWSE                 PIC X          VALUE '0'.
          88 BROWSE-EN-COURS                   VALUE '0'.
          88 BROWSE-TERMINE                    VALUE '1'.
      *CLE DE LA DERNIERE ALERTE AFFICHEE (NON REPRISE AU PARCOURS)
       01 WS-POS-CLE                   PIC X(33).
      *
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
      * AFFICHE LA PROCHAINE ALERTE A REVOIR APRES LA CLE SAISIE      *
      * (ORIGINE, SUJET, REFERENCE - DEBUT DU FICHIER PAR DEFAUT)     *
      *---------------------------------------------------------------*
       3005-SUIVANT-DEB.
           IF MSRCO = SPACE OR MSRCO = LOW-VALUE
              MOVE LOW-VALUE                      TO WS-SNH-CLE
           ELSE
              PERFORM 7070-CLE-SAISIE-DEB
                 THRU 7070-CLE-SAISIE-FIN
           END-IF.
           MOVE WS-SNH-CLE                        TO WS-POS-CLE.
           PERFORM 6200-STARTBR-SNH-DEB
              THRU 6200-STARTBR-SNH-FIN.
           IF SNH-NON-TROUVE
              PERFORM 7050-EFFACE-SNH-DEB
                 THRU 7050-EFFACE-SNH-FIN
              MOVE WS-MSG(264)                    TO MMSGO
              GO TO 3005-SUIVANT-FIN
           END-IF.
           SET BROWSE-EN-COURS                    TO TRUE.
           SET SNH-NON-TROUVE                     TO TRUE.
           PERFORM 6210-READNEXT-SNH-DEB
              THRU 6210-READNEXT-SNH-FIN
             UNTIL SNH-TROUVE OR BROWSE-TERMINE.
           PERFORM 6220-ENDBR-SNH-DEB
              THRU 6220-ENDBR-SNH-FIN.
           IF SNH-NON-TROUVE
              PERFORM 7050-EFFACE-SNH-DEB
                 THRU 7050-EFFACE-SNH-FIN
              MOVE WS-MSG(264)                    TO MMSGO
              GO TO 3005-SUIVANT-FIN
           END-IF.
           PERFORM 7060-AFFICHE-SNH-DEB
              THRU 7060-AFFICHE-SNH-FIN.
       3005-SUIVANT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3010       *
      *---------------------------------------------------------------*
      * AIGUILLAGE S (SUIVANTE) / C (CONFIRMATION) / L (LEVEE)        *
      *---------------------------------------------------------------*
       3010-CHOIX-OK-DEB.
           EVALUATE MCHOIXO
               WHEN 'S'
               WHEN ' '
               WHEN LOW-VALUE
                  PERFORM 3005-SUIVANT-DEB
                     THRU 3005-SUIVANT-FIN
               WHEN 'C'
                  PERFORM 3020-CONFIRMATION-DEB
                     THRU 3020-CONFIRMATION-FIN
               WHEN 'L'
                  PERFORM 3040-LEVEE-DEB
                     THRU 3040-LEVEE-FIN
               WHEN OTHER
                  MOVE WS-MSG(269)                TO MMSGO
           END-EVALUATE.
       3010-CHOIX-OK-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3015       *
      *---------------------------------------------------------------*
      * RELECTURE POUR MISE A JOUR DE L ALERTE DESIGNEE PAR LA CLE    *
      * SAISIE ET CONTROLE DE SON STATUT (A REVOIR)                   *
      *---------------------------------------------------------------*
       3015-CTL-ALERTE-DEB.
           SET SNH-NON-TROUVE                     TO TRUE.
           IF MSRCO = SPACE OR MSRCO = LOW-VALUE
           OR MREFO = SPACE OR MREFO = LOW-VALUE
              MOVE WS-MSG(6)                      TO MMSGO
              GO TO 3015-CTL-ALERTE-FIN
           END-IF.
           PERFORM 7070-CLE-SAISIE-DEB
              THRU 7070-CLE-SAISIE-FIN.
           PERFORM 6030-READ-UPD-SNH-DEB
              THRU 6030-READ-UPD-SNH-FIN.
           IF SNH-NON-TROUVE
              MOVE WS-MSG(265)                    TO MMSGO
              GO TO 3015-CTL-ALERTE-FIN
           END-IF.
           IF NOT SNH-A-REVOIR
              PERFORM 6055-UNLOCK-SNH-DEB
                 THRU 6055-UNLOCK-SNH-FIN
              SET SNH-NON-TROUVE                  TO TRUE
              PERFORM 7060-AFFICHE-SNH-DEB
                 THRU 7060-AFFICHE-SNH-FIN
              MOVE WS-MSG(265)                    TO MMSGO
              GO TO 3015-CTL-ALERTE-FIN
           END-IF.
           MOVE WS-SNH-ENR                        TO WS-BJR-IMG-AVANT.
       3015-CTL-ALERTE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3020       *
      *---------------------------------------------------------------*
      * CONFIRMATION : L ALERTE PASSE AU STATUT C (MOTIF FACULTATIF), *
      * PUIS GEL LEGAL DU CLIENT ET GEL 'SAN' DU COMPTE DE L ALERTE   *
      *---------------------------------------------------------------*
       3020-CONFIRMATION-DEB.
           PERFORM 3015-CTL-ALERTE-DEB
              THRU 3015-CTL-ALERTE-FIN.
           IF SNH-NON-TROUVE
              GO TO 3020-CONFIRMATION-FIN
           END-IF.
           SET SNH-CONFIRME                       TO TRUE.
           MOVE EIBOPID                           TO WS-SNH-OPID.
           MOVE WS-DATEJ-AMJ-N                    TO WS-SNH-DATE-DEC.
           IF MMOTIFO = LOW-VALUE
              MOVE SPACE                          TO WS-SNH-MOTIF
           ELSE
              MOVE MMOTIFO                        TO WS-SNH-MOTIF
           END-IF.
           PERFORM 6050-REWRITE-SNH-DEB
              THRU 6050-REWRITE-SNH-FIN.
           IF WS-SNH-CLIENT NOT = SPACE
              PERFORM 3025-GEL-CLIENT-DEB
                 THRU 3025-GEL-CLIENT-FIN
           END-IF.
           IF WS-SNH-CPTE NOT = SPACE
              PERFORM 3030-GEL-COMPTE-DEB
                 THRU 3030-GEL-COMPTE-FIN
           END-IF.
           PERFORM 7060-AFFICHE-SNH-DEB
              THRU 7060-AFFICHE-SNH-FIN.
           MOVE WS-MSG(266)                       TO MMSGO.
       3020-CONFIRMATION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3025       *
      *---------------------------------------------------------------*
      * GEL LEGAL DU CLIENT DE L ALERTE (SANS EFFET S IL EST DEJA     *
      * POSE OU SI LE CLIENT N EXISTE PLUS)                           *
      *---------------------------------------------------------------*
       3025-GEL-CLIENT-DEB.
           MOVE WS-SNH-CLIENT                     TO WS-CLI-NUM.
           PERFORM 6060-READ-UPD-CLI-DEB
              THRU 6060-READ-UPD-CLI-FIN.
           IF CLI-NON-TROUVE
              GO TO 3025-GEL-CLIENT-FIN
           END-IF.
           IF CLI-GEL-LEGAL
              PERFORM 6075-UNLOCK-CLI-DEB
                 THRU 6075-UNLOCK-CLI-FIN
              GO TO 3025-GEL-CLIENT-FIN
           END-IF.
           MOVE WS-CLI-ENR                        TO WS-BJR-IMG-AVANT.
           SET CLI-GEL-LEGAL                      TO TRUE.
           PERFORM 6070-REWRITE-CLI-DEB
              THRU 6070-REWRITE-CLI-FIN.
       3025-GEL-CLIENT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3030       *
      *---------------------------------------------------------------*
      * GEL 'SAN' SANS TERME DU COMPTE DE L ALERTE : CREE S IL N Y A  *
      * PAS DE GEL, SUBSTITUE AU GEL EN PLACE SINON                   *
      *---------------------------------------------------------------*
       3030-GEL-COMPTE-DEB.
           MOVE WS-SNH-CPTE                       TO WS-GEL-CPTE.
           PERFORM 6080-READ-UPD-GEL-DEB
              THRU 6080-READ-UPD-GEL-FIN.
           IF GEL-TROUVE
              IF WS-GEL-MOTIF = 'SAN'
                 PERFORM 6095-UNLOCK-GEL-DEB
                    THRU 6095-UNLOCK-GEL-FIN
                 GO TO 3030-GEL-COMPTE-FIN
              END-IF
              MOVE WS-GEL-ENR                     TO WS-BJR-IMG-AVANT
              MOVE 'SAN'                          TO WS-GEL-MOTIF
              MOVE 99991231                       TO WS-GEL-DATE-FIN
              PERFORM 6090-REWRITE-GEL-DEB
                 THRU 6090-REWRITE-GEL-FIN
           ELSE
              MOVE LOW-VALUE                      TO WS-BJR-IMG-AVANT
              MOVE SPACE                          TO WS-GEL-ENR
              MOVE WS-SNH-CPTE                    TO WS-GEL-CPTE
              MOVE 'SAN'                          TO WS-GEL-MOTIF
              MOVE WS-DATEJ-AMJ-N                 TO WS-GEL-DATE-DEB
              MOVE 99991231                       TO WS-GEL-DATE-FIN
              PERFORM 6085-WRITE-GEL-DEB
                 THRU 6085-WRITE-GEL-FIN
           END-IF.
       3030-GEL-COMPTE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3040       *
      *---------------------------------------------------------------*
      * LEVEE MOTIVEE : L ALERTE PASSE AU STATUT L ET NE REVIENT PLUS *
      * AUX FILTRAGES SUIVANTS                                        *
      *---------------------------------------------------------------*
       3040-LEVEE-DEB.
           IF MMOTIFO = SPACE OR MMOTIFO = LOW-VALUE
              MOVE WS-MSG(268)                    TO MMSGO
              GO TO 3040-LEVEE-FIN
           END-IF.
           PERFORM 3015-CTL-ALERTE-DEB
              THRU 3015-CTL-ALERTE-FIN.
           IF SNH-NON-TROUVE
              GO TO 3040-LEVEE-FIN
           END-IF.
           SET SNH-LEVE                           TO TRUE.
           MOVE EIBOPID                           TO WS-SNH-OPID.
           MOVE WS-DATEJ-AMJ-N                    TO WS-SNH-DATE-DEC.
           MOVE MMOTIFO                           TO WS-SNH-MOTIF.
           PERFORM 6050-REWRITE-SNH-DEB
              THRU 6050-REWRITE-SNH-FIN.
           PERFORM 7060-AFFICHE-SNH-DEB
              THRU 7060-AFFICHE-SNH-FIN.
           MOVE WS-MSG(267)                       TO MMSGO.
       3040-LEVEE-FIN.
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
                     FROM    (ARIM239O)
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
                      INTO    (ARIM239I)
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
                     FROM    (ARIM239O)
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
       6030-READ-UPD-SNH-DEB.
           EXEC CICS
               READ FILE('SNH0101')
                    RIDFLD(WS-SNH-CLE)
                    INTO(WS-SNH-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET SNH-TROUVE                      TO TRUE
           ELSE
              SET SNH-NON-TROUVE                  TO TRUE
           END-IF.
       6030-READ-UPD-SNH-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * REECRIT L ALERTE DECIDEE ET CONSIGNE LA DECISION AU JOURNAL   *
      * (CLE ET IMAGES LIMITEES A LA LONGUEUR DU JOURNAL : LA CLE     *
      * COMPLETE ET LA DECISION SONT EN TETE DE L IMAGE)              *
      *---------------------------------------------------------------*
       6050-REWRITE-SNH-DEB.
           EXEC CICS
               REWRITE FILE('SNH0101')
                       FROM(WS-SNH-ENR)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6050 - ERREUR CICS REWRITE SNH0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET BJR-MODIFICATION                   TO TRUE.
           MOVE 'SNH0101 '                        TO WS-BJR-FICHIER.
           MOVE SPACE                             TO WS-BJR-CLE.
           MOVE WS-SNH-CLE                        TO WS-BJR-CLE.
           MOVE WS-SNH-ENR                        TO WS-BJR-APRES.
           PERFORM 6081-WRITE-BJR-DEB
              THRU 6081-WRITE-BJR-FIN.
       6050-REWRITE-SNH-FIN.
           EXIT.
       6055-UNLOCK-SNH-DEB.
           EXEC CICS
               UNLOCK FILE('SNH0101')
                      RESP(WS-RESP)
           END-EXEC.
       6055-UNLOCK-SNH-FIN.
           EXIT.
       6060-READ-UPD-CLI-DEB.
           EXEC CICS
               READ FILE('CLI0101')
                    RIDFLD(WS-CLI-NUM)
                    INTO(WS-CLI-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET CLI-TROUVE                      TO TRUE
           ELSE
              SET CLI-NON-TROUVE                  TO TRUE
           END-IF.
       6060-READ-UPD-CLI-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * REECRIT LE CLIENT GELE ET CONSIGNE LA MISE A JOUR AU JOURNAL  *
      *---------------------------------------------------------------*
       6070-REWRITE-CLI-DEB.
           EXEC CICS
               REWRITE FILE('CLI0101')
                       FROM(WS-CLI-ENR)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6070 - ERREUR CICS REWRITE CLI0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET BJR-MODIFICATION                   TO TRUE.
           MOVE 'CLI0101 '                        TO WS-BJR-FICHIER.
           MOVE SPACE                             TO WS-BJR-CLE.
           MOVE WS-CLI-NUM                        TO WS-BJR-CLE.
           MOVE WS-CLI-ENR                        TO WS-BJR-APRES.
           PERFORM 6081-WRITE-BJR-DEB
              THRU 6081-WRITE-BJR-FIN.
       6070-REWRITE-CLI-FIN.
           EXIT.
       6075-UNLOCK-CLI-DEB.
           EXEC CICS
               UNLOCK FILE('CLI0101')
                      RESP(WS-RESP)
           END-EXEC.
       6075-UNLOCK-CLI-FIN.
           EXIT.
       6080-READ-UPD-GEL-DEB.
           EXEC CICS
               READ FILE('GEL0101')
                    RIDFLD(WS-GEL-CPTE)
                    INTO(WS-GEL-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET GEL-TROUVE                      TO TRUE
           ELSE
              SET GEL-NON-TROUVE                  TO TRUE
           END-IF.
       6080-READ-UPD-GEL-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * ECRIT OU REECRIT LE GEL DU COMPTE ET CONSIGNE LA MISE A JOUR  *
      * AU JOURNAL (L IMAGE AVANT EST POSEE PAR L APPELANT)           *
      *---------------------------------------------------------------*
       6085-WRITE-GEL-DEB.
           EXEC CICS
               WRITE FILE('GEL0101')
                     RIDFLD(WS-GEL-CPTE)
                     FROM(WS-GEL-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6085 - ERREUR CICS WRITE GEL0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET BJR-CREATION                       TO TRUE.
           PERFORM 6092-JRN-GEL-DEB
              THRU 6092-JRN-GEL-FIN.
       6085-WRITE-GEL-FIN.
           EXIT.
       6090-REWRITE-GEL-DEB.
           EXEC CICS
               REWRITE FILE('GEL0101')
                       FROM(WS-GEL-ENR)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6090 - ERREUR CICS REWRITE GEL0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET BJR-MODIFICATION                   TO TRUE.
           PERFORM 6092-JRN-GEL-DEB
              THRU 6092-JRN-GEL-FIN.
       6090-REWRITE-GEL-FIN.
           EXIT.
       6092-JRN-GEL-DEB.
           MOVE 'GEL0101 '                        TO WS-BJR-FICHIER.
           MOVE SPACE                             TO WS-BJR-CLE.
           MOVE WS-GEL-CPTE                       TO WS-BJR-CLE.
           MOVE WS-GEL-ENR                        TO WS-BJR-APRES.
           PERFORM 6081-WRITE-BJR-DEB
              THRU 6081-WRITE-BJR-FIN.
       6092-JRN-GEL-FIN.
           EXIT.
       6095-UNLOCK-GEL-DEB.
           EXEC CICS
               UNLOCK FILE('GEL0101')
                      RESP(WS-RESP)
           END-EXEC.
       6095-UNLOCK-GEL-FIN.
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
           MOVE 'ARIC239'                         TO WS-BJR-PROG.
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
      * PARCOURS DES ALERTES A PARTIR DE LA CLE PREPAREE              *
      *---------------------------------------------------------------*
       6200-STARTBR-SNH-DEB.
           SET SNH-TROUVE                         TO TRUE.
           EXEC CICS
               STARTBR FILE('SNH0101')
                       RIDFLD(WS-SNH-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET SNH-NON-TROUVE                  TO TRUE
           END-IF.
       6200-STARTBR-SNH-FIN.
           EXIT.
       6210-READNEXT-SNH-DEB.
           EXEC CICS
               READNEXT FILE('SNH0101')
                        RIDFLD(WS-SNH-CLE)
                        INTO(WS-SNH-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                  IF SNH-A-REVOIR AND WS-SNH-CLE NOT = WS-POS-CLE
                     SET SNH-TROUVE               TO TRUE
                  END-IF
               WHEN OTHER
                  SET BROWSE-TERMINE              TO TRUE
           END-EVALUATE.
       6210-READNEXT-SNH-FIN.
           EXIT.
       6220-ENDBR-SNH-DEB.
           EXEC CICS
               ENDBR FILE('SNH0101')
                     RESP(WS-RESP)
           END-EXEC.
       6220-ENDBR-SNH-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
       7000-INIT-MAP-DEB.
            MOVE DFHCOMMAREA                     TO WS-COMMAREA.
            MOVE LOW-VALUE                       TO ARIM239O.
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
      * EFFACE LE DETAIL QUAND PLUS AUCUNE ALERTE N EST A REVOIR      *
      *---------------------------------------------------------------*
       7050-EFFACE-SNH-DEB.
           MOVE SPACE                            TO MSRCO MSUJETO MREFO
                                                    MNOMO MSNLNOMO
                                                    MLISTEO MPAYSO
                                                    MCORRO MECARTO
                                                    MCPTEO MCLIO MDDETO
                                                    MSTATO MMOTIFO
                                                    MOPIDO MDDECO.
       7050-EFFACE-SNH-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * REPORTE L ALERTE DANS LES CHAMPS DE LA MAP                    *
      *---------------------------------------------------------------*
       7060-AFFICHE-SNH-DEB.
           MOVE WS-SNH-SOURCE                    TO MSRCO.
           MOVE WS-SNH-SUJET                     TO MSUJETO.
           MOVE WS-SNH-SNL-REF                   TO MREFO.
           MOVE WS-SNH-NOM                       TO MNOMO.
           MOVE WS-SNH-SNL-NOM                   TO MSNLNOMO.
           MOVE WS-SNH-SNL-LISTE                 TO MLISTEO.
           MOVE WS-SNH-PAYS                      TO MPAYSO.
           MOVE WS-SNH-CORRESP                   TO MCORRO.
           MOVE WS-SNH-ECART                     TO MECARTO.
           MOVE WS-SNH-CPTE                      TO MCPTEO.
           MOVE WS-SNH-CLIENT                    TO MCLIO.
           MOVE WS-SNH-DATE-DET                  TO MDDETO.
           MOVE WS-SNH-STATUT                    TO MSTATO.
           MOVE WS-SNH-MOTIF                     TO MMOTIFO.
           MOVE WS-SNH-OPID                      TO MOPIDO.
           MOVE WS-SNH-DATE-DEC                  TO MDDECO.
       7060-AFFICHE-SNH-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONSTITUE LA CLE DE L ALERTE A PARTIR DES CHAMPS SAISIS       *
      *---------------------------------------------------------------*
       7070-CLE-SAISIE-DEB.
           MOVE SPACE                            TO WS-SNH-CLE.
           MOVE MSRCO                            TO WS-SNH-SOURCE.
           IF MSUJETO NOT = LOW-VALUE
              MOVE MSUJETO                       TO WS-SNH-SUJET
           END-IF.
           IF MREFO NOT = LOW-VALUE
              MOVE MREFO                         TO WS-SNH-SNL-REF
           END-IF.
       7070-CLE-SAISIE-FIN.
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

