      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC231                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      * CONSULTATION EN LIGNE DU TABLEAU D AMORTISSEMENT D UN PRET A  *
      * LA CONSOMMATION : SAISIE DU NUMERO DE COMPTE (OU COMPTE       *
      * TRANSMIS PAR LE PF7 DE L AFFICHAGE DE SOLDE ARIC120 VIA       *
      * WS-CPTE-CLE-DER) ET DU NUMERO DE PRET (A BLANC = PREMIER PRET *
      * DU COMPTE). EN TETE, LES CARACTERISTIQUES DU PRET ET SA       *
      * SITUATION LUES DANS PRT0101 (COPY PRETCONS) ; PUIS UNE LIGNE  *
      * PAR ECHEANCE LUE DANS ECP0101 (COPY PRETECH) : NUMERO, DATE,  *
      * MENSUALITE, CAPITAL, INTERETS, CAPITAL RESTANT DU ET STATUT,  *
      * 10 LIGNES PAR PAGE. PF8 PAGE SUIVANTE, PF7 RETOUR A LA        *
      * PREMIERE PAGE - LE PARCOURS EST REPRIS A CHAQUE TACHE ET      *
      * POSITIONNE PAR SAUT DE (PAGE-1)*10 LIGNES (PAGE COURANTE EN   *
      * COMMAREA).                                                    *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    § CREATION DU PROGRAMME - ECHEANCIER DES PRETS  *
      *               § A LA CONSOMMATION EN LIGNE                    *
      * 15/10/2026    § STATUT COMPTE CLOS DU PRET                    *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. ARIC231.
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
           COPY ARIN231.
      * VARIABLE MSG
           COPY TABMSG.
      * VARIABLE COMMAREA
           COPY COMMAREA.
      * FICHIER MAITRE DES PRETS A LA CONSOMMATION
           COPY PRETCONS.
      * TABLEAU D AMORTISSEMENT DES PRETS
           COPY PRETECH.
      *
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
       01 WS-DATEJ-R REDEFINES WS-DATEJ.
          05 WS-DATEJ-AAAA             PIC X(4).
          05 FILLER                    PIC X.
          05 WS-DATEJ-MM               PIC X(2).
          05 FILLER                    PIC X.
          05 WS-DATEJ-JJ               PIC X(2).
      *
       01 WS-DATE-CICS                 PIC S9(15)     COMP-3.
      *VARIABLE GESTION CICS
       01 WS-RESP                      PIC S9(4)      COMP.
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM231'.
       01 WS-MAPSET                    PIC X(7)       VALUE 'ARIN231'.
       01 WS-MSG-ERR                   PIC X(80).
      *RECHERCHE DU PRET
       01 WS-PRT-BRW-CLE.
          05 WS-PRT-BRW-CPTE           PIC X(10).
          05 WS-PRT-BRW-SEQ            PIC 9(2).
       01 WS-SW-PRET                   PIC X          VALUE '0'.
          88 PRET-TROUVE                           VALUE '0'.
          88 PRET-ABSENT                           VALUE '1'.
      *PARCOURS DU TABLEAU D AMORTISSEMENT
       01 WS-ECP-BRW-CLE.
          05 WS-ECP-BRW-CPTE           PIC X(10).
          05 WS-ECP-BRW-SEQ            PIC 9(2).
          05 WS-ECP-BRW-NUM            PIC 9(3).
       01 WS-FS-ECPBRW                 PIC X.
          88 ECPBRW-ENCOURS                        VALUE '0'.
          88 ECPBRW-FIN                            VALUE '1'.
      *SAUT DE POSITIONNEMENT ET COMPTEURS DE PAGE
       01 WS-NB-SAUT                   PIC S9(5)      COMP.
       01 WS-IND-SAUT                  PIC S9(5)      COMP.
       01 WS-NB-LIGNES                 PIC S9(4)      COMP.
      *LIGNES DE TETE : CARACTERISTIQUES ET SITUATION DU PRET
       01 WS-LIGNE-PRET.
          05 FILLER                    PIC X(5)  VALUE 'PRET '.
          05 WS-LP-SEQ                 PIC 9(2).
          05 FILLER                    PIC X(10) VALUE '  CAPITAL '.
          05 WS-LP-CAPITAL             PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(7)  VALUE '  TAUX '.
          05 WS-LP-TAUX                PIC Z9,999.
          05 FILLER                    PIC X(10) VALUE ' %  DUREE '.
          05 WS-LP-DUREE               PIC ZZ9.
          05 FILLER                    PIC X(5)  VALUE ' MOIS'.
          05 FILLER                    PIC X(17) VALUE SPACES.
       01 WS-LIGNE-SITU.
          05 FILLER                    PIC X(11) VALUE 'MENSUALITE '.
          05 WS-LS-MENSUALITE          PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(6)  VALUE '  CRD '.
          05 WS-LS-CRD                 PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(11) VALUE '  IMPAYES '.
          05 WS-LS-NB-IMPAYES          PIC ZZ9.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WS-LS-STATUT              PIC X(9).
          05 FILLER                    PIC X(9)  VALUE SPACES.
      *LIGNE DU TABLEAU D AMORTISSEMENT
       01 WS-LIGNE-ECH.
          05 WS-LE-NUM                 PIC ZZ9.
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LE-DATE.
             10 WS-LE-JJ               PIC 9(2).
             10 FILLER                 PIC X     VALUE '/'.
             10 WS-LE-MM               PIC 9(2).
             10 FILLER                 PIC X     VALUE '/'.
             10 WS-LE-AAAA             PIC 9(4).
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LE-MT                  PIC Z.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LE-CAPITAL             PIC Z.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LE-INTERETS            PIC Z.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LE-CRD                 PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LE-STATUT              PIC X(7).
          05 FILLER                    PIC X(1)  VALUE SPACE.
       01 WS-DATE-LUE.
          05 WS-DL-AAAA                PIC 9(4).
          05 WS-DL-MM                  PIC 9(2).
          05 WS-DL-JJ                  PIC 9(2).
       01 WS-DATE-LUE-N REDEFINES WS-DATE-LUE
                                       PIC 9(8).
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
      * PREMIERE ENTREE : UN COMPTE TRANSMIS PAR ARIC120 (PF7) EST    *
      * AFFICHE DIRECTEMENT AVEC SON PREMIER PRET, SINON INVITE A LA  *
      * SAISIE                                                        *
      *---------------------------------------------------------------*
       1000-INIT-SCREEN-DEB.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           IF WS-CPTE-CLE-DER NOT = SPACE
              AND WS-CPTE-CLE-DER NOT = LOW-VALUE
              MOVE WS-CPTE-CLE-DER                TO MCPTEO
              MOVE SPACE                          TO MPRETO
              MOVE 1                              TO WS-CA-PAGE-MVT
              PERFORM 7220-CHARGE-PAGE-DEB
                 THRU 7220-CHARGE-PAGE-FIN
           ELSE
              MOVE WS-MSG(19)                     TO MMSGO
           END-IF.
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
      * ENTER : PREMIERE PAGE DU COMPTE ET DU PRET SAISIS             *
      *---------------------------------------------------------------*
       2000-ENTER-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           IF WS-RESP = DFHRESP(MAPFAIL) OR MCPTEO = SPACE
              MOVE WS-MSG(19)                     TO MMSGO
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
      * PF8 : PAGE SUIVANTE (ECHEANCES PLUS LOINTAINES)               *
      *---------------------------------------------------------------*
       2040-PF8-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           IF MCPTEO = SPACE OR WS-CA-PAGE-MVT = ZERO
              MOVE WS-MSG(19)                     TO MMSGO
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 2040-PF8-FIN
           END-IF.
           ADD 1                                  TO WS-CA-PAGE-MVT.
           PERFORM 7220-CHARGE-PAGE-DEB
              THRU 7220-CHARGE-PAGE-FIN.
           IF WS-NB-LIGNES = ZERO AND PRET-TROUVE
      *       PAS DE PAGE SUIVANTE : RETOUR A LA PRECEDENTE
              SUBTRACT 1                          FROM WS-CA-PAGE-MVT
              PERFORM 7220-CHARGE-PAGE-DEB
                 THRU 7220-CHARGE-PAGE-FIN
              MOVE WS-MSG(22)                     TO MMSGO
           END-IF.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       2040-PF8-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2050       *
      *---------------------------------------------------------------*
      * PF7 : RETOUR A LA PREMIERE ECHEANCE                           *
      *---------------------------------------------------------------*
       2050-PF7-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           IF MCPTEO = SPACE
              MOVE WS-MSG(19)                     TO MMSGO
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 2050-PF7-FIN
           END-IF.
           MOVE 1                                 TO WS-CA-PAGE-MVT.
           PERFORM 7220-CHARGE-PAGE-DEB
              THRU 7220-CHARGE-PAGE-FIN.
           IF PRET-TROUVE
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
                     FROM    (ARIM231O)
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
                      INTO    (ARIM231I)
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
                     FROM    (ARIM231O)
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
      *---------------------------------------------------------------*
      * LECTURE DIRECTE DU PRET SAISI                                 *
      *---------------------------------------------------------------*
       6050-READ-PRT-DEB.
           EXEC CICS
               READ FILE('PRT0101')
                    RIDFLD(WS-PRT-BRW-CLE)
                    INTO(WS-PRT-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                  SET PRET-TROUVE                 TO TRUE
               WHEN DFHRESP(NOTFND)
                  SET PRET-ABSENT                 TO TRUE
               WHEN OTHER
                  MOVE '6050 - ERREUR READ PRT0101' TO WS-MSG-ERR
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6050-READ-PRT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * PREMIER PRET DU COMPTE : POSITIONNEMENT SUR COMPTE + 00       *
      *---------------------------------------------------------------*
       6060-PREMIER-PRT-DEB.
           SET PRET-ABSENT                       TO TRUE.
           EXEC CICS
               STARTBR FILE('PRT0101')
                       RIDFLD(WS-PRT-BRW-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO 6060-PREMIER-PRT-FIN
           END-IF.
           EXEC CICS
               READNEXT FILE('PRT0101')
                        RIDFLD(WS-PRT-BRW-CLE)
                        INTO(WS-PRT-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              AND WS-PRT-CPTE = MCPTEO
              SET PRET-TROUVE                     TO TRUE
           END-IF.
           EXEC CICS
               ENDBR FILE('PRT0101')
                     RESP(WS-RESP)
           END-EXEC.
       6060-PREMIER-PRT-FIN.
           EXIT.
       6100-STARTBR-ECP-DEB.
           MOVE WS-PRT-CPTE                      TO WS-ECP-BRW-CPTE.
           MOVE WS-PRT-SEQ                       TO WS-ECP-BRW-SEQ.
           MOVE 1                                TO WS-ECP-BRW-NUM.
           EXEC CICS
               STARTBR FILE('ECP0101')
                       RIDFLD(WS-ECP-BRW-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET ECPBRW-ENCOURS                  TO TRUE
           ELSE
              SET ECPBRW-FIN                      TO TRUE
           END-IF.
       6100-STARTBR-ECP-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * LIT L ECHEANCE SUIVANTE - FIN DE PARCOURS A LA FIN DU FICHIER *
      * OU AU CHANGEMENT DE PRET                                      *
      *---------------------------------------------------------------*
       6110-READNEXT-ECP-DEB.
           EXEC CICS
               READNEXT FILE('ECP0101')
                        RIDFLD(WS-ECP-BRW-CLE)
                        INTO(WS-ECP-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET ECPBRW-FIN                      TO TRUE
              GO TO 6110-READNEXT-ECP-FIN
           END-IF.
           IF WS-ECP-CPTE NOT = WS-PRT-CPTE
              OR WS-ECP-SEQ NOT = WS-PRT-SEQ
              SET ECPBRW-FIN                      TO TRUE
           END-IF.
       6110-READNEXT-ECP-FIN.
           EXIT.
       6120-ENDBR-ECP-DEB.
           EXEC CICS
               ENDBR FILE('ECP0101')
                     RESP(WS-RESP)
           END-EXEC.
       6120-ENDBR-ECP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
       7000-INIT-MAP-DEB.
            MOVE DFHCOMMAREA                     TO WS-COMMAREA.
            MOVE LOW-VALUE                       TO ARIM231O.
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
      * RECHERCHE DU PRET : NUMERO A BLANC = PREMIER PRET DU COMPTE,  *
      * SINON LECTURE DIRECTE DU NUMERO SAISI                         *
      *---------------------------------------------------------------*
       7210-RECHERCHE-PRET-DEB.
           MOVE MCPTEO                           TO WS-PRT-BRW-CPTE.
           IF MPRETO = SPACE OR LOW-VALUE
              MOVE ZERO                          TO WS-PRT-BRW-SEQ
              PERFORM 6060-PREMIER-PRT-DEB
                 THRU 6060-PREMIER-PRT-FIN
              IF PRET-ABSENT
                 MOVE WS-MSG(202)                TO MMSGO
              END-IF
              GO TO 7210-RECHERCHE-PRET-FIN
           END-IF.
           IF MPRETO NOT NUMERIC
              SET PRET-ABSENT                    TO TRUE
              MOVE WS-MSG(203)                   TO MMSGO
              GO TO 7210-RECHERCHE-PRET-FIN
           END-IF.
           MOVE MPRETO                           TO WS-PRT-BRW-SEQ.
           PERFORM 6050-READ-PRT-DEB
              THRU 6050-READ-PRT-FIN.
           IF PRET-ABSENT
              MOVE WS-MSG(203)                   TO MMSGO
           END-IF.
       7210-RECHERCHE-PRET-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CHARGE UNE PAGE DE 10 ECHEANCES DU PRET, POSITIONNEE PAR SAUT *
      * DE (PAGE-1)*10 LIGNES                                         *
      *---------------------------------------------------------------*
       7220-CHARGE-PAGE-DEB.
           MOVE SPACE                            TO ML1O ML2O ML3O
                                                    ML4O ML5O ML6O
                                                    ML7O ML8O ML9O
                                                    ML10O MENT1O
                                                    MENT2O.
           MOVE SPACE                            TO MDEVO.
           MOVE ZERO                             TO WS-NB-LIGNES.
           PERFORM 7210-RECHERCHE-PRET-DEB
              THRU 7210-RECHERCHE-PRET-FIN.
           IF PRET-ABSENT
              GO TO 7220-CHARGE-PAGE-FIN
           END-IF.
           PERFORM 7225-ALIM-TETE-DEB
              THRU 7225-ALIM-TETE-FIN.
      *
           COMPUTE WS-NB-SAUT = (WS-CA-PAGE-MVT - 1) * 10.
           MOVE ZERO                             TO WS-IND-SAUT.
           PERFORM 6100-STARTBR-ECP-DEB
              THRU 6100-STARTBR-ECP-FIN.
           IF ECPBRW-FIN
              GO TO 7220-CHARGE-PAGE-FIN
           END-IF.
           PERFORM 6110-READNEXT-ECP-DEB
              THRU 6110-READNEXT-ECP-FIN.
           PERFORM 7230-SAUTE-UNE-LIGNE-DEB
              THRU 7230-SAUTE-UNE-LIGNE-FIN
             UNTIL WS-IND-SAUT NOT < WS-NB-SAUT
                OR ECPBRW-FIN.
           PERFORM 7240-TRT-UNE-LIGNE-DEB
              THRU 7240-TRT-UNE-LIGNE-FIN
             UNTIL ECPBRW-FIN OR WS-NB-LIGNES = 10.
           PERFORM 6120-ENDBR-ECP-DEB
              THRU 6120-ENDBR-ECP-FIN.
       7220-CHARGE-PAGE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * EN-TETE : CARACTERISTIQUES DU PRET ET SITUATION CALCULEE PAR  *
      * LE TRAITEMENT DE NUIT                                         *
      *---------------------------------------------------------------*
       7225-ALIM-TETE-DEB.
           MOVE WS-PRT-SEQ                       TO MPRETO.
           MOVE WS-PRT-DEVISE                    TO MDEVO.
           MOVE WS-PRT-SEQ                       TO WS-LP-SEQ.
           MOVE WS-PRT-CAPITAL                   TO WS-LP-CAPITAL.
           MOVE WS-PRT-TAUX                      TO WS-LP-TAUX.
           MOVE WS-PRT-DUREE                     TO WS-LP-DUREE.
           MOVE WS-LIGNE-PRET                    TO MENT1O.
           MOVE WS-PRT-MENSUALITE                TO WS-LS-MENSUALITE.
           MOVE WS-PRT-CRD                       TO WS-LS-CRD.
           MOVE WS-PRT-NB-IMPAYES                TO WS-LS-NB-IMPAYES.
           EVALUATE TRUE
               WHEN PRT-SOLDE
                  MOVE 'SOLDE'                   TO WS-LS-STATUT
               WHEN PRT-EN-RETARD
                  MOVE 'EN RETARD'               TO WS-LS-STATUT
               WHEN PRT-CPTE-CLOS
                  MOVE 'CPTE CLOS'               TO WS-LS-STATUT
               WHEN OTHER
                  MOVE 'ACTIF'                   TO WS-LS-STATUT
           END-EVALUATE.
           MOVE WS-LIGNE-SITU                    TO MENT2O.
       7225-ALIM-TETE-FIN.
           EXIT.
       7230-SAUTE-UNE-LIGNE-DEB.
           ADD 1                                 TO WS-IND-SAUT.
           PERFORM 6110-READNEXT-ECP-DEB
              THRU 6110-READNEXT-ECP-FIN.
       7230-SAUTE-UNE-LIGNE-FIN.
           EXIT.
       7240-TRT-UNE-LIGNE-DEB.
           ADD 1                                 TO WS-NB-LIGNES.
           PERFORM 7250-ALIM-LIGNE-DEB
              THRU 7250-ALIM-LIGNE-FIN.
           PERFORM 6110-READNEXT-ECP-DEB
              THRU 6110-READNEXT-ECP-FIN.
       7240-TRT-UNE-LIGNE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * LIGNE DU TABLEAU D AMORTISSEMENT                              *
      *---------------------------------------------------------------*
       7250-ALIM-LIGNE-DEB.
           MOVE WS-ECP-NUM                       TO WS-LE-NUM.
           MOVE WS-ECP-DATE-ECH                  TO WS-DATE-LUE-N.
           MOVE WS-DL-JJ                         TO WS-LE-JJ.
           MOVE WS-DL-MM                         TO WS-LE-MM.
           MOVE WS-DL-AAAA                       TO WS-LE-AAAA.
           MOVE WS-ECP-MT                        TO WS-LE-MT.
           MOVE WS-ECP-CAPITAL                   TO WS-LE-CAPITAL.
           MOVE WS-ECP-INTERETS                  TO WS-LE-INTERETS.
           MOVE WS-ECP-CRD                       TO WS-LE-CRD.
           EVALUATE TRUE
               WHEN ECP-EMISE
                  MOVE 'EMISE'                   TO WS-LE-STATUT
               WHEN ECP-PAYEE
                  MOVE 'PAYEE'                   TO WS-LE-STATUT
               WHEN ECP-IMPAYEE
                  MOVE 'IMPAYEE'                 TO WS-LE-STATUT
               WHEN OTHER
                  MOVE 'A VENIR'                 TO WS-LE-STATUT
           END-EVALUATE.
           EVALUATE WS-NB-LIGNES
               WHEN 1
                  MOVE WS-LIGNE-ECH              TO ML1O
               WHEN 2
                  MOVE WS-LIGNE-ECH              TO ML2O
               WHEN 3
                  MOVE WS-LIGNE-ECH              TO ML3O
               WHEN 4
                  MOVE WS-LIGNE-ECH              TO ML4O
               WHEN 5
                  MOVE WS-LIGNE-ECH              TO ML5O
               WHEN 6
                  MOVE WS-LIGNE-ECH              TO ML6O
               WHEN 7
                  MOVE WS-LIGNE-ECH              TO ML7O
               WHEN 8
                  MOVE WS-LIGNE-ECH              TO ML8O
               WHEN 9
                  MOVE WS-LIGNE-ECH              TO ML9O
               WHEN 10
                  MOVE WS-LIGNE-ECH              TO ML10O
           END-EVALUATE.
       7250-ALIM-LIGNE-FIN.
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
