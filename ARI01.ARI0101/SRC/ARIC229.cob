      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC229                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      * TRANSACTION DIRECTE DE TENUE DES CONDITIONS COMMERCIALES DES  *
      * CLIENTS (CCL0101, COPY CONDCLI). ACTIONS : A = AFFICHAGE DE   *
      * LA LIMITE DE CREDIT, DE LA TOLERANCE DE RETARD ET DE LA DUREE *
      * DE VIE MINIMALE DES LOTS EXPEDIES AU CLIENT, C = SAISIE OU    *
      * CORRECTION (LIMITE EN 11 CHIFFRES DONT 2 DECIMALES, VIDE =    *
      * CLIENT NON SOUMIS AU CONTROLE DE CREDIT ; TOLERANCE EN JOURS, *
      * VIDE = DELAI PAR DEFAUT ; DUREE DE VIE MINIMALE EN JOURS,     *
      * VIDE = SANS MINIMUM - L'UNE AU MOINS DE LA LIMITE ET DE LA    *
      * DUREE DE VIE EST OBLIGATOIRE), S = SUPPRESSION (LE CLIENT     *
      * N'EST PLUS CONTROLE). LE CLIENT DOIT EXISTER SUR CLI0101 ;    *
      * SON NOM EST AFFICHE. LES MISES A JOUR SONT RESERVEES AUX      *
      * ROLES G ET A (PRF0101). LES CONDITIONS SONT APPLIQUEES PAR    *
      * ARIC141 : A LA SAISIE DES COMMANDES DE VENTE (BLOCAGE POUR    *
      * CREDIT) ET A L'EXPEDITION (LOTS TROP COURTS ECARTES).         *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    § CREATION DU PROGRAMME - TENUE DES CONDITIONS  *
      *               § COMMERCIALES CLIENT (LIMITE DE CREDIT)        *
      * 15/10/2026    § DUREE DE VIE MINIMALE DES LOTS EXPEDIES AU    *
      *               § CLIENT (MDLU) ; LIMITE FACULTATIVE            *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. ARIC229.
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
           COPY ARIN229.
      * VARIABLE MSG
           COPY TABMSG.
      * VARIABLE COMMAREA
           COPY COMMAREA.
      * DESCRIPTION ENREGISTREMENT CONDITIONS COMMERCIALES CLIENT
           COPY CONDCLI.
      * DESCRIPTION ENREGISTREMENT FICHIER MAITRE DES CLIENTS
           COPY CLIENT.
      * DESCRIPTION ENREGISTREMENT PROFIL OPERATEUR
           COPY OPROFIL.
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
       01 WS-DATEJ8                    PIC 9(8).
      *
       01 WS-DATE-CICS                 PIC S9(15)     COMP-3.
      *VARIABLE GESTION CICS
       01 WS-RESP                      PIC S9(4)      COMP.
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM229'.
       01 WS-MAPSET                    PIC X(7)       VALUE 'ARIN229'.
       01 WS-MSG-ERR                   PIC X(80).
      *SWITCH EXISTENCE DES CONDITIONS DU CLIENT
       01 WS-FS-CCL                    PIC X.
          88 CCL-EXISTE                        VALUE '0'.
          88 CCL-N-EXISTE-PAS                  VALUE '1'.
      *SWITCH EXISTENCE DU CLIENT
       01 WS-FS-CLI                    PIC X.
          88 CLI-EXISTE                        VALUE '0'.
          88 CLI-N-EXISTE-PAS                  VALUE '1'.
      *LIMITE SAISIE (VUE NUMERIQUE DE MLIM)
       01 WS-LIM-SAISIE.
          05 WS-LIM-NUM                PIC 9(9)V99.
       01 WS-LIM-ALPHA REDEFINES WS-LIM-SAISIE
                                       PIC X(11).
      *TOLERANCE SAISIE (VUE NUMERIQUE DE MJRS)
       01 WS-JRS-SAISIE.
          05 WS-JRS-NUM                PIC 9(3).
       01 WS-JRS-ALPHA REDEFINES WS-JRS-SAISIE
                                       PIC X(3).
      *DUREE DE VIE MINIMALE SAISIE (VUE NUMERIQUE DE MDLU)
       01 WS-DLU-SAISIE.
          05 WS-DLU-NUM                PIC 9(4).
       01 WS-DLU-ALPHA REDEFINES WS-DLU-SAISIE
                                       PIC X(4).
      *SWITCH LIMITE DE CREDIT SAISIE
       01 WS-SW-LIMITE                 PIC X.
          88 LIMITE-SAISIE                     VALUE '1'.
          88 LIMITE-ABSENTE                    VALUE '0'.
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
           IF WS-RESP = DFHRESP(MAPFAIL) OR MCLIO = SPACE
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
      * CONTROLES PUIS AIGUILLAGE A/C/S                               *
      *---------------------------------------------------------------*
       3010-CHOIX-OK-DEB.
           MOVE MCLIO                             TO WS-CLI-NUM.
           PERFORM 6050-READ-CLI-DEB
              THRU 6050-READ-CLI-FIN.
           IF CLI-N-EXISTE-PAS
              MOVE WS-MSG(126)                    TO MMSGO
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 3010-CHOIX-OK-FIN
           END-IF.
           MOVE WS-CLI-NOM                        TO MNOMO.
           MOVE MCLIO                             TO WS-CCL-CLIENT.
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
      * AFFICHAGE DE LA LIMITE DE CREDIT ET DE LA TOLERANCE DE RETARD *
      *---------------------------------------------------------------*
       3015-AFFICHAGE-DEB.
           PERFORM 6030-READ-CCL-DEB
              THRU 6030-READ-CCL-FIN.
           IF CCL-N-EXISTE-PAS
              MOVE WS-MSG(154)                    TO MMSGO
              GO TO 3015-AFFICHAGE-FIN
           END-IF.
           IF CCL-CREDIT-LIBRE
              MOVE SPACE                          TO MLIMO
           ELSE
              MOVE WS-CCL-LIMITE                  TO WS-LIM-NUM
              MOVE WS-LIM-ALPHA                   TO MLIMO
           END-IF.
           MOVE WS-CCL-JOURS-RETARD               TO WS-JRS-NUM.
           MOVE WS-JRS-ALPHA                      TO MJRSO.
           MOVE WS-CCL-DLU-MIN                    TO WS-DLU-NUM.
           MOVE WS-DLU-ALPHA                      TO MDLUO.
       3015-AFFICHAGE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3020       *
      *---------------------------------------------------------------*
      * SAISIE OU CORRECTION DES CONDITIONS DU CLIENT                 *
      *---------------------------------------------------------------*
       3020-CREATION-DEB.
           PERFORM 7300-CTL-ACCES-DEB
              THRU 7300-CTL-ACCES-FIN.
           IF ACCES-REFUSE
              MOVE WS-MSG(93)                     TO MMSGO
              GO TO 3020-CREATION-FIN
           END-IF.
           IF MLIMO = SPACE OR MLIMO = LOW-VALUE
              SET LIMITE-ABSENTE                  TO TRUE
              MOVE ZERO                           TO WS-LIM-NUM
           ELSE
              IF MLIMO NOT NUMERIC
                 MOVE WS-MSG(6)                   TO MMSGO
                 GO TO 3020-CREATION-FIN
              END-IF
              SET LIMITE-SAISIE                   TO TRUE
              MOVE MLIMO                          TO WS-LIM-ALPHA
           END-IF.
           IF MDLUO = SPACE OR MDLUO = LOW-VALUE
              MOVE ZERO                           TO WS-DLU-NUM
           ELSE
              IF MDLUO NOT NUMERIC
                 MOVE WS-MSG(6)                   TO MMSGO
                 GO TO 3020-CREATION-FIN
              END-IF
              MOVE MDLUO                          TO WS-DLU-ALPHA
           END-IF.
      *    NI LIMITE NI DUREE DE VIE : RIEN A ENREGISTRER
           IF LIMITE-ABSENTE AND WS-DLU-NUM = ZERO
              MOVE WS-MSG(6)                      TO MMSGO
              GO TO 3020-CREATION-FIN
           END-IF.
           IF MJRSO = SPACE OR MJRSO = LOW-VALUE
              MOVE ZERO                           TO WS-JRS-NUM
           ELSE
              IF MJRSO NOT NUMERIC
                 MOVE WS-MSG(6)                   TO MMSGO
                 GO TO 3020-CREATION-FIN
              END-IF
              MOVE MJRSO                          TO WS-JRS-ALPHA
           END-IF.
           MOVE SPACE                             TO WS-CCL-ENR.
           MOVE MCLIO                             TO WS-CCL-CLIENT.
           PERFORM 7100-INIT-CCL-DEB
              THRU 7100-INIT-CCL-FIN.
           PERFORM 6040-WRITE-CCL-DEB
              THRU 6040-WRITE-CCL-FIN.
           MOVE WS-MSG(152)                       TO MMSGO.
       3020-CREATION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3040       *
      *---------------------------------------------------------------*
      * SUPPRESSION DES CONDITIONS DU CLIENT                          *
      *---------------------------------------------------------------*
       3040-SUPPRESSION-DEB.
           PERFORM 7300-CTL-ACCES-DEB
              THRU 7300-CTL-ACCES-FIN.
           IF ACCES-REFUSE
              MOVE WS-MSG(93)                     TO MMSGO
              GO TO 3040-SUPPRESSION-FIN
           END-IF.
           PERFORM 6035-READ-UPD-CCL-DEB
              THRU 6035-READ-UPD-CCL-FIN.
           IF CCL-N-EXISTE-PAS
              MOVE WS-MSG(154)                    TO MMSGO
              GO TO 3040-SUPPRESSION-FIN
           END-IF.
           PERFORM 6060-DELETE-CCL-DEB
              THRU 6060-DELETE-CCL-FIN.
           MOVE WS-MSG(153)                       TO MMSGO.
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
                     FROM    (ARIM229O)
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
                      INTO    (ARIM229I)
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
                     FROM    (ARIM229O)
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
       6030-READ-CCL-DEB.
           EXEC CICS
               READ FILE('CCL0101')
                    RIDFLD(WS-CCL-CLIENT)
                    INTO(WS-CCL-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET CCL-EXISTE                      TO TRUE
           ELSE
              SET CCL-N-EXISTE-PAS                TO TRUE
           END-IF.
       6030-READ-CCL-FIN.
           EXIT.
       6035-READ-UPD-CCL-DEB.
           EXEC CICS
               READ FILE('CCL0101')
                    RIDFLD(WS-CCL-CLIENT)
                    INTO(WS-CCL-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET CCL-EXISTE                      TO TRUE
           ELSE
              SET CCL-N-EXISTE-PAS                TO TRUE
           END-IF.
       6035-READ-UPD-CCL-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * ECRIT LES CONDITIONS - UN CLIENT DEJA POURVU EST MIS A JOUR   *
      * (RELECTURE POUR MISE A JOUR PUIS REECRITURE)                  *
      *---------------------------------------------------------------*
       6040-WRITE-CCL-DEB.
           EXEC CICS
               WRITE FILE('CCL0101')
                     RIDFLD(WS-CCL-CLIENT)
                     FROM(WS-CCL-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(DUPREC)
              PERFORM 6035-READ-UPD-CCL-DEB
                 THRU 6035-READ-UPD-CCL-FIN
              PERFORM 7100-INIT-CCL-DEB
                 THRU 7100-INIT-CCL-FIN
              EXEC CICS
                  REWRITE FILE('CCL0101')
                          FROM(WS-CCL-ENR)
                          RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6040 - ERREUR CICS MAJ CCL0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-WRITE-CCL-FIN.
           EXIT.
       6050-READ-CLI-DEB.
           EXEC CICS
               READ FILE('CLI0101')
                    RIDFLD(WS-CLI-NUM)
                    INTO(WS-CLI-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET CLI-EXISTE                      TO TRUE
           ELSE
              SET CLI-N-EXISTE-PAS                TO TRUE
           END-IF.
       6050-READ-CLI-FIN.
           EXIT.
       6060-DELETE-CCL-DEB.
           EXEC CICS
               DELETE FILE('CCL0101')
                      RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6060 - ERREUR CICS DELETE CCL0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-DELETE-CCL-FIN.
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
            MOVE LOW-VALUE                       TO ARIM229O.
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
      * CONSTITUE LES CONDITIONS SAISIES ET LA TRACE DE MISE A JOUR   *
      *---------------------------------------------------------------*
       7100-INIT-CCL-DEB.
           MOVE WS-LIM-NUM                       TO WS-CCL-LIMITE.
           MOVE WS-JRS-NUM                       TO WS-CCL-JOURS-RETARD.
           MOVE WS-DLU-NUM                       TO WS-CCL-DLU-MIN.
           IF LIMITE-SAISIE
              SET CCL-CREDIT-CONTROLE            TO TRUE
           ELSE
              SET CCL-CREDIT-LIBRE               TO TRUE
           END-IF.
           MOVE WS-DATEJ8                        TO WS-CCL-DATE-MAJ.
           MOVE EIBOPID                          TO WS-CCL-OPID.
       7100-INIT-CCL-FIN.
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
