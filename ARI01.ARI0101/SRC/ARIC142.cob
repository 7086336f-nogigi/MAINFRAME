      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC142                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      * TRANSACTION DIRECTE DE TENUE DES ACCORDS DE PRIX CLIENT       *
      * (ACP0101, COPY ACCPRIX). UN ACCORD EST IDENTIFIE PAR LE       *
      * CLIENT (CLI0101), LE CODE (ARTICLE DE ART0101 OU, COMME DANS  *
      * ARIC130, CATEGORIE DE CATG0101) ET LA DATE DE DEBUT.          *
      * ACTIONS : A = AFFICHAGE DE L'ACCORD, C = CREATION OU          *
      * REMPLACEMENT (DATE DE FIN FACULTATIVE, VIDE = SANS LIMITE ;   *
      * PRIX D'ACCORD FACULTATIF, VIDE = PRIX CATALOGUE PRX0101 ;     *
      * JUSQU'A 3 PALIERS SEUIL/REMISE EN % DE SEUILS CROISSANTS),    *
      * S = SUPPRESSION. LES MISES A JOUR SONT RESERVEES AUX ROLES G  *
      * ET A (PRF0101). LES ACCORDS SONT APPLIQUES PAR LA FACTURATION *
      * ARIO942 ET EDITES PAR L'ETAT DE MARGE ARIO982.                *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    § CREATION DU PROGRAMME - TENUE DES ACCORDS DE  *
      *               § PRIX CLIENT ET REMISES PAR PALIER             *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. ARIC142.
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
           COPY ARIN142.
      * VARIABLE MSG
           COPY TABMSG.
      * VARIABLE COMMAREA
           COPY COMMAREA.
      * DESCRIPTION ENREGISTREMENT ACCORDS DE PRIX CLIENT
           COPY ACCPRIX.
      * DESCRIPTION ENREGISTREMENT FICHIER MAITRE DES CLIENTS
           COPY CLIENT.
      * DESCRIPTION ENREGISTREMENT FICHIER ARTICLE
           COPY ARTICLE.
      * DESCRIPTION ENREGISTREMENT FICHIER CATEGORIE
           COPY CATEGORIE.
      * DESCRIPTION ENREGISTREMENT PROFIL OPERATEUR
           COPY OPROFIL.
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
       01 WS-DATEJ8                    PIC 9(8).
      *
       01 WS-DATE-CICS                 PIC S9(15)     COMP-3.
      *VARIABLE GESTION CICS
       01 WS-RESP                      PIC S9(4)      COMP.
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM142'.
       01 WS-MAPSET                    PIC X(7)       VALUE 'ARIN142'.
       01 WS-MSG-ERR                   PIC X(80).
      *SWITCH EXISTENCE DE L ACCORD
       01 WS-FS-ACP                    PIC X.
          88 ACP-EXISTE                        VALUE '0'.
          88 ACP-N-EXISTE-PAS                  VALUE '1'.
      *SWITCH EXISTENCE DU CLIENT
       01 WS-FS-CLI                    PIC X.
          88 CLI-EXISTE                        VALUE '0'.
          88 CLI-N-EXISTE-PAS                  VALUE '1'.
      *SWITCH EXISTENCE DU CODE (ARTICLE OU CATEGORIE)
       01 WS-FS-CODE                   PIC X.
          88 CODE-EXISTE                       VALUE '0'.
          88 CODE-N-EXISTE-PAS                 VALUE '1'.
      *SWITCH RESULTAT DES CONTROLES DE SAISIE
       01 WS-SW-SAISIE                 PIC X.
          88 SAISIE-OK                         VALUE '0'.
          88 SAISIE-KO                         VALUE '1'.
       01 WS-NUM-MSG                   PIC 9(3)       VALUE ZERO.
      *DATES SAISIES (VUES NUMERIQUES DE MDATDEB ET MDATFIN)
       01 WS-DEB-SAISIE.
          05 WS-DEB-NUM                PIC 9(8).
       01 WS-DEB-ALPHA REDEFINES WS-DEB-SAISIE
                                       PIC X(8).
       01 WS-FIN-SAISIE.
          05 WS-FIN-NUM                PIC 9(8).
       01 WS-FIN-ALPHA REDEFINES WS-FIN-SAISIE
                                       PIC X(8).
      *PRIX SAISI (VUE NUMERIQUE DE MPV)
       01 WS-PV-SAISI.
          05 WS-PV-NUM                 PIC 9(5)V99.
       01 WS-PV-ALPHA REDEFINES WS-PV-SAISI
                                       PIC X(7).
      *PALIERS SAISIS (VUES NUMERIQUES DE MSEUN ET MREMN)
       01 WS-PAL-SAISIE.
          05 WS-PAL-SAISI              OCCURS 3.
             10 WS-PAL-SEUIL-X         PIC X(6).
             10 WS-PAL-SEUIL-N REDEFINES WS-PAL-SEUIL-X
                                       PIC 9(6).
             10 WS-PAL-REM-X           PIC X(4).
             10 WS-PAL-REM-N REDEFINES WS-PAL-REM-X
                                       PIC 99V99.
       01 WS-IND-PAL                   PIC S9(4)      COMP.
       01 WS-SEUIL-PREC                PIC 9(6)       VALUE ZERO.
       01 WS-NB-PALIERS                PIC 9          VALUE ZERO.
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
                                         OR MCODEO = SPACE
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
           IF MDATDEBO NOT NUMERIC
              MOVE WS-MSG(6)                      TO MMSGO
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 3010-CHOIX-OK-FIN
           END-IF.
           MOVE MDATDEBO                          TO WS-DEB-ALPHA.
           MOVE MCLIO                             TO WS-ACP-CLIENT.
           MOVE MCODEO                            TO WS-ACP-CODE.
           MOVE WS-DEB-NUM                        TO WS-ACP-DATE-DEB.
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
      * AFFICHAGE DE L ACCORD : PERIODE, PRIX ET PALIERS              *
      *---------------------------------------------------------------*
       3015-AFFICHAGE-DEB.
           PERFORM 6030-READ-ACP-DEB
              THRU 6030-READ-ACP-FIN.
           IF ACP-N-EXISTE-PAS
              MOVE WS-MSG(157)                    TO MMSGO
              GO TO 3015-AFFICHAGE-FIN
           END-IF.
           MOVE WS-ACP-DATE-FIN                   TO WS-FIN-NUM.
           MOVE WS-FIN-ALPHA                      TO MDATFINO.
           MOVE WS-ACP-PV                         TO WS-PV-NUM.
           MOVE WS-PV-ALPHA                       TO MPVO.
           PERFORM 7110-ACP-VERS-SAISIE-DEB
              THRU 7110-ACP-VERS-SAISIE-FIN
             VARYING WS-IND-PAL FROM 1 BY 1
               UNTIL WS-IND-PAL > 3.
           MOVE WS-PAL-SEUIL-X(1)                 TO MSEU1O.
           MOVE WS-PAL-REM-X(1)                   TO MREM1O.
           MOVE WS-PAL-SEUIL-X(2)                 TO MSEU2O.
           MOVE WS-PAL-REM-X(2)                   TO MREM2O.
           MOVE WS-PAL-SEUIL-X(3)                 TO MSEU3O.
           MOVE WS-PAL-REM-X(3)                   TO MREM3O.
       3015-AFFICHAGE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3020       *
      *---------------------------------------------------------------*
      * CREATION OU REMPLACEMENT DE L ACCORD                          *
      *---------------------------------------------------------------*
       3020-CREATION-DEB.
           PERFORM 7300-CTL-ACCES-DEB
              THRU 7300-CTL-ACCES-FIN.
           IF ACCES-REFUSE
              MOVE WS-MSG(93)                     TO MMSGO
              GO TO 3020-CREATION-FIN
           END-IF.
           PERFORM 7200-CTL-CODE-DEB
              THRU 7200-CTL-CODE-FIN.
           IF CODE-N-EXISTE-PAS
              MOVE WS-MSG(161)                    TO MMSGO
              GO TO 3020-CREATION-FIN
           END-IF.
           PERFORM 7210-CTL-SAISIE-DEB
              THRU 7210-CTL-SAISIE-FIN.
           IF SAISIE-KO
              MOVE WS-MSG(WS-NUM-MSG)             TO MMSGO
              GO TO 3020-CREATION-FIN
           END-IF.
           MOVE SPACE                             TO WS-ACP-ENR.
           MOVE MCLIO                             TO WS-ACP-CLIENT.
           MOVE MCODEO                            TO WS-ACP-CODE.
           MOVE WS-DEB-NUM                        TO WS-ACP-DATE-DEB.
           PERFORM 7100-INIT-ACP-DEB
              THRU 7100-INIT-ACP-FIN.
           PERFORM 6040-WRITE-ACP-DEB
              THRU 6040-WRITE-ACP-FIN.
           MOVE WS-MSG(155)                       TO MMSGO.
       3020-CREATION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3040       *
      *---------------------------------------------------------------*
      * SUPPRESSION DE L ACCORD                                       *
      *---------------------------------------------------------------*
       3040-SUPPRESSION-DEB.
           PERFORM 7300-CTL-ACCES-DEB
              THRU 7300-CTL-ACCES-FIN.
           IF ACCES-REFUSE
              MOVE WS-MSG(93)                     TO MMSGO
              GO TO 3040-SUPPRESSION-FIN
           END-IF.
           PERFORM 6035-READ-UPD-ACP-DEB
              THRU 6035-READ-UPD-ACP-FIN.
           IF ACP-N-EXISTE-PAS
              MOVE WS-MSG(157)                    TO MMSGO
              GO TO 3040-SUPPRESSION-FIN
           END-IF.
           PERFORM 6060-DELETE-ACP-DEB
              THRU 6060-DELETE-ACP-FIN.
           MOVE WS-MSG(156)                       TO MMSGO.
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
                     FROM    (ARIM142O)
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
                      INTO    (ARIM142I)
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
                     FROM    (ARIM142O)
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
       6030-READ-ACP-DEB.
           EXEC CICS
               READ FILE('ACP0101')
                    RIDFLD(WS-ACP-CLE)
                    INTO(WS-ACP-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET ACP-EXISTE                      TO TRUE
           ELSE
              SET ACP-N-EXISTE-PAS                TO TRUE
           END-IF.
       6030-READ-ACP-FIN.
           EXIT.
       6035-READ-UPD-ACP-DEB.
           EXEC CICS
               READ FILE('ACP0101')
                    RIDFLD(WS-ACP-CLE)
                    INTO(WS-ACP-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET ACP-EXISTE                      TO TRUE
           ELSE
              SET ACP-N-EXISTE-PAS                TO TRUE
           END-IF.
       6035-READ-UPD-ACP-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * ECRIT L ACCORD - UN ACCORD DEJA POSE SUR LE MEME TRIPLET EST  *
      * REMPLACE (RELECTURE POUR MISE A JOUR PUIS REECRITURE)         *
      *---------------------------------------------------------------*
       6040-WRITE-ACP-DEB.
           EXEC CICS
               WRITE FILE('ACP0101')
                     RIDFLD(WS-ACP-CLE)
                     FROM(WS-ACP-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(DUPREC)
              PERFORM 6035-READ-UPD-ACP-DEB
                 THRU 6035-READ-UPD-ACP-FIN
              PERFORM 7100-INIT-ACP-DEB
                 THRU 7100-INIT-ACP-FIN
              EXEC CICS
                  REWRITE FILE('ACP0101')
                          FROM(WS-ACP-ENR)
                          RESP(WS-RESP)
              END-EXEC
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6040 - ERREUR CICS MAJ ACP0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-WRITE-ACP-FIN.
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
       6060-DELETE-ACP-DEB.
           EXEC CICS
               DELETE FILE('ACP0101')
                      RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6060 - ERREUR CICS DELETE ACP0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-DELETE-ACP-FIN.
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
                  SET CODE-EXISTE                TO TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                  SET CODE-N-EXISTE-PAS          TO TRUE
               WHEN OTHER
                  MOVE '6070 - ERREUR CICS READ ART0101'
                                                 TO WS-MSG-ERR
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6070-READ-ART-FIN.
           EXIT.
       6075-READ-CATEG-DEB.
           EXEC CICS
               READ FILE('CATG0101')
                    RIDFLD(WS-CATEG-CODE)
                    INTO(WS-CATEG-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                  SET CODE-EXISTE                TO TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                  SET CODE-N-EXISTE-PAS          TO TRUE
               WHEN OTHER
                  MOVE '6075 - ERREUR CICS READ CATG0101'
                                                 TO WS-MSG-ERR
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6075-READ-CATEG-FIN.
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
            MOVE LOW-VALUE                       TO ARIM142O.
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
      * CONSTITUE L ACCORD SAISI ET LA TRACE DE MISE A JOUR           *
      *---------------------------------------------------------------*
       7100-INIT-ACP-DEB.
           MOVE WS-FIN-NUM                       TO WS-ACP-DATE-FIN.
           MOVE WS-PV-NUM                        TO WS-ACP-PV.
           PERFORM 7105-SAISIE-VERS-ACP-DEB
              THRU 7105-SAISIE-VERS-ACP-FIN
             VARYING WS-IND-PAL FROM 1 BY 1
               UNTIL WS-IND-PAL > 3.
           MOVE WS-DATEJ8                        TO WS-ACP-DATE-MAJ.
           MOVE EIBOPID                          TO WS-ACP-OPID.
       7100-INIT-ACP-FIN.
           EXIT.
       7105-SAISIE-VERS-ACP-DEB.
           MOVE WS-PAL-SEUIL-N(WS-IND-PAL)
                                 TO WS-ACP-SEUIL(WS-IND-PAL).
           MOVE WS-PAL-REM-N(WS-IND-PAL)
                                 TO WS-ACP-REMISE(WS-IND-PAL).
       7105-SAISIE-VERS-ACP-FIN.
           EXIT.
       7110-ACP-VERS-SAISIE-DEB.
           MOVE WS-ACP-SEUIL(WS-IND-PAL)
                                 TO WS-PAL-SEUIL-N(WS-IND-PAL).
           MOVE WS-ACP-REMISE(WS-IND-PAL)
                                 TO WS-PAL-REM-N(WS-IND-PAL).
       7110-ACP-VERS-SAISIE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONTROLE DU CODE SAISI : ARTICLE, A DEFAUT CATEGORIE          *
      *---------------------------------------------------------------*
       7200-CTL-CODE-DEB.
           MOVE MCODEO                           TO WS-ART-CODE.
           PERFORM 6070-READ-ART-DEB
              THRU 6070-READ-ART-FIN.
           IF CODE-N-EXISTE-PAS
              MOVE MCODEO                        TO WS-CATEG-CODE
              PERFORM 6075-READ-CATEG-DEB
                 THRU 6075-READ-CATEG-FIN
           END-IF.
       7200-CTL-CODE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONTROLE DE LA SAISIE : PERIODE, PRIX ET PALIERS. UNE ZONE    *
      * FACULTATIVE VIDE VAUT ZERO. EN ERREUR, WS-NUM-MSG PORTE LE    *
      * NUMERO DU MESSAGE A AFFICHER                                  *
      *---------------------------------------------------------------*
       7210-CTL-SAISIE-DEB.
           SET SAISIE-OK                         TO TRUE.
           MOVE 6                                TO WS-NUM-MSG.
           IF MDATFINO = SPACE OR MDATFINO = LOW-VALUE
              MOVE ZERO                          TO WS-FIN-NUM
           ELSE
              IF MDATFINO NOT NUMERIC
                 SET SAISIE-KO                   TO TRUE
                 GO TO 7210-CTL-SAISIE-FIN
              END-IF
              MOVE MDATFINO                      TO WS-FIN-ALPHA
           END-IF.
           IF WS-FIN-NUM NOT = ZERO AND WS-FIN-NUM < WS-DEB-NUM
              MOVE 158                           TO WS-NUM-MSG
              SET SAISIE-KO                      TO TRUE
              GO TO 7210-CTL-SAISIE-FIN
           END-IF.
           IF MPVO = SPACE OR MPVO = LOW-VALUE
              MOVE ZERO                          TO WS-PV-NUM
           ELSE
              IF MPVO NOT NUMERIC
                 SET SAISIE-KO                   TO TRUE
                 GO TO 7210-CTL-SAISIE-FIN
              END-IF
              MOVE MPVO                          TO WS-PV-ALPHA
           END-IF.
           MOVE MSEU1O                           TO WS-PAL-SEUIL-X(1).
           MOVE MREM1O                           TO WS-PAL-REM-X(1).
           MOVE MSEU2O                           TO WS-PAL-SEUIL-X(2).
           MOVE MREM2O                           TO WS-PAL-REM-X(2).
           MOVE MSEU3O                           TO WS-PAL-SEUIL-X(3).
           MOVE MREM3O                           TO WS-PAL-REM-X(3).
           MOVE ZERO                             TO WS-SEUIL-PREC
                                                    WS-NB-PALIERS.
           PERFORM 7220-CTL-PALIER-DEB
              THRU 7220-CTL-PALIER-FIN
             VARYING WS-IND-PAL FROM 1 BY 1
               UNTIL WS-IND-PAL > 3 OR SAISIE-KO.
           IF SAISIE-KO
              GO TO 7210-CTL-SAISIE-FIN
           END-IF.
           IF WS-PV-NUM = ZERO AND WS-NB-PALIERS = ZERO
              MOVE 160                           TO WS-NUM-MSG
              SET SAISIE-KO                      TO TRUE
           END-IF.
       7210-CTL-SAISIE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONTROLE D UN PALIER : SEUIL ET REMISE RENSEIGNES ENSEMBLE,   *
      * REMISE NON NULLE, SEUILS STRICTEMENT CROISSANTS ET SANS TROU  *
      *---------------------------------------------------------------*
       7220-CTL-PALIER-DEB.
           IF WS-PAL-SEUIL-X(WS-IND-PAL) = SPACE
           OR WS-PAL-SEUIL-X(WS-IND-PAL) = LOW-VALUE
              MOVE ZERO                 TO WS-PAL-SEUIL-N(WS-IND-PAL)
           END-IF.
           IF WS-PAL-REM-X(WS-IND-PAL) = SPACE
           OR WS-PAL-REM-X(WS-IND-PAL) = LOW-VALUE
              MOVE ZERO                 TO WS-PAL-REM-N(WS-IND-PAL)
           END-IF.
           IF WS-PAL-SEUIL-X(WS-IND-PAL) NOT NUMERIC
           OR WS-PAL-REM-X(WS-IND-PAL) NOT NUMERIC
              MOVE 159                           TO WS-NUM-MSG
              SET SAISIE-KO                      TO TRUE
              GO TO 7220-CTL-PALIER-FIN
           END-IF.
           IF WS-PAL-SEUIL-N(WS-IND-PAL) = ZERO
              IF WS-PAL-REM-N(WS-IND-PAL) NOT = ZERO
                 MOVE 159                        TO WS-NUM-MSG
                 SET SAISIE-KO                   TO TRUE
              END-IF
              GO TO 7220-CTL-PALIER-FIN
           END-IF.
           IF WS-PAL-REM-N(WS-IND-PAL) = ZERO
           OR WS-NB-PALIERS < WS-IND-PAL - 1
           OR WS-PAL-SEUIL-N(WS-IND-PAL) NOT > WS-SEUIL-PREC
              MOVE 159                           TO WS-NUM-MSG
              SET SAISIE-KO                      TO TRUE
              GO TO 7220-CTL-PALIER-FIN
           END-IF.
           MOVE WS-PAL-SEUIL-N(WS-IND-PAL)       TO WS-SEUIL-PREC.
           ADD 1                                 TO WS-NB-PALIERS.
       7220-CTL-PALIER-FIN.
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
