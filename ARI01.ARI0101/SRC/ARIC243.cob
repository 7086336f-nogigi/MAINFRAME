      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC243                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      * TRANSACTION DIRECTE DE TENUE DE LA STRUCTURE DES POOLS DE     *
      * TRESORERIE (PLT0101, COPY POOLTRES). LA CLE EST LE CODE DU    *
      * POOL ET LE COMPTE PARTICIPANT ; COMPTE A BLANC = EN-TETE DU   *
      * POOL (COMPTE MAITRE, NOM, MODE DEVISE M OU C, STATUT A OU S). *
      * UN PARTICIPANT PORTE SON SOLDE CIBLE EN 11 CHIFFRES DONT 2    *
      * DECIMALES (A BLANC = ZERO) ET LE SENS DU NIVELLEMENT : R =    *
      * REMONTEE DE L EXCEDENT, C = COUVERTURE DU DEFICIT, D = LES    *
      * DEUX (DEFAUT). ACTIONS : A = AFFICHAGE, C = CREATION, M =     *
      * MODIFICATION, S = SUPPRESSION. LE MAITRE ET LES PARTICIPANTS  *
      * DOIVENT EXISTER AU FICHIER MAITRE DES COMPTES ; UN PARTICIPANT*
      * SE CREE SOUS UN EN-TETE EXISTANT, N EST PAS LE MAITRE, ET DANS*
      * UN POOL MONO-DEVISE EST DANS LA DEVISE DU MAITRE. UN EN-TETE  *
      * NE SE SUPPRIME QU UNE FOIS SES PARTICIPANTS SUPPRIMES. TOUTE  *
      * MISE A JOUR EXIGE UN CODE SUPERVISEUR VALIDE (SUPE0101) ET EST*
      * CONSIGNEE AU JOURNAL DES FICHIERS BANCAIRES BJR0101. LE       *
      * NIVELLEMENT EST GENERE EN FIN DE CHAINE PAR ARIO426.          *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    § CREATION DU PROGRAMME - TENUE DES POOLS DE    *
      *               § TRESORERIE                                    *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. ARIC243.
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
           COPY ARIN243.
      * VARIABLE MSG
           COPY TABMSG.
      * VARIABLE COMMAREA
           COPY COMMAREA.
      * DESCRIPTION ENREGISTREMENT STRUCTURE DES POOLS DE TRESORERIE
           COPY POOLTRES.
      * DESCRIPTION ENREGISTREMENT COMPTE
           COPY TP4CPTES.
      * DESCRIPTION ENREGISTREMENT FICHIER MAITRE DES SUPERVISEURS
           COPY SUPERVISR.
      * DESCRIPTION ENREGISTREMENT JOURNAL DES FICHIERS BANCAIRES
           COPY BNKJRNL.
      *IMAGE AVANT POUR LE JOURNAL
       01 WS-BJR-IMG-AVANT             PIC X(130).
      *CLE DE PARCOURS DES ENREGISTREMENTS DU POOL
       01 WS-PLT-BRW-CLE.
          05 WS-PLT-BRW-POOL           PIC X(6).
          05 WS-PLT-BRW-CPTE           PIC X(10).
       01 WS-FS-PLTBRW                 PIC X.
          88 PLTBRW-ENCOURS                    VALUE '0'.
          88 PLTBRW-FIN                        VALUE '1'.
      *CLE DU COMPTE LU AU FICHIER MAITRE DES COMPTES
       01 WS-CPTE-LU                   PIC X(10).
      *DEVISE DU COMPTE MAITRE DU POOL
       01 WS-DEVISE-MAITRE             PIC X(3).
      *DATE DU JOUR NUMERIQUE (DATE DE MISE A JOUR)
       01 WS-DATEJ-AMJ.
          05 WS-DATEJ-AMJ-N            PIC 9(8).
      *SOLDE CIBLE SAISI (VUE NUMERIQUE DE MCIBLE)
       01 WS-CIBLE-SAISI.
          05 WS-CIBLE-NUM              PIC 9(9)V9(2).
       01 WS-CIBLE-ALPHA REDEFINES WS-CIBLE-SAISI
                                       PIC X(11).
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
      *
       01 WS-DATE-CICS                 PIC S9(15)     COMP-3.
      *VARIABLE GESTION CICS
       01 WS-RESP                      PIC S9(4)      COMP.
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM243'.
       01 WS-MAPSET                    PIC X(7)       VALUE 'ARIN243'.
       01 WS-MSG-ERR                   PIC X(80).
      *SWITCH ACCORD SUPERVISEUR
       01 WS-SW-SUP                    PIC X.
          88 SUP-ACCORDE                       VALUE '0'.
          88 SUP-REFUSE                        VALUE '1'.
      *SWITCH EXISTENCE DE L ENREGISTREMENT DU POOL
       01 WS-FS-PLT                    PIC X.
          88 PLT-EXISTE                        VALUE '0'.
          88 PLT-N-EXISTE-PAS                  VALUE '1'.
      *SWITCH VALIDITE DES DONNEES SAISIES
       01 WS-SW-SAISIE                 PIC X.
          88 SAISIE-VALIDE                     VALUE '0'.
          88 SAISIE-INVALIDE                   VALUE '1'.
      *SWITCH PRESENCE DE PARTICIPANTS SOUS L EN-TETE
       01 WS-SW-PARTS                  PIC X.
          88 POOL-SANS-PARTICIPANT             VALUE '0'.
          88 POOL-AVEC-PARTICIPANTS            VALUE '1'.
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
           IF WS-RESP = DFHRESP(MAPFAIL) OR MPOOLO = SPACE
                                         OR MPOOLO = LOW-VALUE
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
      * AIGUILLAGE A/C/M/S - COMPTE A BLANC = EN-TETE DU POOL         *
      *---------------------------------------------------------------*
       3010-CHOIX-OK-DEB.
           IF MCPTEO = LOW-VALUE
              MOVE SPACE                          TO MCPTEO
           END-IF.
           MOVE MPOOLO                            TO WS-PLT-POOL.
           MOVE MCPTEO                            TO WS-PLT-CPTE.
           EVALUATE MACTO
               WHEN 'A'
                  PERFORM 3015-AFFICHAGE-DEB
                     THRU 3015-AFFICHAGE-FIN
               WHEN 'C'
                  PERFORM 3020-CREATION-DEB
                     THRU 3020-CREATION-FIN
               WHEN 'M'
                  PERFORM 3040-MODIFICATION-DEB
                     THRU 3040-MODIFICATION-FIN
               WHEN 'S'
                  PERFORM 3050-SUPPRESSION-DEB
                     THRU 3050-SUPPRESSION-FIN
               WHEN OTHER
                  MOVE WS-MSG(220)                TO MMSGO
           END-EVALUATE.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       3010-CHOIX-OK-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3015       *
      *---------------------------------------------------------------*
      * AFFICHAGE DE L EN-TETE OU DU PARTICIPANT                      *
      *---------------------------------------------------------------*
       3015-AFFICHAGE-DEB.
           PERFORM 6030-READ-PLT-DEB
              THRU 6030-READ-PLT-FIN.
           IF PLT-N-EXISTE-PAS
              MOVE WS-MSG(291)                    TO MMSGO
              GO TO 3015-AFFICHAGE-FIN
           END-IF.
           PERFORM 7060-AFF-PLT-DEB
              THRU 7060-AFF-PLT-FIN.
       3015-AFFICHAGE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3020       *
      *---------------------------------------------------------------*
      * CREATION D UN EN-TETE DE POOL OU D UN PARTICIPANT             *
      *---------------------------------------------------------------*
       3020-CREATION-DEB.
           PERFORM 3030-CTL-SUPERVISEUR-DEB
              THRU 3030-CTL-SUPERVISEUR-FIN.
           IF SUP-REFUSE
              GO TO 3020-CREATION-FIN
           END-IF.
           PERFORM 6030-READ-PLT-DEB
              THRU 6030-READ-PLT-FIN.
           IF PLT-EXISTE
              MOVE WS-MSG(292)                    TO MMSGO
              GO TO 3020-CREATION-FIN
           END-IF.
           PERFORM 3060-CTL-DONNEES-DEB
              THRU 3060-CTL-DONNEES-FIN.
           IF SAISIE-INVALIDE
              GO TO 3020-CREATION-FIN
           END-IF.
           MOVE SPACE                             TO WS-PLT-ENR.
           MOVE MPOOLO                            TO WS-PLT-POOL.
           MOVE MCPTEO                            TO WS-PLT-CPTE.
           IF NOT PLT-ENTETE
              MOVE ZERO                           TO WS-PLT-DER-NIV
           END-IF.
           PERFORM 7070-MAJ-PLT-DEB
              THRU 7070-MAJ-PLT-FIN.
           PERFORM 6050-WRITE-PLT-DEB
              THRU 6050-WRITE-PLT-FIN.
           MOVE LOW-VALUE                         TO WS-BJR-IMG-AVANT.
           SET BJR-CREATION                       TO TRUE.
           PERFORM 7080-PREP-BJR-DEB
              THRU 7080-PREP-BJR-FIN.
           PERFORM 6081-WRITE-BJR-DEB
              THRU 6081-WRITE-BJR-FIN.
           PERFORM 7060-AFF-PLT-DEB
              THRU 7060-AFF-PLT-FIN.
           MOVE WS-MSG(293)                       TO MMSGO.
       3020-CREATION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3030       *
      *---------------------------------------------------------------*
      * TOUTE MISE A JOUR EXIGE UN CODE SUPERVISEUR VALIDE            *
      *---------------------------------------------------------------*
       3030-CTL-SUPERVISEUR-DEB.
           SET SUP-ACCORDE                        TO TRUE.
           IF MSUPO = SPACE OR MSUPO = LOW-VALUE
              SET SUP-REFUSE                      TO TRUE
              MOVE WS-MSG(29)                     TO MMSGO
              GO TO 3030-CTL-SUPERVISEUR-FIN
           END-IF.
           MOVE MSUPO                             TO WS-SUP-CODE.
           PERFORM 6070-READ-SUP-DEB
              THRU 6070-READ-SUP-FIN.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET SUP-REFUSE                      TO TRUE
              MOVE WS-MSG(85)                     TO MMSGO
           END-IF.
       3030-CTL-SUPERVISEUR-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3040       *
      *---------------------------------------------------------------*
      * MODIFICATION DE L EN-TETE (MAITRE, NOM, MODE, STATUT) OU DU   *
      * PARTICIPANT (CIBLE, SENS) - LA DATE DU DERNIER NIVELLEMENT    *
      * EST CONSERVEE                                                 *
      *---------------------------------------------------------------*
       3040-MODIFICATION-DEB.
           PERFORM 3030-CTL-SUPERVISEUR-DEB
              THRU 3030-CTL-SUPERVISEUR-FIN.
           IF SUP-REFUSE
              GO TO 3040-MODIFICATION-FIN
           END-IF.
           PERFORM 3060-CTL-DONNEES-DEB
              THRU 3060-CTL-DONNEES-FIN.
           IF SAISIE-INVALIDE
              GO TO 3040-MODIFICATION-FIN
           END-IF.
           MOVE MPOOLO                            TO WS-PLT-POOL.
           MOVE MCPTEO                            TO WS-PLT-CPTE.
           PERFORM 6031-READ-UPD-PLT-DEB
              THRU 6031-READ-UPD-PLT-FIN.
           IF PLT-N-EXISTE-PAS
              MOVE WS-MSG(291)                    TO MMSGO
              GO TO 3040-MODIFICATION-FIN
           END-IF.
           MOVE WS-PLT-ENR                        TO WS-BJR-IMG-AVANT.
           PERFORM 7070-MAJ-PLT-DEB
              THRU 7070-MAJ-PLT-FIN.
           PERFORM 6060-REWRITE-PLT-DEB
              THRU 6060-REWRITE-PLT-FIN.
           SET BJR-MODIFICATION                   TO TRUE.
           PERFORM 7080-PREP-BJR-DEB
              THRU 7080-PREP-BJR-FIN.
           PERFORM 6081-WRITE-BJR-DEB
              THRU 6081-WRITE-BJR-FIN.
           PERFORM 7060-AFF-PLT-DEB
              THRU 7060-AFF-PLT-FIN.
           MOVE WS-MSG(294)                       TO MMSGO.
       3040-MODIFICATION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3050       *
      *---------------------------------------------------------------*
      * SUPPRESSION D UN PARTICIPANT, OU D UN EN-TETE SANS            *
      * PARTICIPANT (IMAGE AVANT CONSERVEE AU JOURNAL)                *
      *---------------------------------------------------------------*
       3050-SUPPRESSION-DEB.
           PERFORM 3030-CTL-SUPERVISEUR-DEB
              THRU 3030-CTL-SUPERVISEUR-FIN.
           IF SUP-REFUSE
              GO TO 3050-SUPPRESSION-FIN
           END-IF.
           IF PLT-ENTETE
              PERFORM 7090-CTL-PARTICIPANTS-DEB
                 THRU 7090-CTL-PARTICIPANTS-FIN
              IF POOL-AVEC-PARTICIPANTS
                 MOVE WS-MSG(300)                 TO MMSGO
                 GO TO 3050-SUPPRESSION-FIN
              END-IF
           END-IF.
           MOVE MPOOLO                            TO WS-PLT-POOL.
           MOVE MCPTEO                            TO WS-PLT-CPTE.
           PERFORM 6031-READ-UPD-PLT-DEB
              THRU 6031-READ-UPD-PLT-FIN.
           IF PLT-N-EXISTE-PAS
              MOVE WS-MSG(291)                    TO MMSGO
              GO TO 3050-SUPPRESSION-FIN
           END-IF.
           MOVE WS-PLT-ENR                        TO WS-BJR-IMG-AVANT.
           PERFORM 6065-DELETE-PLT-DEB
              THRU 6065-DELETE-PLT-FIN.
           SET BJR-SUPPRESSION                    TO TRUE.
           PERFORM 7080-PREP-BJR-DEB
              THRU 7080-PREP-BJR-FIN.
           MOVE LOW-VALUE                         TO WS-BJR-APRES.
           PERFORM 6081-WRITE-BJR-DEB
              THRU 6081-WRITE-BJR-FIN.
           MOVE WS-MSG(295)                       TO MMSGO.
       3050-SUPPRESSION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3060       *
      *---------------------------------------------------------------*
      * CONTROLES COMMUNS A LA CREATION ET A LA MODIFICATION          *
      *---------------------------------------------------------------*
       3060-CTL-DONNEES-DEB.
           SET SAISIE-VALIDE                      TO TRUE.
           PERFORM 7055-CTL-SAISIE-DEB
              THRU 7055-CTL-SAISIE-FIN.
           IF SAISIE-INVALIDE
              MOVE WS-MSG(296)                    TO MMSGO
              GO TO 3060-CTL-DONNEES-FIN
           END-IF.
           IF MCPTEO = SPACE
              PERFORM 3070-CTL-ENTETE-DEB
                 THRU 3070-CTL-ENTETE-FIN
           ELSE
              PERFORM 3080-CTL-PARTICIPANT-DEB
                 THRU 3080-CTL-PARTICIPANT-FIN
           END-IF.
       3060-CTL-DONNEES-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3070       *
      *---------------------------------------------------------------*
      * EN-TETE : MAITRE CONNU AU FICHIER DES COMPTES ET NON          *
      * PARTICIPANT DU POOL                                           *
      *---------------------------------------------------------------*
       3070-CTL-ENTETE-DEB.
           MOVE MMAITREO                          TO WS-CPTE-LU.
           PERFORM 6040-READ-CPTE-DEB
              THRU 6040-READ-CPTE-FIN.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET SAISIE-INVALIDE                 TO TRUE
              MOVE WS-MSG(20)                     TO MMSGO
              GO TO 3070-CTL-ENTETE-FIN
           END-IF.
           MOVE WS-CPTES-DEVISE                   TO MDEVO.
           MOVE MPOOLO                            TO WS-PLT-POOL.
           MOVE MMAITREO                          TO WS-PLT-CPTE.
           PERFORM 6030-READ-PLT-DEB
              THRU 6030-READ-PLT-FIN.
           IF PLT-EXISTE
              SET SAISIE-INVALIDE                 TO TRUE
              MOVE WS-MSG(298)                    TO MMSGO
           END-IF.
       3070-CTL-ENTETE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3080       *
      *---------------------------------------------------------------*
      * PARTICIPANT : EN-TETE DU POOL EXISTANT, COMPTE CONNU, AUTRE   *
      * QUE LE MAITRE, ET DANS LA DEVISE DU MAITRE SI LE POOL EST     *
      * MONO-DEVISE                                                   *
      *---------------------------------------------------------------*
       3080-CTL-PARTICIPANT-DEB.
           MOVE MPOOLO                            TO WS-PLT-POOL.
           MOVE SPACE                             TO WS-PLT-CPTE.
           PERFORM 6030-READ-PLT-DEB
              THRU 6030-READ-PLT-FIN.
           IF PLT-N-EXISTE-PAS
              SET SAISIE-INVALIDE                 TO TRUE
              MOVE WS-MSG(297)                    TO MMSGO
              GO TO 3080-CTL-PARTICIPANT-FIN
           END-IF.
           IF MCPTEO = WS-PLT-MAITRE
              SET SAISIE-INVALIDE                 TO TRUE
              MOVE WS-MSG(298)                    TO MMSGO
              GO TO 3080-CTL-PARTICIPANT-FIN
           END-IF.
           MOVE WS-PLT-MAITRE                     TO WS-CPTE-LU.
           PERFORM 6040-READ-CPTE-DEB
              THRU 6040-READ-CPTE-FIN.
           MOVE WS-CPTES-DEVISE                   TO WS-DEVISE-MAITRE.
           MOVE MCPTEO                            TO WS-CPTE-LU.
           PERFORM 6040-READ-CPTE-DEB
              THRU 6040-READ-CPTE-FIN.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET SAISIE-INVALIDE                 TO TRUE
              MOVE WS-MSG(20)                     TO MMSGO
              GO TO 3080-CTL-PARTICIPANT-FIN
           END-IF.
           MOVE WS-CPTES-DEVISE                   TO MDEVO.
           IF PLT-MONO-DEVISE
              AND WS-CPTES-DEVISE NOT = WS-DEVISE-MAITRE
              SET SAISIE-INVALIDE                 TO TRUE
              MOVE WS-MSG(299)                    TO MMSGO
           END-IF.
       3080-CTL-PARTICIPANT-FIN.
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
                     FROM    (ARIM243O)
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
                      INTO    (ARIM243I)
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
                     FROM    (ARIM243O)
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
       6030-READ-PLT-DEB.
           EXEC CICS
               READ FILE('PLT0101')
                    RIDFLD(WS-PLT-CLE)
                    INTO(WS-PLT-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET PLT-EXISTE                      TO TRUE
           ELSE
              SET PLT-N-EXISTE-PAS                TO TRUE
           END-IF.
       6030-READ-PLT-FIN.
           EXIT.
       6031-READ-UPD-PLT-DEB.
           EXEC CICS
               READ FILE('PLT0101')
                    RIDFLD(WS-PLT-CLE)
                    INTO(WS-PLT-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET PLT-EXISTE                      TO TRUE
           ELSE
              SET PLT-N-EXISTE-PAS                TO TRUE
           END-IF.
       6031-READ-UPD-PLT-FIN.
           EXIT.
       6035-STARTBR-PLT-DEB.
           EXEC CICS
               STARTBR FILE('PLT0101')
                       RIDFLD(WS-PLT-BRW-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET PLTBRW-ENCOURS                  TO TRUE
           ELSE
              SET PLTBRW-FIN                      TO TRUE
           END-IF.
       6035-STARTBR-PLT-FIN.
           EXIT.
       6036-READNEXT-PLT-DEB.
           EXEC CICS
               READNEXT FILE('PLT0101')
                        RIDFLD(WS-PLT-BRW-CLE)
                        INTO(WS-PLT-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET PLTBRW-FIN                      TO TRUE
           ELSE
              IF WS-PLT-POOL NOT = MPOOLO
                 SET PLTBRW-FIN                   TO TRUE
              END-IF
           END-IF.
       6036-READNEXT-PLT-FIN.
           EXIT.
       6037-ENDBR-PLT-DEB.
           EXEC CICS
               ENDBR FILE('PLT0101')
                     RESP(WS-RESP)
           END-EXEC.
       6037-ENDBR-PLT-FIN.
           EXIT.
       6040-READ-CPTE-DEB.
           EXEC CICS
               READ FILE('CPTE0101')
                    RIDFLD(WS-CPTE-LU)
                    INTO(WS-ENRG-F-CPTES)
                    RESP(WS-RESP)
           END-EXEC.
           IF NOT (WS-RESP = DFHRESP(NORMAL) OR DFHRESP(NOTFND))
                MOVE '6040 - ERREUR CICS READ CPTE0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-READ-CPTE-FIN.
           EXIT.
       6050-WRITE-PLT-DEB.
           EXEC CICS
               WRITE FILE('PLT0101')
                     RIDFLD(WS-PLT-CLE)
                     FROM(WS-PLT-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6050 - ERREUR CICS WRITE PLT0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6050-WRITE-PLT-FIN.
           EXIT.
       6060-REWRITE-PLT-DEB.
           EXEC CICS
               REWRITE FILE('PLT0101')
                       FROM(WS-PLT-ENR)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6060 - ERREUR CICS REWRITE PLT0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-REWRITE-PLT-FIN.
           EXIT.
       6065-DELETE-PLT-DEB.
           EXEC CICS
               DELETE FILE('PLT0101')
                      RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6065 - ERREUR CICS DELETE PLT0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6065-DELETE-PLT-FIN.
           EXIT.
       6070-READ-SUP-DEB.
           EXEC CICS
               READ FILE('SUPE0101')
                    RIDFLD(WS-SUP-CODE)
                    INTO(WS-SUP-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF NOT (WS-RESP = DFHRESP(NORMAL) OR DFHRESP(NOTFND))
                MOVE '6070 - ERREUR CICS READ SUPE0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-READ-SUP-FIN.
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
           MOVE 'ARIC243'                         TO WS-BJR-PROG.
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
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
       7000-INIT-MAP-DEB.
            MOVE DFHCOMMAREA                     TO WS-COMMAREA.
            MOVE LOW-VALUE                       TO ARIM243O.
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
      * CONTROLE DES DONNEES SAISIES : EN-TETE = MAITRE OBLIGATOIRE,  *
      * MODE M OU C, STATUT A OU S (A BLANC = A) ; PARTICIPANT =      *
      * CIBLE NUMERIQUE (A BLANC = ZERO), SENS R, C OU D (A BLANC =   *
      * D)                                                            *
      *---------------------------------------------------------------*
       7055-CTL-SAISIE-DEB.
           SET SAISIE-VALIDE                     TO TRUE.
           IF MCPTEO = SPACE
              IF MSTATO = SPACE OR MSTATO = LOW-VALUE
                 MOVE 'A'                        TO MSTATO
              END-IF
              IF MMAITREO = SPACE OR MMAITREO = LOW-VALUE
                 OR NOT (MMODEO = 'M' OR 'C')
                 OR NOT (MSTATO = 'A' OR 'S')
                 SET SAISIE-INVALIDE             TO TRUE
              END-IF
              GO TO 7055-CTL-SAISIE-FIN
           END-IF.
           IF MCIBLEO = SPACE OR MCIBLEO = LOW-VALUE
              MOVE ALL '0'                       TO MCIBLEO
           END-IF.
           IF MSENSO = SPACE OR MSENSO = LOW-VALUE
              MOVE 'D'                           TO MSENSO
           END-IF.
           IF MCIBLEO NOT NUMERIC
              OR NOT (MSENSO = 'R' OR 'C' OR 'D')
              SET SAISIE-INVALIDE                TO TRUE
              GO TO 7055-CTL-SAISIE-FIN
           END-IF.
           MOVE MCIBLEO                          TO WS-CIBLE-ALPHA.
       7055-CTL-SAISIE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * AFFICHAGE DE L EN-TETE OU DU PARTICIPANT LU                   *
      *---------------------------------------------------------------*
       7060-AFF-PLT-DEB.
           MOVE WS-PLT-POOL                      TO MPOOLO.
           MOVE WS-PLT-CPTE                      TO MCPTEO.
           IF PLT-ENTETE
              MOVE WS-PLT-MAITRE                 TO MMAITREO
              MOVE WS-PLT-NOM                    TO MNOMO
              MOVE WS-PLT-MODE-DEV               TO MMODEO
              MOVE WS-PLT-STATUT                 TO MSTATO
              MOVE WS-PLT-E-SUP                  TO MSUPMO
              MOVE WS-PLT-E-DATE-MAJ             TO MDMAJO
              MOVE WS-PLT-MAITRE                 TO WS-CPTE-LU
           ELSE
              MOVE WS-PLT-CIBLE                  TO WS-CIBLE-NUM
              MOVE WS-CIBLE-ALPHA                TO MCIBLEO
              MOVE WS-PLT-SENS                   TO MSENSO
              MOVE WS-PLT-DER-NIV                TO MDNIVO
              MOVE WS-PLT-P-SUP                  TO MSUPMO
              MOVE WS-PLT-P-DATE-MAJ             TO MDMAJO
              MOVE WS-PLT-CPTE                   TO WS-CPTE-LU
           END-IF.
           PERFORM 6040-READ-CPTE-DEB
              THRU 6040-READ-CPTE-FIN.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE WS-CPTES-DEVISE               TO MDEVO
           END-IF.
       7060-AFF-PLT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * REPORT DES DONNEES SAISIES SUR L EN-TETE OU LE PARTICIPANT    *
      *---------------------------------------------------------------*
       7070-MAJ-PLT-DEB.
           IF PLT-ENTETE
              MOVE MMAITREO                      TO WS-PLT-MAITRE
              MOVE MNOMO                         TO WS-PLT-NOM
              MOVE MMODEO                        TO WS-PLT-MODE-DEV
              MOVE MSTATO                        TO WS-PLT-STATUT
              MOVE MSUPO                         TO WS-PLT-E-SUP
              MOVE WS-DATEJ-AMJ-N                TO WS-PLT-E-DATE-MAJ
           ELSE
              MOVE WS-CIBLE-NUM                  TO WS-PLT-CIBLE
              MOVE MSENSO                        TO WS-PLT-SENS
              MOVE MSUPO                         TO WS-PLT-P-SUP
              MOVE WS-DATEJ-AMJ-N                TO WS-PLT-P-DATE-MAJ
           END-IF.
       7070-MAJ-PLT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * FICHIER, CLE ET IMAGE APRES DU JOURNAL BJR0101                *
      *---------------------------------------------------------------*
       7080-PREP-BJR-DEB.
           MOVE 'PLT0101 '                       TO WS-BJR-FICHIER.
           MOVE SPACE                            TO WS-BJR-CLE.
           MOVE WS-PLT-CLE                       TO WS-BJR-CLE.
           MOVE WS-PLT-ENR                       TO WS-BJR-APRES.
       7080-PREP-BJR-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * RECHERCHE D UN PARTICIPANT SOUS L EN-TETE DU POOL SAISI : LE  *
      * PARCOURS DEBUTE SUR L EN-TETE (COMPTE A BLANC), TOUT AUTRE    *
      * ENREGISTREMENT DU MEME POOL EST UN PARTICIPANT                *
      *---------------------------------------------------------------*
       7090-CTL-PARTICIPANTS-DEB.
           SET POOL-SANS-PARTICIPANT             TO TRUE.
           MOVE MPOOLO                           TO WS-PLT-BRW-POOL.
           MOVE SPACE                            TO WS-PLT-BRW-CPTE.
           PERFORM 6035-STARTBR-PLT-DEB
              THRU 6035-STARTBR-PLT-FIN.
           IF PLTBRW-FIN
              GO TO 7090-CTL-PARTICIPANTS-FIN
           END-IF.
           PERFORM 6036-READNEXT-PLT-DEB
              THRU 6036-READNEXT-PLT-FIN.
           IF PLTBRW-ENCOURS AND PLT-ENTETE
              PERFORM 6036-READNEXT-PLT-DEB
                 THRU 6036-READNEXT-PLT-FIN
           END-IF.
           IF PLTBRW-ENCOURS
              SET POOL-AVEC-PARTICIPANTS         TO TRUE
           END-IF.
           PERFORM 6037-ENDBR-PLT-DEB
              THRU 6037-ENDBR-PLT-FIN.
       7090-CTL-PARTICIPANTS-FIN.
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
