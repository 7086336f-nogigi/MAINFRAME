      *LES CHAINES DE MISE A JOUR (ARIO311, ARIO411) SIGNALENT SUR    *
      *L ETATCLI TOUT MOUVEMENT ARRIVANT SUR UN COMPTE DORMANT POUR   *
      *VERIFICATION PAR L AGENCE.                                     *
      *CHAQUE MISE EN DORMANCE EST DEPOSEE SUR LE FICHIER DES         *
      *EVENEMENTS CLIENTS (EVTCLI, COPY EVTCLI) POUR LE COURRIER      *
      *EDITE PAR ARIO427.                                             *
      *SYSIN  -> DATE HORIZON AAAAMMJJ (OBLIGATOIRE)                  *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *ETATDOR-> ETAT DES MISES EN DORMANCE ET REACTIVATIONS          *
      *EVTCLI -> EVENEMENTS CLIENTS (AJOUT)                           *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 22/08/2026    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! MISE EN DORMANCE DEPOSEE EN EVENEMENT DOR SUR *
      *               ! EVTCLI POUR LE COURRIER CLIENT (ARIO427)      *
      *               !                                               *
      *===============================================================*
      *
           SELECT  F-ETAT-S            ASSIGN TO ETATDOR
                   FILE STATUS         IS WS-FS-ETAT-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-EVT-S : EVENEMENTS CLIENTS (AJOUT)
      *                      -------------------------------------------
           SELECT  F-EVT-S             ASSIGN TO EVTCLI
                   FILE STATUS         IS WS-FS-EVT-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :IO001 ETATDOR EVTCLI                                *
      *===============================================================*
      *
      ***************
       FD  F-ETAT-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-S      PIC X(80).
      *EVENEMENTS CLIENTS (AJOUT)
       FD  F-EVT-S
           RECORD CONTAINS 120 CHARACTERS.
       01  FS-BUFF-F-EVT-S       PIC X(120).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY TP4CPTES.
       COPY EVTCLI.
      *FILE STATUS
       01  WS-FS-CPTE-ES    PIC X(2).
           88 CPTEES-OK                          VALUE '00'.
           88 CPTEES-INEXISTANT                  VALUE '23'.
       01  WS-FS-ETAT-S     PIC X(2).
           88 ETAT-OK                            VALUE '00'.
       01  WS-FS-EVT-S      PIC X(2).
           88 EVT-OK                             VALUE '00'.
      *DATE DU JOUR (DATE DE L EVENEMENT DE DORMANCE)
       01  WS-DATEJ-N       PIC 9(8)             VALUE ZERO.
      *HORIZON DE DORMANCE (SYSIN)
       01  WS-SYSIN-DOR.
           05  WS-HOR-X          PIC X(8).
                                        TO WS-LD-VERDICT
                   PERFORM  8010-LIGNE-ETAT-DEB
                      THRU  8010-LIGNE-ETAT-FIN
                   PERFORM  7010-ALIM-EVT-DEB
                      THRU  7010-ALIM-EVT-FIN
                   PERFORM  6040-WRITE-F-EVT-S-DEB
                      THRU  6040-WRITE-F-EVT-S-FIN
               WHEN CPTES-DORMANT
                    AND WS-CPTES-DMAJ NOT < WS-DATE-HORIZON
                   MOVE SPACE           TO WS-CPTES-DORMANT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN EXTEND F-EVT-S.
           IF NOT EVT-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-EVT-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-EVT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
       6030-WRITE-F-ETAT-S-FIN.
           EXIT.
      *-------------------------------------
      *6040 DEPOSE L EVENEMENT DE DORMANCE SUR F-EVT-S
      *------------------------------------
       6040-WRITE-F-EVT-S-DEB.
      *
           WRITE FS-BUFF-F-EVT-S FROM WS-EVT-ENR.
           IF NOT EVT-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-EVT-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-EVT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-WRITE-F-EVT-S-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-CPTE-ES.
           CLOSE F-ETAT-S.
           CLOSE F-EVT-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-HOR-X                TO WS-DATE-HORIZON.
           ACCEPT WS-DATEJ-N FROM DATE YYYYMMDD.
      *
       7000-INIT-HORIZON-FIN.
           EXIT.
      *-------------------------------------
      *7010 CONSTITUE L EVENEMENT DOR DU COMPTE MIS EN DORMANCE :
      *     REFERENCE = DATE DU TRAITEMENT, DATE 2 = DERNIER MOUVEMENT
      *------------------------------------
       7010-ALIM-EVT-DEB.
      *
           MOVE SPACES                  TO WS-EVT-ENR.
           MOVE WS-DATEJ-N              TO WS-EVT-DATE.
           SET  EVT-DORMANCE            TO TRUE.
           MOVE WS-CPTES-CPTE           TO WS-EVT-CPTE.
           MOVE WS-DATEJ-N              TO WS-EVT-REF.
           MOVE WS-CPTES-CLIENT         TO WS-EVT-CLIENT.
           MOVE WS-CPTES-SOLDE          TO WS-EVT-MT1.
           MOVE ZERO                    TO WS-EVT-MT2.
           MOVE WS-CPTES-DEVISE         TO WS-EVT-DEVISE.
           IF  WS-CPTES-DMAJ NUMERIC
               MOVE WS-CPTES-DMAJ       TO WS-EVT-DATE2
           ELSE
               MOVE ZERO                TO WS-EVT-DATE2
           END-IF.
           MOVE 'COMPTE SANS MOUVEMENT'  TO WS-EVT-LIBELLE.
           MOVE 'ARIO461'               TO WS-EVT-PROG.
      *
       7010-ALIM-EVT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
