      *SOLDE ACTUEL (MAITRE F-CPTE-E), LE TIRAGE (PARTIE NEGATIVE DU  *
      *SOLDE), LE POURCENTAGE D UTILISATION ET LA DATE D ECHEANCE -   *
      *LES FACILITES ECHUES SONT SIGNALEES. CF LE CONTROLE DES        *
      *DEBITS DANS ARIO411/ARID111. CHAQUE FACILITE ECHUE EST         *
      *DEPOSEE SUR LE FICHIER DES EVENEMENTS CLIENTS (EVTCLI, COPY    *
      *EVTCLI) POUR LE COURRIER EDITE PAR ARIO427 - LA REFERENCE EST  *
      *LA DATE D ECHEANCE : UNE MEME ECHEANCE N EST NOTIFIEE QU UNE   *
      *FOIS.                                                          *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *EVTCLI -> EVENEMENTS CLIENTS (AJOUT)                           *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! FACILITE ECHUE DEPOSEE EN EVENEMENT FAC SUR   *
      *               ! EVTCLI POUR LE COURRIER CLIENT (ARIO427)      *
      *===============================================================*
      *
      *************************
           SELECT  F-ETAT-DEC-S        ASSIGN TO ETATDEC
                   FILE STATUS         IS WS-FS-ETAT-DEC-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-EVT-S : EVENEMENTS CLIENTS (AJOUT)
      *                      -------------------------------------------
           SELECT  F-EVT-S             ASSIGN TO EVTCLI
                   FILE STATUS         IS WS-FS-EVT-S.
      *                      -------------------------------------------
      *
      ***************
       DATA DIVISION.
       FD  F-ETAT-DEC-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-DEC-S  PIC X(100).
      *EVENEMENTS CLIENTS (AJOUT)
       FD  F-EVT-S
           RECORD CONTAINS 120 CHARACTERS.
       01  FS-BUFF-F-EVT-S       PIC X(120).
      *
      *========================
       WORKING-STORAGE SECTION.
      *
       COPY DECOUVRT.
       COPY TP4CPTES.
       COPY EVTCLI.
      *FILE STATUS
       01  WS-FS-DEC-E       PIC X(2).
           88 DEC-OK                              VALUE '00'.
           88 CPTE-INEXISTANT                     VALUE '23'.
       01  WS-FS-ETAT-DEC-S  PIC X(2).
           88 ETDEC-OK                            VALUE '00'.
       01  WS-FS-EVT-S       PIC X(2).
           88 EVT-OK                              VALUE '00'.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
               IF  WS-DEC-DATE-FIN < WS-DATEJ-N
                   MOVE 'ECHUE       '  TO WS-LDEC-LIB-ED
                   ADD  1               TO WS-NB-ECHUES
                   PERFORM  7010-ALIM-EVT-DEB
                      THRU  7010-ALIM-EVT-FIN
                   PERFORM  6030-WRITE-F-EVT-S-DEB
                      THRU  6030-WRITE-F-EVT-S-FIN
               ELSE
                   MOVE SPACES          TO WS-LDEC-LIB-ED
               END-IF
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
       6020-READ-F-CPTE-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 DEPOSE L EVENEMENT DE FACILITE ECHUE SUR F-EVT-S
      *------------------------------------
       6030-WRITE-F-EVT-S-DEB.
      *
           WRITE FS-BUFF-F-EVT-S FROM WS-EVT-ENR.
           IF NOT EVT-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-EVT-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-EVT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-WRITE-F-EVT-S-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-DEC-E F-CPTE-E F-ETAT-DEC-S F-EVT-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
       7000-INIT-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7010 CONSTITUE L EVENEMENT FAC DE LA FACILITE ECHUE :
      *     MONTANT 1 = LIMITE, MONTANT 2 = TIRAGE, DATE 2 = ECHEANCE
      *------------------------------------
       7010-ALIM-EVT-DEB.
      *
           MOVE SPACES                  TO WS-EVT-ENR.
           MOVE WS-DATEJ-N              TO WS-EVT-DATE.
           SET  EVT-FACILITE-ECHUE      TO TRUE.
           MOVE WS-DEC-CPTE             TO WS-EVT-CPTE.
           MOVE WS-DEC-DATE-FIN         TO WS-EVT-REF.
           MOVE WS-CPTES-CLIENT         TO WS-EVT-CLIENT.
           MOVE WS-DEC-LIMITE           TO WS-EVT-MT1.
           MOVE WS-TIRAGE               TO WS-EVT-MT2.
           MOVE WS-CPTES-DEVISE         TO WS-EVT-DEVISE.
           MOVE WS-DEC-DATE-FIN         TO WS-EVT-DATE2.
           MOVE 'FACILITE DE DECOUVERT ECHUE'
                                        TO WS-EVT-LIBELLE.
           MOVE 'ARIO233'               TO WS-EVT-PROG.
      *
       7010-ALIM-EVT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
