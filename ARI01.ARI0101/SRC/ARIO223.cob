      *RELEVE DES RETOURS POUR LE SERVICE CREANCIER (REFERENCE        *
      *CREANCIER REPRISE DU MANDAT MND0101). UN RETOUR SUR UN MANDAT  *
      *INCONNU EST CONTREPASSE QUAND MEME ET SIGNALE SANS REFERENCE.  *
      *CHAQUE RETOUR CONTREPASSE EST DEPOSE SUR LE FICHIER DES        *
      *EVENEMENTS CLIENTS (EVTCLI, COPY EVTCLI) POUR LE COURRIER      *
      *EDITE PAR ARIO427 - REFERENCE = DATE + SEQUENCE + MOTIF DU     *
      *RETOUR, STABLE EN CAS DE REPRISE.                              *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *EVTCLI -> EVENEMENTS CLIENTS (AJOUT)                           *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * 02/09/2026    ! ATTRIBUTION DE LA REFERENCE UNIQUE DE       *
      *               ! MOUVEMENT (WS-MVTS-REF) SUR CHAQUE           *
      *               ! MOUVEMENT GENERE                             *
      * 15/10/2026    ! RETOUR CONTREPASSE DEPOSE EN EVENEMENT PRI    *
      *               ! SUR EVTCLI POUR LE COURRIER CLIENT (ARIO427)  *
      *===============================================================*
      *
      *************************
           SELECT  F-ETAT-RET-S        ASSIGN TO ETATRET
                   FILE STATUS         IS WS-FS-ETAT-RET-S.
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
       FD  F-ETAT-RET-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-RET-S  PIC X(80).
      *EVENEMENTS CLIENTS (AJOUT)
       FD  F-EVT-S
           RECORD CONTAINS 120 CHARACTERS.
       01  FS-BUFF-F-EVT-S       PIC X(120).
      *
      *========================
       WORKING-STORAGE SECTION.
      *
       COPY MANDAT.
       COPY TP4MVTS.
       COPY EVTCLI.
      *FILE STATUS
       01  WS-FS-RET-E      PIC X(2).
           88 RET-OK                             VALUE '00'.
           88 MVTS-OK                            VALUE '00'.
       01  WS-FS-ETAT-RET-S PIC X(2).
           88 ETRET-OK                           VALUE '00'.
       01  WS-FS-EVT-S      PIC X(2).
           88 EVT-OK                             VALUE '00'.
      *ENREGISTREMENT D UN RETOUR TRANSMIS
       01  WS-RET-ENR.
           05  WS-RET-CPTE       PIC X(10).
           PERFORM  6030-WRITE-F-MVTS-S-DEB
              THRU  6030-WRITE-F-MVTS-S-FIN.
           ADD  1                       TO WS-NB-CONTREP.
      *
           PERFORM  7020-ALIM-EVT-DEB
              THRU  7020-ALIM-EVT-FIN.
           PERFORM  6040-WRITE-F-EVT-S-DEB
              THRU  6040-WRITE-F-EVT-S-FIN.
      *
           PERFORM  8020-EDITION-DETAIL-DEB
              THRU  8020-EDITION-DETAIL-FIN.
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
       6030-WRITE-F-MVTS-S-FIN.
           EXIT.
      *-------------------------------------
      *6040 DEPOSE L EVENEMENT DE RETOUR SUR F-EVT-S
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
           CLOSE F-RET-E F-MND-E F-MVTS-S F-ETAT-RET-S F-EVT-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *
       7010-ALIM-MVT-FIN.
           EXIT.
      *-------------------------------------
      *7020 CONSTITUE L EVENEMENT PRI DU RETOUR CONTREPASSE (LE
      *     CLIENT EST RESOLU SUR LE COMPTE PAR ARIO427)
      *------------------------------------
       7020-ALIM-EVT-DEB.
      *
           MOVE SPACES                  TO WS-EVT-ENR.
           MOVE WS-DATEJ                TO WS-EVT-DATE.
           SET  EVT-PRELEVT-RETOURNE    TO TRUE.
           MOVE WS-RET-CPTE             TO WS-EVT-CPTE.
           MOVE WS-RET-DATE-X           TO WS-EVT-REF(1:8).
           MOVE WS-RET-SEQ-X            TO WS-EVT-REF(9:2).
           MOVE WS-RET-MOTIF            TO WS-EVT-REF(11:3).
           MOVE WS-RET-MT-N             TO WS-EVT-MT1.
           MOVE ZERO                    TO WS-EVT-MT2.
           MOVE 'EUR'                   TO WS-EVT-DEVISE.
           MOVE WS-RET-DATE-N           TO WS-EVT-DATE2.
           MOVE 'CREANCIER '            TO WS-EVT-LIBELLE(1:10).
           MOVE WS-LRET-CREAN-ED        TO WS-EVT-LIBELLE(11:10).
           MOVE ' MOTIF '               TO WS-EVT-LIBELLE(21:7).
           MOVE WS-RET-MOTIF            TO WS-EVT-LIBELLE(28:3).
           MOVE 'ARIO223'               TO WS-EVT-PROG.
      *
       7020-ALIM-EVT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
