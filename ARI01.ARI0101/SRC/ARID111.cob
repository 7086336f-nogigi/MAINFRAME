      * 02/09/2026    ! LA REFERENCE POSEE PAR LA CHAINE EST         *
      *               ! PERSISTEE SUR TMVTS A TRAVERS LE CURSEUR     *
      *               ! (FOR UPDATE OF REFMVTS, WITH HOLD)           *
      * 15/10/2026    ! MODE SIMULATION (CARTE SYSIN 'SIMU') : TOUS   *
      *               ! LES CONTROLES SONT JOUES ET LES ETATS EDITES  *
      *               ! MARQUES SIMULATION, SANS AUCUNE MISE A JOUR   *
      *               ! (TCPTES, TMVTS, CHECKPOINT, CTRLMVT, RUN0101) *
      *               ! ET ROLLBACK FINAL ; SOLDES PROJETES PAR       *
      *               ! COMPTE ET TOTAL EURO EDITES SUR ETATSIM       *
      *===============================================================*
      *
      *************************
                   FILE STATUS         IS WS-FS-CKPT.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-SIM-S : SOLDES PROJETES D UNE SIMULATION
      *                      (CARTE SYSIN 'SIMU' UNIQUEMENT)
      *                      -------------------------------------------
           SELECT  F-SIM-S             ASSIGN TO ETATSIM
                   FILE STATUS         IS WS-FS-SIM-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-GEL-E : FICHIER DES COMPTES GELES
      *                      -------------------------------------------
           SELECT  F-GEL-E             ASSIGN TO IO003
       FD  F-CKPT
           RECORDING MODE IS F.
       01  FS-ENRG-F-CKPT        PIC X(50).
      *SOLDES PROJETES D UNE SIMULATION
       FD  F-SIM-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-SIM-S       PIC X(80).
      *
      *FICHIER DES COMPTES GELES
       FD  F-GEL-E
       01  WS-CTL-PGM       PIC X(8)             VALUE 'ARID111 '.
       01  WS-CTL-PHASE     PIC X                VALUE SPACE.
       01  WS-CTL-CR        PIC 9(2)             VALUE ZERO.
      *MODE SIMULATION (CARTE SYSIN 'SIMU' EN COLONNE 1, CARTE ABSENTE
      *OU AUTRE VALEUR = MISE A JOUR REELLE) : LES CONTROLES ET LES
      *ETATS SONT INCHANGES, MAIS TCPTES ET TMVTS NE SONT PAS MODIFIES
      *(ROLLBACK FINAL), AUCUN CHECKPOINT NI CONTROLE DE NON-REJEU
      *N EST ECRIT ET RUN0101 N EST PAS TOUCHE ; CHAQUE MISE A JOUR
      *DE TCPTES EST REMPLACEE PAR LE SOLDE PROJETE, TENU EN TABLE ET
      *EDITE SUR ETATSIM
       01  WS-SYSIN-CARTE.
           05  WS-SYC-MODE       PIC X(4).
           05  FILLER            PIC X(76).
       01  WS-SW-SIMU       PIC X                VALUE '0'.
           88 MODE-SIMULATION                    VALUE '1'.
           88 MODE-REEL                          VALUE '0'.
       01  WS-FS-SIM-S      PIC X(2).
           88 SIM-OK                             VALUE '00'.
      *    SOLDE DU COMPTE TEL QUE LU DANS TCPTES (AVANT REPRISE DU
      *    SOLDE PROJETE D UN CREDIT DE CONTREPARTIE DEJA SIMULE)
       01  WS-SIM-SOLDE-LU  PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-SIM-CPTE      PIC X(10)            VALUE SPACE.
       01  WS-SIM-OPER      PIC X                VALUE SPACE.
           88 SIM-MAJ                            VALUE 'M'.
           88 SIM-CREATION                       VALUE 'C'.
           88 SIM-CLOTURE                        VALUE 'D'.
           88 SIM-CONTREPARTIE                   VALUE 'V'.
       01  WS-NB-SIM-TAB    PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-SIM       PIC S9(4)     COMP   VALUE ZERO.
       01  WS-POS-SIM       PIC S9(4)     COMP   VALUE ZERO.
       01  WS-NB-SIM-HORS   PIC S9(4)     COMP   VALUE ZERO.
       01  WS-TAB-SIMS.
           05  WS-TSIM-ENTREE OCCURS 999.
               10  WS-TSIM-CPTE      PIC X(10).
               10  WS-TSIM-AVANT     PIC S9(11)V99 COMP-3.
               10  WS-TSIM-PREVU     PIC S9(11)V99 COMP-3.
               10  WS-TSIM-OPER      PIC X.
      *    RECAPITULATIF : TCPTES EST TENUE EN EURO, LE TOTAL ACTUEL
      *    EST LU EN FIN DE TRAITEMENT (COUNT ET SUM SUR LA TABLE)
       01  WS-SDV-NB-CPT    PIC S9(9)     COMP   VALUE ZERO.
       01  WS-SDV-ACTUEL    PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-SDV-ECART     PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-SDV-PREVU     PIC S9(13)V99 COMP-3 VALUE ZERO.
      *    LIGNES DE L ETAT DE SIMULATION
       01  WS-LSIM-BANDEAU.
           05  FILLER                PIC X(14) VALUE SPACES.
           05  FILLER                PIC X(52) VALUE
               '*** SIMULATION - AUCUNE MISE A JOUR DES COMPTES ***'.
           05  FILLER                PIC X(14) VALUE SPACES.
       01  WS-LSIM-TITRE.
           05  FILLER                PIC X(46) VALUE
               'SIMULATION DE MISE A JOUR - SOLDES PROJETES DU'.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-LSIM-JJ-ED         PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  WS-LSIM-MM-ED         PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  WS-LSIM-SSAA-ED       PIC 9(4).
           05  FILLER                PIC X(23) VALUE SPACES.
       01  WS-LSIM-TITRES.
           05  FILLER                PIC X(12) VALUE 'COMPTE'.
           05  FILLER                PIC X(5)  VALUE 'DEV'.
           05  FILLER                PIC X(17) VALUE '   SOLDE ACTUEL'.
           05  FILLER                PIC X(17) VALUE '  SOLDE PROJETE'.
           05  FILLER                PIC X(17) VALUE '          ECART'.
           05  FILLER                PIC X(12) VALUE 'OPERATION'.
       01  WS-LSIM-DETAIL.
           05  WS-LSIM-CPTE-ED       PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(3)  VALUE 'EUR'.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LSIM-AVANT-ED      PIC ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LSIM-PREVU-ED      PIC ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LSIM-ECART-ED      PIC ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LSIM-OPER-ED       PIC X(12).
       01  WS-LSIM-TITRE-DEV.
           05  FILLER                PIC X(80) VALUE
               'RECAPITULATIF PAR DEVISE DE LA TABLE DES COMPTES'.
       01  WS-LSIM-TITRES-DEV.
           05  FILLER                PIC X(5)  VALUE 'DEV'.
           05  FILLER                PIC X(11) VALUE ' NB COMPTES'.
           05  FILLER                PIC X(21) VALUE
               '        TOTAL ACTUEL'.
           05  FILLER                PIC X(21) VALUE
               '       TOTAL PROJETE'.
           05  FILLER                PIC X(21) VALUE
               '               ECART'.
           05  FILLER                PIC X     VALUE SPACE.
       01  WS-LSIM-DEVISE.
           05  FILLER                PIC X(3)  VALUE 'EUR'.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-LSIM-DV-NB-ED      PIC ZZZZ.ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LSIM-DV-ACT-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LSIM-DV-PRV-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LSIM-DV-ECA-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                PIC X(6)  VALUE SPACES.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *---------------------------------------------------------------*
      *
       0000-PROGRAMME-DEB.
      *    CARTE SYSIN : MODE SIMULATION OU MISE A JOUR REELLE
           PERFORM 7005-INIT-MODE-DEB
              THRU 7005-INIT-MODE-FIN.
      *    CONTROLE D ENCHAINEMENT : REFUS DU REJEU ET DU HORS
      *    SEQUENCE (CF ARIO841)
           PERFORM 7400-CTL-DEBUT-DEB
              PERFORM 8110-FOOTER-ANO-DEB
                 THRU 8110-FOOTER-ANO-FIN
           END-IF.
      *    SIMULATION : SOLDES PROJETES ET TOTAL DE LA TABLE TCPTES
           IF MODE-SIMULATION
              PERFORM 7500-SIM-ETAT-DEB
                 THRU 7500-SIM-ETAT-FIN
           END-IF.
      *    CLOSE CUR TABLE
           PERFORM 6010-CLOSE-CUR-MVTS-DEB
              THRU 6010-CLOSE-CUR-MVTS-FIN.
      *    REFERENCE EDITEE SUR LE RELEVE EST AINSI RETROUVABLE
      *    DANS LA TABLE ET OPPOSABLE AUX PASSAGES SUIVANTS
       6025-UPDATE-REFMVTS-DEB.
           IF MODE-SIMULATION
              GO TO 6025-UPDATE-REFMVTS-FIN
           END-IF.
           EXEC SQL UPDATE TMVTS
                    SET REFMVTS     = :REFMVTS
                    WHERE CURRENT OF CUR-MVTS
       6025-UPDATE-REFMVTS-FIN.
           EXIT.
       6030-UPDATE-TCPTES-DEB.
           IF MODE-SIMULATION
              SET SIM-MAJ       TO TRUE
              PERFORM 7510-SIM-SOLDE-CPT-DEB
                 THRU 7510-SIM-SOLDE-CPT-FIN
              GO TO 6030-UPDATE-TCPTES-FIN
           END-IF.
           EXEC SQL UPDATE TCPTES
                    SET SLDCPTES    = :SLDCPTES,
                        DMJCPTES    = :DMJCPTES
       6030-UPDATE-TCPTES-FIN.
           EXIT.
       6040-INSERT-TCPTES-DEB.
           IF MODE-SIMULATION
              SET SIM-CREATION  TO TRUE
              PERFORM 7510-SIM-SOLDE-CPT-DEB
                 THRU 7510-SIM-SOLDE-CPT-FIN
              GO TO 6040-INSERT-TCPTES-FIN
           END-IF.
           EXEC SQL INSERT INTO TCPTES
                    (NUMCPTES,DCRCPTES,SLDCPTES,DMJCPTES)
           VALUES (:NUMCPTES,:DCRCPTES,:SLDCPTES,:DMJCPTES)
       6040-INSERT-TCPTES-FIN.
           EXIT.
       6050-DELETE-TCPTES-DEB.
           IF MODE-SIMULATION
              SET SIM-CLOTURE   TO TRUE
              PERFORM 7510-SIM-SOLDE-CPT-DEB
                 THRU 7510-SIM-SOLDE-CPT-FIN
              GO TO 6050-DELETE-TCPTES-FIN
           END-IF.
           EXEC SQL DELETE FROM TCPTES
                    WHERE NUMCPTES = :NUMCPTES
           END-EXEC.
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *    SIMULATION : SOLDE PROJETE DE LA CONTREPARTIE S IL EXISTE
           IF CTR-TROUVE AND MODE-SIMULATION
              MOVE CPMVTS                  TO WS-SIM-CPTE
              PERFORM 7520-SIM-CHERCHE-DEB
                 THRU 7520-SIM-CHERCHE-FIN
              IF WS-POS-SIM > ZERO
                 MOVE WS-TSIM-PREVU(WS-POS-SIM) TO WS-CTR-SOLDE
              END-IF
           END-IF.
       6080-READ-CTR-TCPTES-FIN.
           EXIT.
      *    CREDITE LA CONTREPARTIE DU VIREMENT
       6090-CREDIT-CTR-TCPTES-DEB.
           COMPUTE WS-CTR-SOLDE = WS-CTR-SOLDE + MTMVTS.
           IF MODE-SIMULATION
              PERFORM 7515-SIM-CREDIT-CTR-DEB
                 THRU 7515-SIM-CREDIT-CTR-FIN
              GO TO 6090-CREDIT-CTR-TCPTES-FIN
           END-IF.
           EXEC SQL UPDATE TCPTES
                    SET SLDCPTES    = :WS-CTR-SOLDE,
                        DMJCPTES    = :DMJCPTES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *    SIMULATION : UN CREDIT DE CONTREPARTIE DEJA SIMULE SUR CE
      *    COMPTE N EST PAS DANS TCPTES, SON SOLDE PROJETE EST REPRIS
           IF CPTES-OK AND MODE-SIMULATION
              MOVE SLDCPTES                TO WS-SIM-SOLDE-LU
              MOVE NUMCPTES                TO WS-SIM-CPTE
              PERFORM 7520-SIM-CHERCHE-DEB
                 THRU 7520-SIM-CHERCHE-FIN
              IF WS-POS-SIM > ZERO
                 MOVE WS-TSIM-PREVU(WS-POS-SIM) TO SLDCPTES
              END-IF
           END-IF.
       6060-EXIST-TCPTES-FIN.
           EXIT.
      * DEBUT GESTION CONTROLE DE NON-REJEU DE L'EXTRACT DE MOUVEMENTS
           EXIT.
      *    OUVRE LE FICHIER DE CONTROLE EN ECRITURE EN FIN DE RUN
       6080-OPEN-F-CTRL-O-DEB.
           IF MODE-SIMULATION
              GO TO 6080-OPEN-F-CTRL-O-FIN
           END-IF.
           OPEN OUTPUT F-CTRL-MVT.
           IF NOT CTRL-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CTRL-MVT'
           EXIT.
      *    ECRIT LA PLAGE ET LE NB ENRG DU RUN COURANT
       6090-WRITE-F-CTRL-DEB.
           IF MODE-SIMULATION
              GO TO 6090-WRITE-F-CTRL-FIN
           END-IF.
           MOVE WS-CTRL-CPTE-DEB-ACT       TO WS-CTRL-CPTE-DEB.
           MOVE WS-CTRL-CPTE-FIN-ACT       TO WS-CTRL-CPTE-FIN.
           MOVE WS-CTRL-NB-ENRG-ACT        TO WS-CTRL-NB-ENRG.
       6090-WRITE-F-CTRL-FIN.
           EXIT.
       6120-CLOSE-F-CTRL-DEB.
           IF MODE-SIMULATION
              GO TO 6120-CLOSE-F-CTRL-FIN
           END-IF.
           CLOSE F-CTRL-MVT.
           IF NOT CTRL-OK
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CTRL-MVT'
      * DEBUT GESTION CHECKPOINT/RESTART
      *    RELIT L'HISTORIQUE DE CHECKPOINT POUR DETECTER UNE REPRISE
       6190-OPEN-F-CKPT-I-DEB.
           IF MODE-SIMULATION
              GO TO 6190-OPEN-F-CKPT-I-FIN
           END-IF.
           OPEN INPUT F-CKPT.
           IF NOT CKPT-NOT-FOUND AND NOT CKPT-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CKPT'
           EXIT.
      *    OUVRE LE FICHIER DE CHECKPOINT POUR Y TRACER LA PROGRESSION
       6210-OPEN-F-CKPT-O-DEB.
           IF MODE-SIMULATION
              GO TO 6210-OPEN-F-CKPT-O-FIN
           END-IF.
           IF WS-FLAG-RESTART = 1
              OPEN EXTEND F-CKPT
           ELSE
       6210-OPEN-F-CKPT-O-FIN.
           EXIT.
       6220-WRITE-F-CKPT-DEB.
           IF MODE-SIMULATION
              GO TO 6220-WRITE-F-CKPT-FIN
           END-IF.
           MOVE WS-CKPT-LAST-CPTE          TO WS-CKPT-CPTE.
           MOVE WS-ENRG-F-CKPT              TO FS-ENRG-F-CKPT.
           WRITE FS-ENRG-F-CKPT.
       6220-WRITE-F-CKPT-FIN.
           EXIT.
       6230-CLOSE-F-CKPT-DEB.
           IF MODE-SIMULATION
              GO TO 6230-CLOSE-F-CKPT-FIN
           END-IF.
           CLOSE F-CKPT.
           IF NOT CKPT-OK
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CKPT'
       6240-SKIP-RESTART-FIN.
           EXIT.
      * FIN GESTION CHECKPOINT/RESTART
      *    ETAT DES SOLDES PROJETES D UNE SIMULATION
       6250-OPEN-F-SIM-S-DEB.
           OPEN OUTPUT F-SIM-S.
           IF NOT SIM-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-SIM-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SIM-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6250-OPEN-F-SIM-S-FIN.
           EXIT.
       6251-WRITE-F-SIM-S-DEB.
           WRITE FS-BUFF-F-SIM-S.
           IF NOT SIM-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-SIM-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SIM-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6251-WRITE-F-SIM-S-FIN.
           EXIT.
       6252-WRITE-F-SIM-P-DEB.
           WRITE FS-BUFF-F-SIM-S AFTER PAGE.
           IF NOT SIM-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-SIM-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SIM-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6252-WRITE-F-SIM-P-FIN.
           EXIT.
       6253-CLOSE-F-SIM-S-DEB.
           CLOSE F-SIM-S.
           IF NOT SIM-OK
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-SIM-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SIM-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6253-CLOSE-F-SIM-S-FIN.
           EXIT.
      *    NOMBRE DE COMPTES ET SOLDE TOTAL ACTUELS DE TCPTES
       6255-TOTAL-TCPTES-DEB.
           EXEC SQL SELECT COUNT(*), COALESCE(SUM(SLDCPTES), 0)
                    INTO :WS-SDV-NB-CPT, :WS-SDV-ACTUEL
                    FROM TCPTES
           END-EXEC.
           MOVE SQLCODE                 TO WS-CPTES-SQLCODE.
           IF NOT CPTES-OK
              DISPLAY 'ERREUR TOTAL TCPTES : ' WS-CPTES-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6255-TOTAL-TCPTES-FIN.
           EXIT.
       6030-OPEN-F-ETAT-CLI-S-DEB.
           IF WS-FLAG-RESTART = 1
              OPEN EXTEND F-ETAT-CLI-S
           MOVE WS-ENTETE-L1            TO FS-BUFF-F-ETAT-CLI-S.
           PERFORM 6160-WRITE-F-ETAT-CLI-P-DEB
              THRU 6160-WRITE-F-ETAT-CLI-P-FIN.
           IF MODE-SIMULATION
              MOVE WS-LSIM-BANDEAU      TO FS-BUFF-F-ETAT-CLI-S
              PERFORM 6140-WRITE-F-ETAT-CLI-S-DEB
                 THRU 6140-WRITE-F-ETAT-CLI-S-FIN
           END-IF.
           MOVE WS-ENTETE-L2            TO FS-BUFF-F-ETAT-CLI-S.
           PERFORM 6140-WRITE-F-ETAT-CLI-S-DEB
              THRU 6140-WRITE-F-ETAT-CLI-S-FIN.
           MOVE WS-ENTETE-L1            TO FS-BUFF-F-ETAT-ANO-S.
           PERFORM 6150-WRITE-F-ETAT-ANO-P-DEB
              THRU 6150-WRITE-F-ETAT-ANO-P-FIN.
           IF MODE-SIMULATION
              MOVE WS-LSIM-BANDEAU      TO FS-BUFF-F-ETAT-ANO-S
              PERFORM 6130-WRITE-F-ETAT-ANO-S-DEB
                 THRU 6130-WRITE-F-ETAT-ANO-S-FIN
           END-IF.
           MOVE WS-ENTETE-L2            TO FS-BUFF-F-ETAT-ANO-S.
           PERFORM 6130-WRITE-F-ETAT-ANO-S-DEB
              THRU 6130-WRITE-F-ETAT-ANO-S-FIN.
           MOVE WS-LANO-L1              TO FS-BUFF-F-ETAT-ANO-S.
           PERFORM 6150-WRITE-F-ETAT-ANO-P-DEB
              THRU 6150-WRITE-F-ETAT-ANO-P-FIN.
           IF MODE-SIMULATION
              MOVE WS-LSIM-BANDEAU      TO FS-BUFF-F-ETAT-ANO-S
              PERFORM 6130-WRITE-F-ETAT-ANO-S-DEB
                 THRU 6130-WRITE-F-ETAT-ANO-S-FIN
           END-IF.
           MOVE WS-LANO-TITRES          TO FS-BUFF-F-ETAT-ANO-S.
           PERFORM 6130-WRITE-F-ETAT-ANO-S-DEB
              THRU 6130-WRITE-F-ETAT-ANO-S-FIN.
           MOVE WS-ENTETE-L1            TO FS-BUFF-F-ETAT-CLI-S.
           PERFORM 6160-WRITE-F-ETAT-CLI-P-DEB
              THRU 6160-WRITE-F-ETAT-CLI-P-FIN.
           IF MODE-SIMULATION
              MOVE WS-LSIM-BANDEAU      TO FS-BUFF-F-ETAT-CLI-S
              PERFORM 6140-WRITE-F-ETAT-CLI-S-DEB
                 THRU 6140-WRITE-F-ETAT-CLI-S-FIN
           END-IF.
           MOVE WS-LETAT-DATE-PAGE      TO FS-BUFF-F-ETAT-CLI-S.
           PERFORM 6140-WRITE-F-ETAT-CLI-S-DEB
              THRU 6140-WRITE-F-ETAT-CLI-S-FIN.
           DISPLAY WS-LCRE-DEP-ED.
           DISPLAY WS-LCRE-INTERET-ED.
           DISPLAY '* DEBITS HORS DECOUVERT AUTORISE: ' WS-NB-DEPASS.
           IF MODE-SIMULATION
              DISPLAY '* SIMULATION - COMPTES PROJETES : ' WS-NB-SIM-TAB
              DISPLAY '* SIMULATION - HORS TABLE       : '
                      WS-NB-SIM-HORS
           END-IF.
           DISPLAY WS-LCRE-ASTER.
       8999-STATISTIQUES-FIN.
           EXIT.
      *-------------------------------------
      *7005 LIT LA CARTE SYSIN : 'SIMU' EN COLONNE 1 = SIMULATION,
      *     CARTE ABSENTE OU AUTRE VALEUR = MISE A JOUR REELLE
      *------------------------------------
       7005-INIT-MODE-DEB.
           MOVE SPACES                  TO WS-SYSIN-CARTE.
           ACCEPT WS-SYSIN-CARTE FROM SYSIN.
           IF  WS-SYC-MODE = 'SIMU'
               SET MODE-SIMULATION      TO TRUE
               DISPLAY '*** SIMULATION : AUCUNE MISE A JOUR DE '
                       'TCPTES NI DE TMVTS ***'
           ELSE
               SET MODE-REEL            TO TRUE
           END-IF.
       7005-INIT-MODE-FIN.
           EXIT.
      *-------------------------------------
      *7500 SIMULATION : EDITE LES SOLDES PROJETES DES COMPTES
      *     TOUCHES, PUIS COMPARE LE TOTAL ACTUEL DE TCPTES (TENUE EN
      *     EURO) AU TOTAL PROJETE
      *------------------------------------
       7500-SIM-ETAT-DEB.
           PERFORM 6250-OPEN-F-SIM-S-DEB
              THRU 6250-OPEN-F-SIM-S-FIN.
           MOVE WS-DD   OF WS-DATE-J    TO WS-LSIM-JJ-ED.
           MOVE WS-MM   OF WS-DATE-J    TO WS-LSIM-MM-ED.
           MOVE WS-YYYY OF WS-DATE-J    TO WS-LSIM-SSAA-ED.
           MOVE WS-LSIM-TITRE           TO FS-BUFF-F-SIM-S.
           PERFORM 6252-WRITE-F-SIM-P-DEB
              THRU 6252-WRITE-F-SIM-P-FIN.
           MOVE WS-LSIM-BANDEAU         TO FS-BUFF-F-SIM-S.
           PERFORM 6251-WRITE-F-SIM-S-DEB
              THRU 6251-WRITE-F-SIM-S-FIN.
           MOVE WS-LETAT-TIRETS         TO FS-BUFF-F-SIM-S.
           PERFORM 6251-WRITE-F-SIM-S-DEB
              THRU 6251-WRITE-F-SIM-S-FIN.
           MOVE WS-LSIM-TITRES          TO FS-BUFF-F-SIM-S.
           PERFORM 6251-WRITE-F-SIM-S-DEB
              THRU 6251-WRITE-F-SIM-S-FIN.
           MOVE WS-LETAT-TIRETS         TO FS-BUFF-F-SIM-S.
           PERFORM 6251-WRITE-F-SIM-S-DEB
              THRU 6251-WRITE-F-SIM-S-FIN.
      *    UNE LIGNE PAR COMPTE, LES ECARTS SONT CUMULES
           MOVE ZERO                    TO WS-SDV-ECART.
           PERFORM 7525-SIM-EDITE-UN-CPT-DEB
              THRU 7525-SIM-EDITE-UN-CPT-FIN
             VARYING WS-IND-SIM FROM 1 BY 1
             UNTIL WS-IND-SIM > WS-NB-SIM-TAB.
           IF WS-NB-SIM-HORS > ZERO
              DISPLAY 'SIMULATION : ' WS-NB-SIM-HORS
                      ' COMPTE(S) HORS TABLE NON PROJETE(S)'
           END-IF.
      *    TOTAL ACTUEL DE TCPTES, INCHANGEE PAR LA SIMULATION
           PERFORM 6255-TOTAL-TCPTES-DEB
              THRU 6255-TOTAL-TCPTES-FIN.
           COMPUTE WS-SDV-PREVU = WS-SDV-ACTUEL + WS-SDV-ECART.
           MOVE WS-ENTETE-L2            TO FS-BUFF-F-SIM-S.
           PERFORM 6251-WRITE-F-SIM-S-DEB
              THRU 6251-WRITE-F-SIM-S-FIN.
           MOVE WS-LSIM-TITRE-DEV       TO FS-BUFF-F-SIM-S.
           PERFORM 6251-WRITE-F-SIM-S-DEB
              THRU 6251-WRITE-F-SIM-S-FIN.
           MOVE WS-LETAT-TIRETS         TO FS-BUFF-F-SIM-S.
           PERFORM 6251-WRITE-F-SIM-S-DEB
              THRU 6251-WRITE-F-SIM-S-FIN.
           MOVE WS-LSIM-TITRES-DEV      TO FS-BUFF-F-SIM-S.
           PERFORM 6251-WRITE-F-SIM-S-DEB
              THRU 6251-WRITE-F-SIM-S-FIN.
           MOVE WS-LETAT-TIRETS         TO FS-BUFF-F-SIM-S.
           PERFORM 6251-WRITE-F-SIM-S-DEB
              THRU 6251-WRITE-F-SIM-S-FIN.
           MOVE WS-SDV-NB-CPT           TO WS-LSIM-DV-NB-ED.
           MOVE WS-SDV-ACTUEL           TO WS-LSIM-DV-ACT-ED.
           MOVE WS-SDV-PREVU            TO WS-LSIM-DV-PRV-ED.
           MOVE WS-SDV-ECART            TO WS-LSIM-DV-ECA-ED.
           MOVE WS-LSIM-DEVISE          TO FS-BUFF-F-SIM-S.
           PERFORM 6251-WRITE-F-SIM-S-DEB
              THRU 6251-WRITE-F-SIM-S-FIN.
           MOVE WS-ENTETE-L1            TO FS-BUFF-F-SIM-S.
           PERFORM 6251-WRITE-F-SIM-S-DEB
              THRU 6251-WRITE-F-SIM-S-FIN.
           PERFORM 6253-CLOSE-F-SIM-S-DEB
              THRU 6253-CLOSE-F-SIM-S-FIN.
       7500-SIM-ETAT-FIN.
           EXIT.
      *SIMULATION : REMPLACE LA MISE A JOUR DE TCPTES EN FIN DE
      *GROUPE (CREATION, MISE A JOUR OU CLOTURE) PAR LE SOLDE
      *PROJETE ; LE SOLDE AVANT EST CELUI DE TCPTES (ZERO POUR UNE
      *CREATION)
       7510-SIM-SOLDE-CPT-DEB.
           MOVE NUMCPTES                TO WS-SIM-CPTE.
           PERFORM 7520-SIM-CHERCHE-DEB
              THRU 7520-SIM-CHERCHE-FIN.
           IF WS-POS-SIM = ZERO
              PERFORM 7512-SIM-AJOUTE-CPT-DEB
                 THRU 7512-SIM-AJOUTE-CPT-FIN
              IF WS-POS-SIM = ZERO
                 GO TO 7510-SIM-SOLDE-CPT-FIN
              END-IF
              IF NOT SIM-CREATION
                 MOVE WS-SIM-SOLDE-LU   TO WS-TSIM-AVANT(WS-POS-SIM)
              END-IF
           END-IF.
           IF SIM-CLOTURE
              MOVE ZERO                 TO WS-TSIM-PREVU(WS-POS-SIM)
           ELSE
              MOVE SLDCPTES             TO WS-TSIM-PREVU(WS-POS-SIM)
           END-IF.
           MOVE WS-SIM-OPER             TO WS-TSIM-OPER(WS-POS-SIM).
       7510-SIM-SOLDE-CPT-FIN.
           EXIT.
      *AJOUTE LE COMPTE WS-SIM-CPTE A LA TABLE DE SIMULATION (TABLE
      *PLEINE : WS-POS-SIM RESTE A ZERO ET LE COMPTE EST DECOMPTE)
       7512-SIM-AJOUTE-CPT-DEB.
           MOVE ZERO                    TO WS-POS-SIM.
           IF WS-NB-SIM-TAB NOT < 999
              ADD 1                     TO WS-NB-SIM-HORS
              GO TO 7512-SIM-AJOUTE-CPT-FIN
           END-IF.
           ADD 1                        TO WS-NB-SIM-TAB.
           MOVE WS-NB-SIM-TAB           TO WS-POS-SIM.
           MOVE WS-SIM-CPTE             TO WS-TSIM-CPTE(WS-POS-SIM).
           MOVE ZERO                    TO WS-TSIM-AVANT(WS-POS-SIM).
           MOVE ZERO                    TO WS-TSIM-PREVU(WS-POS-SIM).
       7512-SIM-AJOUTE-CPT-FIN.
           EXIT.
      *SIMULATION : REMPLACE LE CREDIT DE LA CONTREPARTIE D UN
      *VIREMENT PAR SON SOLDE PROJETE (WS-CTR-SOLDE EST DEJA CREDITE)
       7515-SIM-CREDIT-CTR-DEB.
           MOVE CPMVTS                  TO WS-SIM-CPTE.
           PERFORM 7520-SIM-CHERCHE-DEB
              THRU 7520-SIM-CHERCHE-FIN.
           IF WS-POS-SIM = ZERO
              PERFORM 7512-SIM-AJOUTE-CPT-DEB
                 THRU 7512-SIM-AJOUTE-CPT-FIN
              IF WS-POS-SIM = ZERO
                 GO TO 7515-SIM-CREDIT-CTR-FIN
              END-IF
              COMPUTE WS-TSIM-AVANT(WS-POS-SIM) = WS-CTR-SOLDE
                                                - MTMVTS
              SET SIM-CONTREPARTIE      TO TRUE
              MOVE WS-SIM-OPER          TO WS-TSIM-OPER(WS-POS-SIM)
           END-IF.
           MOVE WS-CTR-SOLDE            TO WS-TSIM-PREVU(WS-POS-SIM).
       7515-SIM-CREDIT-CTR-FIN.
           EXIT.
      *RECHERCHE LE COMPTE WS-SIM-CPTE DANS LA TABLE DE SIMULATION
      *(WS-POS-SIM = SON RANG, ZERO SI ABSENT)
       7520-SIM-CHERCHE-DEB.
           MOVE ZERO                    TO WS-POS-SIM.
           PERFORM 7521-SIM-TESTE-UN-CPT-DEB
              THRU 7521-SIM-TESTE-UN-CPT-FIN
             VARYING WS-IND-SIM FROM 1 BY 1
             UNTIL WS-IND-SIM > WS-NB-SIM-TAB
                OR WS-POS-SIM > ZERO.
       7520-SIM-CHERCHE-FIN.
           EXIT.
       7521-SIM-TESTE-UN-CPT-DEB.
           IF WS-TSIM-CPTE(WS-IND-SIM) = WS-SIM-CPTE
              MOVE WS-IND-SIM           TO WS-POS-SIM
           END-IF.
       7521-SIM-TESTE-UN-CPT-FIN.
           EXIT.
      *EDITE LE SOLDE PROJETE D UN COMPTE ET CUMULE SON ECART
       7525-SIM-EDITE-UN-CPT-DEB.
           MOVE WS-TSIM-CPTE(WS-IND-SIM)   TO WS-LSIM-CPTE-ED.
           MOVE WS-TSIM-AVANT(WS-IND-SIM)  TO WS-LSIM-AVANT-ED.
           MOVE WS-TSIM-PREVU(WS-IND-SIM)  TO WS-LSIM-PREVU-ED.
           COMPUTE WS-LSIM-ECART-ED = WS-TSIM-PREVU(WS-IND-SIM)
                                    - WS-TSIM-AVANT(WS-IND-SIM).
           MOVE WS-TSIM-OPER(WS-IND-SIM)   TO WS-SIM-OPER.
           EVALUATE TRUE
               WHEN SIM-CREATION
                  MOVE 'CREATION'       TO WS-LSIM-OPER-ED
               WHEN SIM-CLOTURE
                  MOVE 'CLOTURE'        TO WS-LSIM-OPER-ED
               WHEN SIM-CONTREPARTIE
                  MOVE 'CREDIT VIR'     TO WS-LSIM-OPER-ED
               WHEN OTHER
                  MOVE 'MISE A JOUR'    TO WS-LSIM-OPER-ED
           END-EVALUATE.
           MOVE WS-LSIM-DETAIL          TO FS-BUFF-F-SIM-S.
           PERFORM 6251-WRITE-F-SIM-S-DEB
              THRU 6251-WRITE-F-SIM-S-FIN.
           COMPUTE WS-SDV-ECART = WS-SDV-ECART
                                + WS-TSIM-PREVU(WS-IND-SIM)
                                - WS-TSIM-AVANT(WS-IND-SIM).
       7525-SIM-EDITE-UN-CPT-FIN.
           EXIT.
      *-------------------------------------
      *7400 PHASE DEBUT DU CONTROLE D ENCHAINEMENT - UN REFUS
      *     ARRETE LE PROGRAMME AVANT TOUTE OUVERTURE
      *------------------------------------
       7400-CTL-DEBUT-DEB.
           IF MODE-SIMULATION
              GO TO 7400-CTL-DEBUT-FIN
           END-IF.
           MOVE 'D'                     TO WS-CTL-PHASE.
           CALL 'ARIO841'          USING WS-CTL-PGM
                                         WS-CTL-PHASE
       7400-CTL-DEBUT-FIN.
           EXIT.
       7410-CTL-FIN-DEB.
           IF MODE-SIMULATION
              GO TO 7410-CTL-FIN-FIN
           END-IF.
           MOVE 'F'                     TO WS-CTL-PHASE.
           CALL 'ARIO841'          USING WS-CTL-PGM
                                         WS-CTL-PHASE
       7410-CTL-FIN-FIN.
           EXIT.
       7420-CTL-ERREUR-DEB.
           IF MODE-SIMULATION
              GO TO 7420-CTL-ERREUR-FIN
           END-IF.
           MOVE 'E'                     TO WS-CTL-PHASE.
           CALL 'ARIO841'          USING WS-CTL-PGM
                                         WS-CTL-PHASE
           PERFORM 7410-CTL-FIN-DEB
              THRU 7410-CTL-FIN-FIN.
      *
      *    SIMULATION : LES LECTURES SONT LIBEREES SANS VALIDATION
           IF MODE-SIMULATION
              EXEC SQL
                  ROLLBACK
              END-EXEC
           ELSE
              EXEC SQL
                  COMMIT
              END-EXEC
           END-IF.
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARID111         *'.
           DISPLAY '*==============================================*'.
