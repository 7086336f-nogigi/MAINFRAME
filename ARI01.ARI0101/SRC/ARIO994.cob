      *   (F-ECART-E) SUR ART0101 (F-ART-ES) EN JOURNALISANT CHAQUE   *
      *   CORRECTION DANS ARTJRNL (OPERATION 'I', MEMES IMAGES        *
      *   AVANT/APRES QUE LA CORRECTION UNITAIRE ARIC121).            *
      *   L APPLICATION EST REFUSEE SI LA DATE DU JOUR APPARTIENT A   *
      *   UN MOIS DE STOCK CLOS (CONTROLE CLP0101 TENU PAR ARIO958,   *
      *   F-CTL-E) ; UN ECART DONT LA PHOTO DE CAMPAGNE EST DATEE     *
      *   DANS UN MOIS CLOS EST ECARTE ET SIGNALE.                    *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * 22/08/2026    ! CREATION DU PROGRAMME                         *
      *               !                                               *
      * 15/10/2026    ! DATE DE CAMPAGNE PORTEE SUR L ECART ; APPLIQ  *
      *               ! REFUSE LES MOUVEMENTS DANS UN MOIS DE STOCK   *
      *               ! CLOS (CLP0101, ARIO958)                       *
      * 15/10/2026    ! FICHIER DES ECARTS DECRIT PAR ECARTINV ET     *
      *               ! ALIMENTE AUSSI PAR LE RAPPROCHEMENT ARIO965   *
      *               ! (RAISON 'RAPPROCHEMENT STOCK' AU JOURNAL)     *
      *===============================================================*
      *
      *************************
                   FILE STATUS         IS WS-FS-ECART-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CTL-E : CONTROLE DES PERIODES CLOSES
      *                      (ETAPE APPLIQ)
      *                      -------------------------------------------
           SELECT  F-CTL-E             ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-CTL
                   FILE STATUS         IS WS-FS-CTL-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-JRNL-S : JOURNAL DES MOUVEMENTS ARTICLE
      *                                 (EN AJOUT)
      *                      -------------------------------------------
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :IO001 SNAP COMPTAGE ECART INP002 JRNL ETATINV       *
      *===============================================================*
      *
      ***************
       FD  F-ECART-ES
           RECORDING MODE IS F.
       01  FS-BUFF-F-ECART-ES    PIC X(40).
      *CONTROLE DES PERIODES DE STOCK CLOSES
       FD  F-CTL-E
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-CTL-E.
           05  FS-KEY-CTL        PIC X(8).
           05  FILLER            PIC X(72).
      *JOURNAL DES MOUVEMENTS ARTICLE (EN AJOUT)
       FD  F-JRNL-S
           RECORD CONTAINS 639 CHARACTERS.
           88 ECART-OK                            VALUE '00'.
           88 ECART-FIN                           VALUE '10'.
           88 ECART-ABSENT                        VALUE '35'.
       01  WS-FS-CTL-E       PIC X(2).
           88 CTL-OK                              VALUE '00'.
           88 CTL-INEXISTANT                      VALUE '23'.
           88 CTL-ABSENT                          VALUE '35'.
       01  WS-FS-JRNL-S      PIC X(2).
           88 JRNL-OK                             VALUE '00'.
       01  WS-FS-ETAT-INV-S  PIC X(2).
           05  WS-COMPT-LOT-NUM      PIC X(6).
           05  WS-COMPT-QTE          PIC 9(6).
           05  FILLER                PIC X(13).
      *ENREGISTREMENT DES ECARTS APPROUVES (AUSSI ECRIT PAR LE
      *RAPPROCHEMENT ARIO965 POUR SES CORRECTIONS PROPOSEES)
       COPY ECARTINV.
      *DERNIERE PERIODE DE STOCK CLOSE (ARIO958)
       COPY CLOTPER.
      *TABLE DES COMPTAGES CUMULES PAR ARTICLE
       01  WS-TAB-COMPT.
           05  WS-TCPT-ENTREE        OCCURS 9999.
       01  WS-NB-ECARTS      PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-HORS-TOL    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-APPLIQUES   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-REFUS-CLOT  PIC S9(6) COMP VALUE ZERO.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *
           WRITE FS-BUFF-F-ETAT-INV-S FROM WS-LINV-DETAIL.
      *
           MOVE SPACES                  TO WS-ECA-ENR.
           MOVE WS-SNAP-ART-CODE        TO WS-ECA-ART-CODE.
           MOVE WS-SNAP-QTE             TO WS-ECA-QTE-LIVRE.
           IF  WS-IND-CPT-TRV = ZERO
                                        TO WS-ECA-QTE-COMPTEE
           END-IF.
           MOVE WS-DELTA                TO WS-ECA-DELTA.
           MOVE WS-SNAP-DATE            TO WS-ECA-DATE-CAMP.
           SET  ECA-CAMPAGNE            TO TRUE.
           WRITE FS-BUFF-F-ECART-ES FROM WS-ECA-ENR.
      *
       2030-EDITE-UN-ECART-FIN.
      * ART0101 AVEC JOURNALISATION COMME ARIC121
      *----------------------------------------------------
       3000-TRT-APPLIQ-DEB.
      *
           PERFORM  6060-READ-F-CTL-E-DEB
              THRU  6060-READ-F-CTL-E-FIN.
           IF  WS-DATEJ-N NOT > WS-CLP-DATE-FIN
               DISPLAY 'APPLICATION REFUSEE - PERIODE DE STOCK CLOSE '
                       WS-CLP-PERIODE
               PERFORM  9999-ERREUR-PROGRAMME-DEB
                  THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-ART-ES.
           PERFORM  7090-CTRL-ART-OPEN-DEB
       3000-TRT-APPLIQ-FIN.
           EXIT.
       3010-APPLIQUE-UN-ECART-DEB.
      *
           IF  WS-ECA-DATE-CAMP NOT NUMERIC
               MOVE WS-DATEJ-N          TO WS-ECA-DATE-CAMP
           END-IF.
           IF  WS-ECA-DATE-CAMP NOT > WS-CLP-DATE-FIN
               DISPLAY 'ECART REFUSE - PERIODE CLOSE : '
                       WS-ECA-ART-CODE ' ' WS-ECA-DATE-CAMP
               ADD  1                   TO WS-NB-REFUS-CLOT
               GO TO 3010-APPLIQUE-UN-ECART-SUITE
           END-IF.
      *
           MOVE WS-ECA-ART-CODE         TO FS-KEY-ART.
           READ F-ART-ES INTO WS-ART-ENR
               ADD  1                   TO WS-NB-APPLIQUES
           END-IF.
      *
       3010-APPLIQUE-UN-ECART-SUITE.
           PERFORM  6050-READ-F-ECART-ES-DEB
              THRU  6050-READ-F-ECART-ES-FIN.
      *
      *
       6050-READ-F-ECART-ES-FIN.
           EXIT.
      *-------------------------------------
      *6060 LIT LA DERNIERE PERIODE DE STOCK CLOSE SUR F-CTL-E ;
      *SANS FICHIER NI ENREGISTREMENT, AUCUNE PERIODE N EST CLOSE
      *------------------------------------
       6060-READ-F-CTL-E-DEB.
      *
           MOVE ZERO                    TO WS-CLP-DATE-FIN
                                           WS-CLP-PERIODE.
           OPEN INPUT F-CTL-E.
           IF CTL-ABSENT
              GO TO 6060-READ-F-CTL-E-FIN
           END-IF.
           IF NOT CTL-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CTL-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CTL-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 'STOCK'                 TO FS-KEY-CTL.
           READ F-CTL-E INTO WS-CLP-ENR
             KEY IS FS-KEY-CTL
           END-READ.
           IF CTL-INEXISTANT
              MOVE ZERO                 TO WS-CLP-DATE-FIN
                                           WS-CLP-PERIODE
           ELSE
              IF NOT CTL-OK
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CTL-E'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-CTL-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
           CLOSE F-CTL-E.
      *
       6060-READ-F-CTL-E-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
           MOVE 'ARIO994'               TO WS-JRN-PROG.
           SET  JRN-CORRECTION-INV      TO TRUE.
           MOVE WS-ECA-ART-CODE         TO WS-JRN-CODE.
           IF  ECA-RAPPROCHEMENT
               MOVE 'RAPPROCHEMENT STOCK' TO WS-JRN-RAISON
           ELSE
               MOVE 'INVENTAIRE CAMPAGNE' TO WS-JRN-RAISON
           END-IF.
      *
       7040-ALIM-JRNL-FIN.
           EXIT.
           DISPLAY '* ECARTS CONSTATES          : ' WS-NB-ECARTS.
           DISPLAY '* ECARTS HORS TOLERANCE     : ' WS-NB-HORS-TOL.
           DISPLAY '* ECARTS APPLIQUES          : ' WS-NB-APPLIQUES.
           DISPLAY '* ECARTS REFUSES MOIS CLOS  : ' WS-NB-REFUS-CLOT.
           DISPLAY '*==============================================*'.
      *
       8999-STATISTIQUES-FIN.
