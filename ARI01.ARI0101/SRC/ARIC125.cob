      *               § ARTMVTS (TRACABILITE PAR LOT, CF ARIO927)     *
      * 02/09/2026    § ALIMENTATION DE L INDEX PAR ARTICLE DU      *
      *               § JOURNAL (XJR0101) AU FIL DE L EAU           *
      * 15/10/2026    § RETOUR REFUSE QUAND LE JOUR APPARTIENT A UN *
      *               § MOIS DE STOCK CLOS (CLP0101, ARIO958)       *
      * 15/10/2026    § ARTICLE SERIALISE : UN NUMERO DE SERIE PAR    *
      *               § UNITE RENDUE (MSER, 5 AU PLUS), UN MOUVEMENT  *
      *               § RETOUR PAR NUMERO, NUMERO REMIS EN STOCK SUR  *
      *               § LE LOT (SER0101)                              *
      *===============================================================*
      *
      *************************
       01 WS-XJR-RBA-BIN               PIC S9(8)      COMP.
      * DESCRIPTION ENREGISTREMENT HISTORIQUE MVT QUANTITE ARTICLE
           COPY ARTMVTS.
      * DESCRIPTION ENREGISTREMENT NUMERO DE SERIE
           COPY NUMSERIE.
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
      *
       01 WS-DATE-CICS                 PIC S9(15)     COMP-3.
      * DESCRIPTION ENREGISTREMENT CONTROLE DES PERIODES CLOSES
           COPY CLOTPER.
      *DATE DU MOUVEMENT (JOUR) CONFRONTEE AU DERNIER JOUR CLOS
       01 WS-DATE-MVT                  PIC X(8).
       01 WS-DATE-MVT-N REDEFINES WS-DATE-MVT
                                       PIC 9(8).
       01 WS-SW-PERIODE                PIC X          VALUE '0'.
          88 PERIODE-OUVERTE                   VALUE '0'.
          88 PERIODE-CLOSE                     VALUE '1'.
      *VARIABLE GESTION CICS
       01 WS-RESP                      PIC S9(4)      COMP.
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM125'.
          88 LOT-N-EXISTE-PAS                  VALUE '1'.
      *ZONE DE TRAVAIL RETOUR DE STOCK
       01 WS-QTE-RENDUE                PIC 9(5).
      *ARTICLE SERIALISE : NUMEROS SAISIS EN MSER (UN PAR UNITE
      *RENDUE), CONTROLE ET ECRITURE D UN MOUVEMENT PAR NUMERO (HEURE
      *INCREMENTEE SUR DOUBLON DE CLE ARTMVTS)
       01 WS-SW-SERIE                  PIC X.
          88 SERIE-ACCEPTEE                    VALUE '0'.
          88 SERIE-REFUSEE                     VALUE '1'.
       01 WS-FS-SER                    PIC X.
          88 SER-EXISTE                        VALUE '0'.
          88 SER-N-EXISTE-PAS                  VALUE '1'.
       01 WS-NB-SERIE                  PIC S9(4)      COMP.
       01 WS-IND-SERIE                 PIC S9(4)      COMP.
       01 WS-IND-SERIE2                PIC S9(4)      COMP.
       01 WS-NB-ESSAI-AMVT             PIC S9(4)      COMP.
       01 WS-SW-AMVT-ECRIT             PIC X.
          88 AMVT-ECRIT                        VALUE '1'.
          88 AMVT-A-ECRIRE                     VALUE '0'.
       01 WS-SERIE-COURANTE            PIC X(15)      VALUE SPACES.
      *================
       LINKAGE SECTION.
      *================
              MOVE WS-MSG(6)                       TO MMSGO
              GO TO 3020-RETOUR-FIN
           END-IF.
           PERFORM 7310-CTL-PERIODE-DEB
              THRU 7310-CTL-PERIODE-FIN.
           IF PERIODE-CLOSE
              MOVE WS-MSG(178)                     TO MMSGO
              GO TO 3020-RETOUR-FIN
           END-IF.
           MOVE MCODEO                             TO WS-ART-CODE.
           PERFORM 6030-READ-ART-DEB
              THRU 6030-READ-ART-FIN.
              MOVE WS-MSG(9)                       TO MMSGO
              GO TO 3020-RETOUR-FIN
           END-IF.
      *    ARTICLE SERIALISE : NUMEROS DES UNITES RENDUES (LE MESSAGE
      *    DE REFUS EST POSE PAR LE CONTROLE)
           PERFORM 7320-CTRL-SERIES-DEB
              THRU 7320-CTRL-SERIES-FIN.
           IF SERIE-REFUSEE
              GO TO 3020-RETOUR-FIN
           END-IF.
           MOVE WS-ART-ENR                         TO WS-JRN-AVANT.
           MOVE WS-ART-CODE                        TO WS-LOT-ART-CODE.
           MOVE MLOTO                              TO WS-LOT-NUM.
           PERFORM 6080-WRITE-JRNL-ART-DEB
              THRU 6080-WRITE-JRNL-ART-FIN.
           SET AMVT-RETOUR                         TO TRUE.
           IF ART-SERIALISE
              PERFORM 7325-RETOUR-UNE-SERIE-DEB
                 THRU 7325-RETOUR-UNE-SERIE-FIN
                    VARYING WS-IND-SERIE FROM 1 BY 1
                       UNTIL WS-IND-SERIE > WS-NB-SERIE
              MOVE SPACES                          TO WS-SERIE-COURANTE
           ELSE
              PERFORM 6090-WRITE-AMVT-ART-DEB
                 THRU 6090-WRITE-AMVT-ART-FIN
           END-IF.
           MOVE WS-MSG(44)                         TO MMSGO.
       3020-RETOUR-FIN.
           EXIT.
           END-IF.
       6090-WRITE-AMVT-ART-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * ECRIT LE MOUVEMENT PREPARE DANS WS-AMVT-ENR - DEUX NUMEROS DE *
      * SERIE RENDUS DANS LA MEME SECONDE DONNERAIENT UN DOUBLON DE   *
      * CLE (ARTICLE + DATE + HEURE) : L HEURE EST INCREMENTEE ET     *
      * L ECRITURE RETENTEE, 9 ESSAIS AU PLUS                         *
      *---------------------------------------------------------------*
       6091-WRITE-AMVT-SERIE-DEB.
           MOVE ZERO                              TO WS-NB-ESSAI-AMVT.
           SET AMVT-A-ECRIRE                      TO TRUE.
           PERFORM 6092-ESSAI-WRITE-AMVT-DEB
              THRU 6092-ESSAI-WRITE-AMVT-FIN
                 UNTIL AMVT-ECRIT
                    OR WS-NB-ESSAI-AMVT NOT < 9.
       6091-WRITE-AMVT-SERIE-FIN.
           EXIT.
       6092-ESSAI-WRITE-AMVT-DEB.
           ADD 1                                  TO WS-NB-ESSAI-AMVT.
           EXEC CICS
               WRITE FILE('ARTMVTS')
                     FROM(WS-AMVT-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                  SET AMVT-ECRIT                  TO TRUE
               WHEN WS-RESP = DFHRESP(DUPREC)
                  ADD 1                           TO WS-AMVT-HEURE
               WHEN OTHER
                  MOVE '6092 - ERREUR CICS WRITE ARTMVTS'
                                                 TO WS-MSG-ERR
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6092-ESSAI-WRITE-AMVT-FIN.
           EXIT.
       6100-READ-LOT-DEB.
           EXEC CICS
               READ FILE('LOT0101')
           END-IF.
       6120-WRITE-LOT-FIN.
           EXIT.
       6130-READ-CLOTURE-DEB.
           SET CLP-CLE-STOCK                     TO TRUE.
           EXEC CICS
               READ FILE('CLP0101')
                    RIDFLD(WS-CLP-CLE)
                    INTO(WS-CLP-ENR)
                    RESP(WS-RESP)
           END-EXEC.
       6130-READ-CLOTURE-FIN.
           EXIT.
       6200-READ-SER-DEB.
           EXEC CICS
               READ FILE('SER0101')
                    RIDFLD(WS-SER-CLE)
                    INTO(WS-SER-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET SER-EXISTE                      TO TRUE
           ELSE
              SET SER-N-EXISTE-PAS                TO TRUE
           END-IF.
       6200-READ-SER-FIN.
           EXIT.
       6210-READ-SER-UPD-DEB.
           EXEC CICS
               READ FILE('SER0101')
                    RIDFLD(WS-SER-CLE)
                    INTO(WS-SER-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6210 - ERREUR CICS READ UPD SER0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-READ-SER-UPD-FIN.
           EXIT.
       6220-REWRITE-SER-DEB.
           EXEC CICS
               REWRITE FILE('SER0101')
                       FROM(WS-SER-ENR)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6220 - ERREUR CICS REWRITE SER0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6220-REWRITE-SER-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
           MOVE EIBTRMID                          TO WS-AMVT-TERM.
           MOVE EIBTASKN                          TO WS-AMVT-TASK.
           MOVE WS-LOT-NUM                        TO WS-AMVT-LOT.
           MOVE WS-SERIE-COURANTE                 TO WS-AMVT-SERIE.
       7090-INIT-AMVT-FIN.
           EXIT.
       7140-INIT-COMMAREA-DEB.
           MOVE '1'                              TO WS-AIG.
       7170-RETURN-PGM-1-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONTROLE DE LA PERIODE DE STOCK : UN MOUVEMENT DATE DU JOUR   *
      * EST REFUSE SI CE JOUR APPARTIENT A UN MOIS CLOS PAR ARIO958   *
      * (ENREGISTREMENT 'STOCK' DE CLP0101) - PAS D ENREGISTREMENT OU *
      * FICHIER INDISPONIBLE = AUCUN MOIS CLOS                        *
      *---------------------------------------------------------------*
       7310-CTL-PERIODE-DEB.
           SET PERIODE-OUVERTE                   TO TRUE.
           EXEC CICS
               ASKTIME ABSTIME(WS-DATE-CICS)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME  (WS-DATE-CICS)
                          YYYYMMDD (WS-DATE-MVT)
           END-EXEC.
           PERFORM 6130-READ-CLOTURE-DEB
              THRU 6130-READ-CLOTURE-FIN.
           IF WS-RESP = DFHRESP(NORMAL)
              IF WS-DATE-MVT-N NOT > WS-CLP-DATE-FIN
                 SET PERIODE-CLOSE               TO TRUE
              END-IF
           END-IF.
       7310-CTL-PERIODE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * ARTICLE SERIALISE : UN NUMERO DE SERIE PAR UNITE RENDUE,      *
      * SAISI DANS LES PREMIERES ZONES MSER, 5 UNITES AU PLUS PAR     *
      * RETOUR. LES NUMEROS DOIVENT ETRE DISTINCTS, CONNUS DE SER0101 *
      * (UNITE RECUE PAR ARIC122) ET HORS STOCK (SORTIE OU EXPEDIEE). *
      *---------------------------------------------------------------*
       7320-CTRL-SERIES-DEB.
           SET SERIE-ACCEPTEE                    TO TRUE.
           MOVE ZERO                             TO WS-NB-SERIE.
           IF NOT ART-SERIALISE
              GO TO 7320-CTRL-SERIES-FIN
           END-IF.
           IF WS-QTE-RENDUE > 5
              SET SERIE-REFUSEE                  TO TRUE
              MOVE WS-MSG(189)                   TO MMSGO
              GO TO 7320-CTRL-SERIES-FIN
           END-IF.
           PERFORM 7321-COMPTE-UNE-SERIE-DEB
              THRU 7321-COMPTE-UNE-SERIE-FIN
                 VARYING WS-IND-SERIE FROM 1 BY 1
                    UNTIL WS-IND-SERIE > 5.
           IF SERIE-REFUSEE OR WS-NB-SERIE NOT = WS-QTE-RENDUE
              SET SERIE-REFUSEE                  TO TRUE
              MOVE WS-MSG(189)                   TO MMSGO
              GO TO 7320-CTRL-SERIES-FIN
           END-IF.
           PERFORM 7322-DOUBLON-SERIE-DEB
              THRU 7322-DOUBLON-SERIE-FIN
                 VARYING WS-IND-SERIE FROM 1 BY 1
                    UNTIL WS-IND-SERIE > WS-NB-SERIE
                       OR SERIE-REFUSEE.
           IF SERIE-REFUSEE
              MOVE WS-MSG(192)                   TO MMSGO
              GO TO 7320-CTRL-SERIES-FIN
           END-IF.
      *    LE MESSAGE (INCONNU OU DEJA EN STOCK) EST POSE PAR 7324
           PERFORM 7324-SERIE-HORS-STOCK-DEB
              THRU 7324-SERIE-HORS-STOCK-FIN
                 VARYING WS-IND-SERIE FROM 1 BY 1
                    UNTIL WS-IND-SERIE > WS-NB-SERIE
                       OR SERIE-REFUSEE.
       7320-CTRL-SERIES-FIN.
           EXIT.
      *    UNE ZONE RENSEIGNEE AU-DELA DE LA QUANTITE EST REFUSEE
       7321-COMPTE-UNE-SERIE-DEB.
           IF MSERO(WS-IND-SERIE) NOT = SPACE
              AND MSERO(WS-IND-SERIE) NOT = LOW-VALUE
              ADD 1                              TO WS-NB-SERIE
              IF WS-IND-SERIE > WS-QTE-RENDUE
                 SET SERIE-REFUSEE               TO TRUE
              END-IF
           END-IF.
       7321-COMPTE-UNE-SERIE-FIN.
           EXIT.
       7322-DOUBLON-SERIE-DEB.
           PERFORM 7323-COMPARE-SERIE-DEB
              THRU 7323-COMPARE-SERIE-FIN
                 VARYING WS-IND-SERIE2 FROM WS-IND-SERIE BY 1
                    UNTIL WS-IND-SERIE2 > WS-NB-SERIE
                       OR SERIE-REFUSEE.
       7322-DOUBLON-SERIE-FIN.
           EXIT.
       7323-COMPARE-SERIE-DEB.
           IF WS-IND-SERIE2 > WS-IND-SERIE
              AND MSERO(WS-IND-SERIE2) = MSERO(WS-IND-SERIE)
              SET SERIE-REFUSEE                  TO TRUE
           END-IF.
       7323-COMPARE-SERIE-FIN.
           EXIT.
       7324-SERIE-HORS-STOCK-DEB.
           MOVE WS-ART-CODE                      TO WS-SER-ART-CODE.
           MOVE MSERO(WS-IND-SERIE)              TO WS-SER-NUM.
           PERFORM 6200-READ-SER-DEB
              THRU 6200-READ-SER-FIN.
           IF SER-N-EXISTE-PAS
              SET SERIE-REFUSEE                  TO TRUE
              MOVE WS-MSG(194)                   TO MMSGO
              GO TO 7324-SERIE-HORS-STOCK-FIN
           END-IF.
           IF SER-EN-STOCK
              SET SERIE-REFUSEE                  TO TRUE
              MOVE WS-MSG(191)                   TO MMSGO
           END-IF.
       7324-SERIE-HORS-STOCK-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * RETOUR D'UNE UNITE SERIALISEE : MOUVEMENT RETOUR DE QUANTITE  *
      * 1 PORTANT LE NUMERO, PUIS NUMERO REMIS EN STOCK DANS SER0101  *
      * SUR LE LOT RENDU (EN QUARANTAINE) ET LE DEPOT DE CE LOT       *
      *---------------------------------------------------------------*
       7325-RETOUR-UNE-SERIE-DEB.
           MOVE MSERO(WS-IND-SERIE)              TO WS-SERIE-COURANTE.
           PERFORM 7090-INIT-AMVT-DEB
              THRU 7090-INIT-AMVT-FIN.
           MOVE 1                                TO WS-AMVT-QTE.
           PERFORM 6091-WRITE-AMVT-SERIE-DEB
              THRU 6091-WRITE-AMVT-SERIE-FIN.
           MOVE WS-ART-CODE                      TO WS-SER-ART-CODE.
           MOVE MSERO(WS-IND-SERIE)              TO WS-SER-NUM.
           PERFORM 6210-READ-SER-UPD-DEB
              THRU 6210-READ-SER-UPD-FIN.
           MOVE WS-LOT-NUM                       TO WS-SER-LOT.
           MOVE WS-LOT-DEPOT                     TO WS-SER-DEPOT.
           SET SER-EN-STOCK                      TO TRUE.
           MOVE SPACES                           TO WS-SER-CCTR
                                                    WS-SER-CLIENT
                                                    WS-SER-VTE-NUM.
           MOVE WS-AMVT-DATE                     TO WS-SER-DATE-MVT.
           MOVE WS-AMVT-HEURE                    TO WS-SER-HEURE-MVT.
           MOVE WS-AMVT-CODE                     TO WS-SER-CODE-MVT.
           PERFORM 6220-REWRITE-SER-DEB
              THRU 6220-REWRITE-SER-FIN.
       7325-RETOUR-UNE-SERIE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT APPEL-SPG              *
