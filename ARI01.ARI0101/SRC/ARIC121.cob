      *               �                                               *
      * 02/09/2026    § ALIMENTATION DE L INDEX PAR ARTICLE DU      *
      *               § JOURNAL (XJR0101) AU FIL DE L EAU           *
      * 15/10/2026    § CORRECTION REFUSEE QUAND LE JOUR APPARTIENT *
      *               § A UN MOIS DE STOCK CLOS (CLP0101, ARIO958)  *
      * 15/10/2026    § ALERTE ECRITE SANS DEPOT (ZONE WS-ALE-DEPOT *
      *               § RESERVEE AUX ALERTES DE DEPOT D ARIC118)    *
      *===============================================================*
      *
      *************************
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
      *QUANTITE AVANT CORRECTION (DETECTION DU FRANCHISSEMENT DU
      *SEUIL D ALERTE EN INTRA-JOURNEE)
       01 WS-QTE-AVANT-ALE             PIC 9(6).
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           PERFORM 7310-CTL-PERIODE-DEB
              THRU 7310-CTL-PERIODE-FIN.
           IF PERIODE-CLOSE
              SET CMD-INVALID                    TO TRUE
              MOVE SPACE                         TO WS-COMM-MSG
              PERFORM 7100-RESET-ENTRY-DEB
                 THRU 7100-RESET-ENTRY-FIN
              MOVE WS-MSG(178)                   TO MMSGO
              PERFORM 6000-SEND-MAP-DEB
                 THRU 6000-SEND-MAP-FIN
              GO TO 2050-APPLY-CORRECTION-FIN
           END-IF.
           PERFORM 6035-READ-ART-UPDATE-DEB
              THRU 6035-READ-ART-UPDATE-FIN.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE WS-MSG(9)                  TO MMSGO
              ELSE
                 PERFORM 7310-CTL-PERIODE-DEB
                    THRU 7310-CTL-PERIODE-FIN
                 IF PERIODE-CLOSE
                    MOVE WS-MSG(178)             TO MMSGO
                 ELSE
                    PERFORM 4000-CTRL-SUP-RAISON-DEB
                       THRU 4000-CTRL-SUP-RAISON-FIN
                 END-IF
              END-IF
           END-IF.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
           MOVE WS-ART-ALERT                      TO WS-ALE-SEUIL.
           MOVE EIBTRMID                          TO WS-ALE-TERM.
           MOVE 'ARIC121'                         TO WS-ALE-PROG.
           MOVE SPACE                             TO WS-ALE-DEPOT.
           EXEC CICS
               WRITE FILE('ALR0101')
                     RIDFLD(WS-ALE-CLE)
       7300-CTL-ACCES-FIN.
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
           PERFORM 6230-READ-CLOTURE-DEB
              THRU 6230-READ-CLOTURE-FIN.
           IF WS-RESP = DFHRESP(NORMAL)
              IF WS-DATE-MVT-N NOT > WS-CLP-DATE-FIN
                 SET PERIODE-CLOSE               TO TRUE
              END-IF
           END-IF.
       7310-CTL-PERIODE-FIN.
           EXIT.
       6230-READ-CLOTURE-DEB.
           SET CLP-CLE-STOCK                     TO TRUE.
           EXEC CICS
               READ FILE('CLP0101')
                    RIDFLD(WS-CLP-CLE)
                    INTO(WS-CLP-ENR)
                    RESP(WS-RESP)
           END-EXEC.
       6230-READ-CLOTURE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * SURCHARGE LA TABLE DES MESSAGES DEPUIS LE FICHIER MSG0101     *
      * (MEME NUMEROTATION QUE TABMSG) - FICHIER INDISPONIBLE OU      *
      * NUMERO NON CHARGE : LE LIBELLE COMPILE EST CONSERVE           *
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              IF WS-MSGF-NUM >= 1 AND WS-MSGF-NUM <= 306
                 MOVE WS-MSGF-TEXTE              TO
                                        WS-MSG(WS-MSGF-NUM)
              END-IF
