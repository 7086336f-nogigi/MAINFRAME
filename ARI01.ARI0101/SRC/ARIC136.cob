      * RTV0101, RATTACHE A LA COMMANDE D'ORIGINE (LA PLUS RECENTE    *
      * AYANT RECU SUR CET ARTICLE) : ARIO933 EN TIRE LA NOTE DE      *
      * DEBIT ET ARIO923 COMPTE LE RETOUR CONTRE LE FOURNISSEUR.      *
      * LE RETOUR RAMENE LE FOURNISSEUR ATTITRE EN CONTROLE TOTAL     *
      * POUR L'ARTICLE DANS L'HISTORIQUE D'INSPECTION (IQF0101).      *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      *               § DES LOTS REJETES OU EN QUARANTAINE            *
      * 02/09/2026    § ALIMENTATION DE L INDEX PAR ARTICLE DU      *
      *               § JOURNAL (XJR0101) AU FIL DE L EAU           *
      * 15/10/2026    § RETOUR COMPTE DANS L HISTORIQUE D INSPECTION  *
      *               § FOURNISSEUR (IQF0101) : RETOUR AU CONTROLE    *
      *               § TOTAL                                         *
      *===============================================================*
      *
      *************************
           COPY COMMANDE.
      * DESCRIPTION ENREGISTREMENT RETOUR AU FOURNISSEUR
           COPY RETFOUR.
      * DESCRIPTION ENREGISTREMENT HISTORIQUE D INSPECTION FOURNISSEUR
           COPY INSPFOU.
      * DESCRIPTION ENREGISTREMENT JOURNAL DES MOUVEMENTS ARTICLE
           COPY ARTJRNL.
      * DESCRIPTION ENREGISTREMENT INDEX PAR ARTICLE DU JOURNAL
       01 WS-FS-CDEBRW                 PIC X.
          88 CDEBRW-ENCOURS                    VALUE '0'.
          88 CDEBRW-FIN                        VALUE '1'.
      *SWITCH EXISTENCE DE L HISTORIQUE D INSPECTION (IQF0101)
       01 WS-FS-IQF                    PIC X.
          88 IQF-EXISTE                        VALUE '0'.
          88 IQF-N-EXISTE-PAS                  VALUE '1'.
      *QUANTITE ET DATE DU RETOUR
       01 WS-QTE-RETOUR                PIC 9(6).
       01 WS-DATEJ8                    PIC 9(8).
              THRU 7300-CHERCHE-CDE-ORIG-FIN.
           PERFORM 6180-WRITE-RTV-DEB
              THRU 6180-WRITE-RTV-FIN.
           PERFORM 7400-MAJ-HIST-QUALITE-DEB
              THRU 7400-MAJ-HIST-QUALITE-FIN.
           PERFORM 6190-DELETE-LOT-DEB
              THRU 6190-DELETE-LOT-FIN.
           MOVE WS-MSG(111)                       TO MMSGO.
           END-EXEC.
       6220-ENDBR-CDE-FIN.
           EXIT.
       6700-READ-IQF-UPD-DEB.
           EXEC CICS
               READ FILE('IQF0101')
                    RIDFLD(WS-IQF-CLE)
                    INTO(WS-IQF-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET IQF-EXISTE                      TO TRUE
           ELSE
              SET IQF-N-EXISTE-PAS                TO TRUE
           END-IF.
       6700-READ-IQF-UPD-FIN.
           EXIT.
       6710-WRITE-IQF-DEB.
           EXEC CICS
               WRITE FILE('IQF0101')
                     RIDFLD(WS-IQF-CLE)
                     FROM(WS-IQF-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6710 - ERREUR CICS WRITE IQF0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6710-WRITE-IQF-FIN.
           EXIT.
       6720-REWRITE-IQF-DEB.
           EXEC CICS
               REWRITE FILE('IQF0101')
                       FROM(WS-IQF-ENR)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6720 - ERREUR CICS REWRITE IQF0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6720-REWRITE-IQF-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
       7310-TESTE-UNE-CDE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * HISTORIQUE D'INSPECTION DU FOURNISSEUR ATTITRE (IQF0101) : LE *
      * RETOUR EST COMPTE, LA SERIE DES LOTS ACCEPTES REMISE A ZERO   *
      * ET LE COUPLE FOURNISSEUR / ARTICLE RAMENE EN CONTROLE TOTAL   *
      * (CREE AINSI S'IL N'A PAS ENCORE D'HISTORIQUE)                 *
      *---------------------------------------------------------------*
       7400-MAJ-HIST-QUALITE-DEB.
           MOVE WS-ART-FOU                        TO WS-IQF-FOU-CODE.
           MOVE WS-ART-CODE                       TO WS-IQF-ART-CODE.
           PERFORM 6700-READ-IQF-UPD-DEB
              THRU 6700-READ-IQF-UPD-FIN.
           IF IQF-N-EXISTE-PAS
              MOVE SPACES                         TO WS-IQF-ENR
              MOVE WS-ART-FOU                     TO WS-IQF-FOU-CODE
              MOVE WS-ART-CODE                    TO WS-IQF-ART-CODE
              SET IQF-CONTROLE-TOTAL              TO TRUE
              MOVE ZERO                           TO WS-IQF-NB-RECUS
                                                   WS-IQF-NB-INSPECTES
                                                   WS-IQF-NB-DISPENSES
                                                   WS-IQF-NB-ACCEPTES
                                                   WS-IQF-NB-REJETES
                                                   WS-IQF-NB-RETOURS
                                                   WS-IQF-DATE-DECIS
              MOVE WS-DATEJ8                      TO WS-IQF-DATE-NIVEAU
           END-IF.
           ADD 1                                  TO WS-IQF-NB-RETOURS.
           MOVE ZERO                              TO WS-IQF-NB-CONSEC
                                                     WS-IQF-CPT-SAUT.
           MOVE WS-DATEJ8                         TO WS-IQF-DATE-REJET.
           IF NOT IQF-CONTROLE-TOTAL
              SET IQF-CONTROLE-TOTAL              TO TRUE
              MOVE WS-DATEJ8                      TO WS-IQF-DATE-NIVEAU
           END-IF.
           IF IQF-EXISTE
              PERFORM 6720-REWRITE-IQF-DEB
                 THRU 6720-REWRITE-IQF-FIN
           ELSE
              PERFORM 6710-WRITE-IQF-DEB
                 THRU 6710-WRITE-IQF-FIN
           END-IF.
       7400-MAJ-HIST-QUALITE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT APPEL-SPG              *
      *---------------------------------------------------------------*
      * COMPOSANT EXECUTE LORS DE CHAQUE APPEL D'UN SOUS PROGRAMME    *
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              IF WS-MSGF-NUM >= 1 AND WS-MSGF-NUM <= 306
                 MOVE WS-MSGF-TEXTE              TO
                                        WS-MSG(WS-MSGF-NUM)
              END-IF
