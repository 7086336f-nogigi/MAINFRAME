      * L'IDENTIFIANT DE L'OPERATEUR. UN LOT QUI N'EST PAS EN         *
      * INSPECTION N'EST PAS DECIDABLE ICI (LA QUARANTAINE DES        *
      * RETOURS RESTE DU RESSORT D'ARIC125).                          *
      * LA DECISION ALIMENTE L'HISTORIQUE D'INSPECTION DU FOURNISSEUR *
      * ATTITRE DE L'ARTICLE (IQF0101) : APRES N LIBERATIONS          *
      * CONSECUTIVES (CATG0101) LE COUPLE PASSE EN CONTROLE ALLEGE,   *
      * UN REJET LE RAMENE EN CONTROLE TOTAL (CF ARIC122).            *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * 01/09/2026    § CREATION DU PROGRAMME - DECISION QUALITE SUR  *
      *               § LES LOTS EN INSPECTION                        *
      * 15/10/2026    § HISTORIQUE D INSPECTION FOURNISSEUR (IQF0101) *
      *               § : PASSAGE EN CONTROLE ALLEGE APRES N LOTS     *
      *               § LIBERES, RETOUR AU CONTROLE TOTAL SUR REJET   *
      *===============================================================*
      *
      *************************
           COPY ARTLOT.
      * DESCRIPTION ENREGISTREMENT JOURNAL DES OPERATEURS
           COPY ARTOPLOG.
      * DESCRIPTION ENREGISTREMENT ARTICLE
           COPY ARTICLE.
      * DESCRIPTION ENREGISTREMENT CATEGORIE
           COPY CATEGORIE.
      * DESCRIPTION ENREGISTREMENT HISTORIQUE D INSPECTION FOURNISSEUR
           COPY INSPFOU.
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
      *
       01 WS-FS-LOT                    PIC X.
          88 LOT-EXISTE                        VALUE '0'.
          88 LOT-N-EXISTE-PAS                  VALUE '1'.
      *HISTORIQUE D INSPECTION DU FOURNISSEUR ATTITRE (IQF0101) :
      *EXISTENCE, DATE DE LA DECISION ET NOMBRE DE LIBERATIONS
      *CONSECUTIVES DONNANT LE CONTROLE ALLEGE (CATG0101)
       01 WS-FS-IQF                    PIC X.
          88 IQF-EXISTE                        VALUE '0'.
          88 IQF-N-EXISTE-PAS                  VALUE '1'.
       01 WS-DATEJ8                    PIC 9(8).
       01 WS-IQ-SEUIL                  PIC 9(3).
      *================
       LINKAGE SECTION.
      *================
              THRU 6110-REWRITE-LOT-FIN.
           PERFORM 6095-WRITE-OPLOG-DEB
              THRU 6095-WRITE-OPLOG-FIN.
           PERFORM 7200-MAJ-HIST-QUALITE-DEB
              THRU 7200-MAJ-HIST-QUALITE-FIN.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       3010-CHOIX-OK-FIN.
           END-IF.
       6095-WRITE-OPLOG-FIN.
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
       7170-RETURN-PGM-1-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * HISTORIQUE D'INSPECTION DU FOURNISSEUR ATTITRE DE L'ARTICLE   *
      * (IQF0101) : UNE LIBERATION ALLONGE LA SERIE DES LOTS          *
      * ACCEPTES - AU SEUIL DE LA CATEGORIE (10 PAR DEFAUT) LE        *
      * COUPLE PASSE EN CONTROLE ALLEGE ; UN REJET REMET LA SERIE A   *
      * ZERO ET LE RAMENE EN CONTROLE TOTAL. ARTICLE INCONNU : PAS    *
      * D'HISTORIQUE                                                  *
      *---------------------------------------------------------------*
       7200-MAJ-HIST-QUALITE-DEB.
           MOVE WS-LOT-ART-CODE                   TO WS-ART-CODE.
           EXEC CICS
               READ FILE('ART0101')
                    RIDFLD(WS-ART-CODE)
                    INTO(WS-ART-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO 7200-MAJ-HIST-QUALITE-FIN
           END-IF.
           MOVE 10                                TO WS-IQ-SEUIL.
           MOVE WS-ART-CATEG                      TO WS-CATEG-CODE.
           EXEC CICS
               READ FILE('CATG0101')
                    RIDFLD(WS-CATEG-CODE)
                    INTO(WS-CATEG-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              AND WS-CATEG-IQ-SEUIL NUMERIC
              AND WS-CATEG-IQ-SEUIL > ZERO
              MOVE WS-CATEG-IQ-SEUIL              TO WS-IQ-SEUIL
           END-IF.
           EXEC CICS
               ASKTIME ABSTIME(WS-DATE-CICS)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME  (WS-DATE-CICS)
                          YYYYMMDD (WS-DATEJ8)
           END-EXEC.
           MOVE WS-ART-FOU                        TO WS-IQF-FOU-CODE.
           MOVE WS-ART-CODE                       TO WS-IQF-ART-CODE.
           PERFORM 6700-READ-IQF-UPD-DEB
              THRU 6700-READ-IQF-UPD-FIN.
      *    LOT RECU AVANT LA TENUE DE L HISTORIQUE : CREATION EN
      *    CONTROLE TOTAL
           IF IQF-N-EXISTE-PAS
              MOVE SPACES                         TO WS-IQF-ENR
              MOVE WS-ART-FOU                     TO WS-IQF-FOU-CODE
              MOVE WS-ART-CODE                    TO WS-IQF-ART-CODE
              SET IQF-CONTROLE-TOTAL              TO TRUE
              MOVE ZERO                           TO WS-IQF-NB-CONSEC
                                                     WS-IQF-CPT-SAUT
                                                     WS-IQF-NB-RECUS
                                                   WS-IQF-NB-INSPECTES
                                                   WS-IQF-NB-DISPENSES
                                                   WS-IQF-NB-ACCEPTES
                                                   WS-IQF-NB-REJETES
                                                   WS-IQF-NB-RETOURS
                                                   WS-IQF-DATE-REJET
              MOVE 1                              TO WS-IQF-NB-RECUS
                                                   WS-IQF-NB-INSPECTES
              MOVE WS-DATEJ8                      TO WS-IQF-DATE-NIVEAU
           END-IF.
           MOVE WS-DATEJ8                         TO WS-IQF-DATE-DECIS.
           IF LOT-ACTIF
              ADD 1                               TO WS-IQF-NB-ACCEPTES
              IF WS-IQF-NB-CONSEC < 99999
                 ADD 1                            TO WS-IQF-NB-CONSEC
              END-IF
              IF IQF-CONTROLE-TOTAL
                 AND WS-IQF-NB-CONSEC NOT < WS-IQ-SEUIL
                 SET IQF-CONTROLE-ALLEGE          TO TRUE
                 MOVE ZERO                        TO WS-IQF-CPT-SAUT
                 MOVE WS-DATEJ8                   TO WS-IQF-DATE-NIVEAU
              END-IF
           ELSE
              ADD 1                               TO WS-IQF-NB-REJETES
              MOVE ZERO                           TO WS-IQF-NB-CONSEC
                                                     WS-IQF-CPT-SAUT
              MOVE WS-DATEJ8                      TO WS-IQF-DATE-REJET
              IF NOT IQF-CONTROLE-TOTAL
                 SET IQF-CONTROLE-TOTAL           TO TRUE
                 MOVE WS-DATEJ8                   TO WS-IQF-DATE-NIVEAU
              END-IF
           END-IF.
           IF IQF-EXISTE
              PERFORM 6720-REWRITE-IQF-DEB
                 THRU 6720-REWRITE-IQF-FIN
           ELSE
              PERFORM 6710-WRITE-IQF-DEB
                 THRU 6710-WRITE-IQF-FIN
           END-IF.
       7200-MAJ-HIST-QUALITE-FIN.
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
