      *               § TOUCHE RAMENE A L ECRAN D ORIGINE           *
      * 02/09/2026    § ALIMENTATION DE L INDEX PAR ARTICLE DU      *
      *               § JOURNAL (XJR0101) AU FIL DE L EAU           *
      * 15/10/2026    § ALERTE INTRA-JOURNEE PAR DEPOT : UN ARTICLE  *
      *               § PORTANT DES NIVEAUX SDP0101 EST TESTE SUR LE *
      *               § MINIMUM DU DEPOT DE LA SORTIE (LOTS ACTIFS DU*
      *               § DEPOT) ET NON PLUS SUR LE SEUIL GLOBAL       *
      * 15/10/2026    § RUPTURE : LE PREMIER SUBSTITUT APPROUVE      *
      *               § (SUB0101, ORDRE DES RANGS) AYANT LE          *
      *               § DISPONIBLE NET EST PROPOSE - ENTER ACCEPTE   *
      *               § (SORTIE SUR LE SUBSTITUT, ARTICLE D ORIGINE  *
      *               § PORTE SUR ARTMVTS), PF3 REFUSE (DEMANDE EN   *
      *               § SOUFFRANCE) - DECISION TRACEE DANS SBH0101   *
      * 15/10/2026    § ARTICLE SERIALISE : UNITES DESIGNEES PAR LEUR*
      *               § NUMERO DE SERIE (MSER, 5 AU PLUS) AU LIEU DU *
      *               § FIFO, UN MOUVEMENT PAR NUMERO, NUMERO PASSE  *
      *               § SORTI VERS LE CENTRE DE COUT (SER0101) - NI  *
      *               § SUBSTITUTION NI COMPOSANT DE KIT SERIALISE   *
      *===============================================================*
      *
      *************************
           COPY NOMENCL.
      * DESCRIPTION ENREGISTREMENT ALERTE DE STOCK INTRA-JOURNEE
           COPY ALERTJ.
      * DESCRIPTION ENREGISTREMENT NIVEAUX DE STOCK PAR DEPOT
           COPY SEUILDEP.
      * DESCRIPTION ENREGISTREMENT JOURNAL DES MOUVEMENTS ARTICLE
           COPY ARTJRNL.
      * DESCRIPTION ENREGISTREMENT INDEX PAR ARTICLE DU JOURNAL
           COPY BACKORD.
      * DESCRIPTION ENREGISTREMENT CONSOMMATION DE CONSIGNATION
           COPY CONSIGNE.
      * DESCRIPTION ENREGISTREMENT ARTICLE DE SUBSTITUTION
           COPY SUBSTIT.
      * DESCRIPTION ENREGISTREMENT HISTORIQUE DES SUBSTITUTIONS
           COPY SUBSTHIS.
      * DESCRIPTION ENREGISTREMENT NUMERO DE SERIE
           COPY NUMSERIE.
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
      *
      *QUANTITE AVANT SORTIE (DETECTION DU FRANCHISSEMENT DU SEUIL
      *D ALERTE EN INTRA-JOURNEE)
       01 WS-QTE-AVANT-ALE             PIC 9(6).
      *NIVEAUX DE STOCK PAR DEPOT (SDP0101) : EXISTENCE D UN NIVEAU
      *POUR L ARTICLE, QUANTITE DES LOTS ACTIFS DU DEPOT DE LA SORTIE
      *AVANT ET APRES LE PRELEVEMENT
       01 WS-FS-SDP                    PIC X.
          88 SDP-EXISTE                        VALUE '0'.
          88 SDP-N-EXISTE-PAS                  VALUE '1'.
       01 WS-SDP-BRW-CLE               PIC X(8).
       01 WS-QTE-DEP-AVANT             PIC 9(7).
       01 WS-QTE-DEP-APRES             PIC 9(7).
      *LOTS PRELEVES PAR LA SORTIE FIFO EN COURS (UN MOUVEMENT
      *ARTMVTS EST ECRIT PAR LOT PRELEVE - TRACABILITE PAR LOT)
       01 WS-TAB-SORLOT.
             10 WS-TSLOT-NUM           PIC X(6).
             10 WS-TSLOT-QTE           PIC 9(6).
             10 WS-TSLOT-EMPL          PIC X(5).
             10 WS-TSLOT-SERIE         PIC X(15).
       01 WS-NB-SORLOT                 PIC S9(4)      COMP.
       01 WS-IND-SORLOT                PIC S9(4)      COMP.
      *ARTICLE SERIALISE : NUMEROS DE SERIE SAISIS EN MSER (UN PAR
      *UNITE SORTIE), LOT DE CHACUN, NUMERO EN COURS DE PRELEVEMENT
      *(PORTE SUR LE LOT PRELEVE PUIS SUR SON MOUVEMENT)
       01 WS-SW-SERIE                  PIC X.
          88 SERIE-ACCEPTEE                    VALUE '0'.
          88 SERIE-REFUSEE                     VALUE '1'.
       01 WS-FS-SER                    PIC X.
          88 SER-EXISTE                        VALUE '0'.
          88 SER-N-EXISTE-PAS                  VALUE '1'.
       01 WS-FS-LOTLU                  PIC X.
          88 LOTLU-EXISTE                      VALUE '0'.
          88 LOTLU-ABSENT                      VALUE '1'.
       01 WS-TAB-SER.
          05 WS-TSER-LOT               PIC X(6)  OCCURS 5.
       01 WS-NB-SERIE                  PIC S9(4)      COMP.
       01 WS-IND-SERIE                 PIC S9(4)      COMP.
       01 WS-IND-SERIE2                PIC S9(4)      COMP.
       01 WS-NB-SER-LOT                PIC S9(4)      COMP.
       01 WS-SERIE-COURANTE            PIC X(15).
      *NOMBRE D ESSAIS D ECRITURE D UN MOUVEMENT (DEUX LOTS PRELEVES
      *DANS LA MEME SECONDE : L HEURE EST INCREMENTEE SUR DOUBLON)
       01 WS-NB-ESSAI-AMVT             PIC S9(4)      COMP.
       01 WS-FS-RSVBRW                 PIC X.
          88 RSVBRW-ENCOURS                    VALUE '0'.
          88 RSVBRW-FIN                        VALUE '1'.
      *CLE DE DEFILEMENT DES SUBSTITUTS DE L ARTICLE EN RUPTURE
       01 WS-SUB-BRW-CLE               PIC X(7).
      *SWITCH FIN DE DEFILEMENT DES SUBSTITUTS
       01 WS-FS-SUBBRW                 PIC X.
          88 SUBBRW-ENCOURS                    VALUE '0'.
          88 SUBBRW-FIN                        VALUE '1'.
      *SWITCH SUBSTITUT SERVABLE TROUVE
       01 WS-FS-SUBST                  PIC X.
          88 SUBST-AUCUN                       VALUE '0'.
          88 SUBST-TROUVE                      VALUE '1'.
      *SWITCH SORTIE SUR L ARTICLE DEMANDE OU SUR SON SUBSTITUT
      *(L ARTICLE D ORIGINE EST ALORS PORTE SUR LES MOUVEMENTS)
       01 WS-FS-SORTIE                 PIC X          VALUE '0'.
          88 SORTIE-NORMALE                    VALUE '0'.
          88 SORTIE-SUBSTITUT                  VALUE '1'.
      *ARTICLE ET QUANTITE DEMANDES, SUBSTITUT CANDIDAT ET QUANTITE
      *CONVERTIE (ARRONDIE A L UNITE SUPERIEURE)
       01 WS-ART-CODE-ORIG             PIC X(5).
       01 WS-QTE-ORIG                  PIC 9(6).
       01 WS-SUB-CANDIDAT              PIC X(5).
       01 WS-SUB-RATIO-CAND            PIC 9(3)V9(3).
       01 WS-SUB-QTE-EXACTE            PIC 9(9)V9(3).
       01 WS-SUB-QTE-CALC              PIC 9(9).
      *MESSAGE DE PROPOSITION DU SUBSTITUT
       01 WS-MSG-SUBST.
          05 FILLER                    PIC X(8)       VALUE 'RUPTURE '.
          05 WS-MSGB-ORIG              PIC X(5).
          05 FILLER                    PIC X(13)
                                       VALUE ' - SUBSTITUT '.
          05 WS-MSGB-SUBST             PIC X(5).
          05 FILLER                    PIC X(5)       VALUE ' QTE '.
          05 WS-MSGB-QTE               PIC ZZZZZ9.
          05 FILLER                    PIC X(28)
                        VALUE ' : ENTER ACCEPTE, PF3 REFUSE'.
          05 FILLER                    PIC X(9)       VALUE SPACE.
      *================
       LINKAGE SECTION.
      *================
               WHEN AFF-AIDE
                  PERFORM 1000-INIT-SCREEN-DEB
                     THRU 1000-INIT-SCREEN-FIN
      *        SUBSTITUT PROPOSE EN ATTENTE DE LA DECISION
               WHEN AFF-MAP AND CMD-VALID
                  PERFORM 1030-CONFIRMATION-DEB
                     THRU 1030-CONFIRMATION-FIN
               WHEN AFF-MAP
                  PERFORM 1010-N-FOIS-DEB
                     THRU 1010-N-FOIS-FIN
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
      * AUCUN SUBSTITUT EN ATTENTE AU DEMARRAGE DE LA TRANSACTION
           SET CMD-INVALID                       TO TRUE.
           MOVE SPACE                            TO WS-COMM-MSG.
           PERFORM 6000-SEND-MAP-DEB
              THRU 6000-SEND-MAP-FIN.
       1000-INIT-SCREEN-FIN.
       1010-N-FOIS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   1030       *
      *---------------------------------------------------------------*
      * GESTION DES INPUT UTILISATEUR LORSQU'UN SUBSTITUT EST EN      *
      * ATTENTE DE DECISION (WS-CA-LAST-CMD = CMD-VALID)              *
      *---------------------------------------------------------------*
       1030-CONFIRMATION-DEB.
           EVALUATE EIBAID
               WHEN DFHPF3
               PERFORM 2070-REFUS-SUBST-DEB
                  THRU 2070-REFUS-SUBST-FIN
               WHEN DFHENTER
               PERFORM 2050-ACCEPTE-SUBST-DEB
                  THRU 2050-ACCEPTE-SUBST-FIN
               WHEN OTHER
               PERFORM 2060-CONFIRM-OTHER-DEB
                  THRU 2060-CONFIRM-OTHER-FIN
           END-EVALUATE.
       1030-CONFIRMATION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2000       *
      *---------------------------------------------------------------*
      * GESTION INPUT :  ENTER                                        *
       2030-OTHER-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2050       *
      *---------------------------------------------------------------*
      * SUBSTITUT ACCEPTE (ENTER) : RELECTURE DU SUBSTITUT EN UPDATE  *
      * ET NOUVEAU CONTROLE DU DISPONIBLE (IL A PU ETRE PRIS DEPUIS   *
      * LA PROPOSITION, LA DEMANDE PART ALORS EN SOUFFRANCE), SORTIE  *
      * FIFO DU SUBSTITUT, RESERVATION DE LA REFERENCE SOLDEE SUR     *
      * L'ARTICLE DEMANDE                                             *
      *---------------------------------------------------------------*
       2050-ACCEPTE-SUBST-DEB.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           PERFORM 7920-RESTAURE-DEMANDE-DEB
              THRU 7920-RESTAURE-DEMANDE-FIN.
           MOVE ZERO                             TO WS-VAL-SORTIE.
           MOVE WS-CA-SUB-ART                    TO WS-ART-CODE.
           MOVE WS-CA-SUB-QTE                    TO WS-QTE-A-SORTIR.
           MOVE ZERO                             TO WS-QTE-DISPONIBLE.
           PERFORM 6030-READ-ART-DEB
              THRU 6030-READ-ART-FIN.
           IF ARTICLE-EXISTE
              AND NOT ART-BLOQUE-SORTIE AND NOT ART-BROUILLON
              PERFORM 7240-CALC-DISPONIBLE-DEB
                 THRU 7240-CALC-DISPONIBLE-FIN
              PERFORM 7246-CALC-RESERVE-DEB
                 THRU 7246-CALC-RESERVE-FIN
              COMPUTE WS-DISPO-NET = WS-QTE-DISPONIBLE
                     - (WS-QTE-RESERVEE - WS-QTE-RSV-PROPRE)
              IF WS-DISPO-NET < ZERO
                 MOVE ZERO                       TO WS-QTE-DISPONIBLE
              ELSE
                 MOVE WS-DISPO-NET               TO WS-QTE-DISPONIBLE
              END-IF
           END-IF.
           IF WS-QTE-A-SORTIR > WS-QTE-DISPONIBLE
              MOVE WS-CA-SUB-ORIG                TO WS-ART-CODE
              MOVE WS-CA-SUB-QTE-ORIG            TO WS-QTE-A-SORTIR
              PERFORM 7900-ECRIT-BACKORDER-DEB
                 THRU 7900-ECRIT-BACKORDER-FIN
              MOVE WS-MSG(10)                    TO MMSGO
              PERFORM 6000-SEND-MAP-DEB
                 THRU 6000-SEND-MAP-FIN
              GO TO 2050-ACCEPTE-SUBST-FIN
           END-IF.
           SET SORTIE-SUBSTITUT                  TO TRUE.
           PERFORM 3100-SORTIE-STOCK-DEB
              THRU 3100-SORTIE-STOCK-FIN.
      *    LE BESOIN DE LA REFERENCE EST SERVI PAR LE SUBSTITUT : SA
      *    RESERVATION SUR L ARTICLE DEMANDE EST CONSOMMEE
           MOVE WS-CA-SUB-ORIG                   TO WS-ART-CODE.
           MOVE WS-CA-SUB-QTE-ORIG               TO WS-QTE-A-SORTIR.
           PERFORM 7250-CONSOMME-RSV-DEB
              THRU 7250-CONSOMME-RSV-FIN.
           SET SBH-ACCEPTEE                      TO TRUE.
           PERFORM 7940-ECRIT-HISTO-SUBST-DEB
              THRU 7940-ECRIT-HISTO-SUBST-FIN.
           MOVE WS-CA-SUB-ART                    TO MCODEO.
           IF WS-CA-SUB-QTE NOT > 99999
              MOVE WS-CA-SUB-QTE                 TO WS-QTE-A-SORTIR-ED
              MOVE WS-QTE-A-SORTIR-ED            TO MQTSORO
           END-IF.
           PERFORM 6000-SEND-MAP-DEB
              THRU 6000-SEND-MAP-FIN.
       2050-ACCEPTE-SUBST-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2060       *
      *---------------------------------------------------------------*
      * TOUCHE INVALIDE ALORS QU'UN SUBSTITUT EST EN ATTENTE : ON     *
      * RE-AFFICHE LA PROPOSITION SAUVEGARDEE EN COMMAREA             *
      *---------------------------------------------------------------*
       2060-CONFIRM-OTHER-DEB.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           MOVE WS-COMM-MSG                      TO MMSGO.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       2060-CONFIRM-OTHER-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2070       *
      *---------------------------------------------------------------*
      * SUBSTITUT REFUSE (PF3) : LA DEMANDE D'ORIGINE EST ENREGISTREE *
      * EN SOUFFRANCE (BCK0101) COMME SANS SUBSTITUT                  *
      *---------------------------------------------------------------*
       2070-REFUS-SUBST-DEB.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           PERFORM 7920-RESTAURE-DEMANDE-DEB
              THRU 7920-RESTAURE-DEMANDE-FIN.
           MOVE WS-CA-SUB-ORIG                   TO WS-ART-CODE.
           MOVE WS-CA-SUB-QTE-ORIG               TO WS-QTE-A-SORTIR.
           PERFORM 7900-ECRIT-BACKORDER-DEB
              THRU 7900-ECRIT-BACKORDER-FIN.
           SET SBH-REFUSEE                       TO TRUE.
           PERFORM 7940-ECRIT-HISTO-SUBST-DEB
              THRU 7940-ECRIT-HISTO-SUBST-FIN.
           MOVE WS-MSG(183)                      TO MMSGO.
           PERFORM 6000-SEND-MAP-DEB
              THRU 6000-SEND-MAP-FIN.
       2070-REFUS-SUBST-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3000       *
      *---------------------------------------------------------------*
       3000-MAPFAIL-DEB.
           ELSE
              MOVE MQTSORO                         TO WS-QTE-A-SORTIR-ED
              MOVE WS-QTE-A-SORTIR-ED              TO WS-QTE-A-SORTIR
      *       ARTICLE SERIALISE : NUMEROS DES UNITES SORTIES (LE
      *       MESSAGE DE REFUS EST POSE PAR LE CONTROLE)
              PERFORM 7260-CTRL-SERIES-DEB
                 THRU 7260-CTRL-SERIES-FIN
           IF NOT SERIE-REFUSEE
              PERFORM 7240-CALC-DISPONIBLE-DEB
                 THRU 7240-CALC-DISPONIBLE-FIN
              PERFORM 7246-CALC-RESERVE-DEB
                 MOVE WS-DISPO-NET                  TO WS-QTE-DISPONIBLE
              END-IF
              IF WS-QTE-A-SORTIR > WS-QTE-DISPONIBLE
      *          UN SUBSTITUT APPROUVE (SUB0101) AYANT LE DISPONIBLE
      *          EST D ABORD PROPOSE A L OPERATEUR - PAS DE
      *          SUBSTITUTION D UN ARTICLE SERIALISE
                 SET SUBST-AUCUN                    TO TRUE
                 IF NOT ART-SERIALISE
                    PERFORM 7950-CHERCHE-SUBSTITUT-DEB
                       THRU 7950-CHERCHE-SUBSTITUT-FIN
                 END-IF
                 IF SUBST-TROUVE
                    PERFORM 7970-PROPOSE-SUBST-DEB
                       THRU 7970-PROPOSE-SUBST-FIN
                 ELSE
                    MOVE WS-MSG(10)                 TO MMSGO
      *             LA DEMANDE REFUSEE NE S EVAPORE PLUS : ELLE EST
      *             ENREGISTREE EN SOUFFRANCE (BCK0101), SERVIE PAR
      *             LES PROCHAINES RECEPTIONS (ARIC122)
                    PERFORM 7900-ECRIT-BACKORDER-DEB
                       THRU 7900-ECRIT-BACKORDER-FIN
                 END-IF
              ELSE
                 PERFORM 3100-SORTIE-STOCK-DEB
                    THRU 3100-SORTIE-STOCK-FIN
              END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       3010-CHOIX-OK-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3100       *
      *---------------------------------------------------------------*
      * SORTIE FIFO DE L'ARTICLE LU EN UPDATE (ARTICLE DEMANDE OU     *
      * SUBSTITUT ACCEPTE) : JOURNAL, MOUVEMENTS PAR LOT, ALERTE,     *
      * RESERVATION DE LA REFERENCE ET BUDGET DU CENTRE DE COUT       *
      *---------------------------------------------------------------*
       3100-SORTIE-STOCK-DEB.
           MOVE WS-ART-ENR                        TO WS-JRN-AVANT.
           MOVE WS-ART-QTE                        TO WS-QTE-AVANT-ALE.
           IF ART-SERIALISE
              PERFORM 7270-SORTIE-SERIES-DEB
                 THRU 7270-SORTIE-SERIES-FIN
           ELSE
              PERFORM 7200-FIFO-ISSUE-DEB
                 THRU 7200-FIFO-ISSUE-FIN
           END-IF.
           PERFORM 6070-REWRITE-ART-DEB
              THRU 6070-REWRITE-ART-FIN.
           PERFORM 7700-DETECTE-ALERTE-DEB
              THRU 7700-DETECTE-ALERTE-FIN.
           MOVE WS-ART-ENR                        TO WS-JRN-APRES.
           SET JRN-SORTIE-STOCK                   TO TRUE.
           PERFORM 6080-WRITE-JRNL-ART-DEB
              THRU 6080-WRITE-JRNL-ART-FIN.
           SET AMVT-SORTIE                        TO TRUE.
           PERFORM 7095-ECRIT-MVTS-LOTS-DEB
              THRU 7095-ECRIT-MVTS-LOTS-FIN.
           PERFORM 7250-CONSOMME-RSV-DEB
              THRU 7250-CONSOMME-RSV-FIN.
           PERFORM 7810-CUMULE-BUDGET-DEB
              THRU 7810-CUMULE-BUDGET-FIN.
           IF BUDGET-AVERTI
              MOVE WS-MSG(101)                    TO MMSGO
           ELSE
              PERFORM 7099-MSG-EMPLACEMENTS-DEB
                 THRU 7099-MSG-EMPLACEMENTS-FIN
           END-IF.
       3100-SORTIE-STOCK-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3200       *
      *---------------------------------------------------------------*
      * SORTIE D'UN KIT : CONTROLE PUIS SORTIE FIFO DE CHACUN DES     *
              SET KIT-REFUSE                       TO TRUE
              GO TO 3210-CTRL-UN-COMPOSANT-FIN
           END-IF.
      *    UN COMPOSANT SERIALISE SE SORT SEUL, UNITE PAR UNITE, SUR
      *    SES NUMEROS DE SERIE : IL REFUSE LE KIT EN BLOC
           IF ART-SERIALISE
              MOVE WS-MSG(193)                     TO MMSGO
              SET KIT-REFUSE                       TO TRUE
              GO TO 3210-CTRL-UN-COMPOSANT-FIN
           END-IF.
           COMPUTE WS-TNOM-REQUIS(WS-IND-NOM) =
                   WS-TNOM-QTE-PAR(WS-IND-NOM) * WS-QTE-KIT.
      *    LE BESOIN NE PEUT PAS DEPASSER LA CAPACITE D'UNE SORTIE
           MOVE WS-ART-ALERT                      TO WS-ALE-SEUIL.
           MOVE EIBTRMID                          TO WS-ALE-TERM.
           MOVE 'ARIC118'                         TO WS-ALE-PROG.
           MOVE SPACE                             TO WS-ALE-DEPOT.
      *    ALERTE DE DEPOT : QUANTITE ET MINIMUM DU DEPOT DE LA SORTIE
           IF SDP-EXISTE
              MOVE WS-QTE-DEP-APRES               TO WS-ALE-QTE
              MOVE WS-SDP-MIN                     TO WS-ALE-SEUIL
              MOVE WS-SDP-DEPOT                   TO WS-ALE-DEPOT
           END-IF.
           EXEC CICS
               WRITE FILE('ALR0101')
                     RIDFLD(WS-ALE-CLE)
           END-IF.
       6400-WRITE-ALERTE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * LIT LES NIVEAUX DU COUPLE ARTICLE / DEPOT (SDP0101)           *
      *---------------------------------------------------------------*
       6410-READ-SDP-DEB.
           EXEC CICS
               READ FILE('SDP0101')
                    RIDFLD(WS-SDP-CLE)
                    INTO(WS-SDP-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET SDP-EXISTE                      TO TRUE
           ELSE
              SET SDP-N-EXISTE-PAS                TO TRUE
           END-IF.
       6410-READ-SDP-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * RECHERCHE SI L ARTICLE PORTE UN NIVEAU DANS UN DEPOT QUEL-    *
      * CONQUE : POSITIONNEMENT SUR LA CLE ARTICLE, PREMIER NIVEAU    *
      *---------------------------------------------------------------*
       6420-CHERCHE-NIVEAU-ART-DEB.
           SET SDP-N-EXISTE-PAS                   TO TRUE.
           MOVE LOW-VALUES                        TO WS-SDP-BRW-CLE.
           MOVE WS-ART-CODE                     TO WS-SDP-BRW-CLE(1:5).
           EXEC CICS
               STARTBR FILE('SDP0101')
                       RIDFLD(WS-SDP-BRW-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO 6420-CHERCHE-NIVEAU-ART-FIN
           END-IF.
           EXEC CICS
               READNEXT FILE('SDP0101')
                        RIDFLD(WS-SDP-BRW-CLE)
                        INTO(WS-SDP-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              AND WS-SDP-ART-CODE = WS-ART-CODE
              SET SDP-EXISTE                      TO TRUE
           END-IF.
           EXEC CICS
               ENDBR FILE('SDP0101')
                     RESP(WS-RESP)
           END-EXEC.
       6420-CHERCHE-NIVEAU-ART-FIN.
           EXIT.
       6310-STARTBR-NOM-DEB.
           EXEC CICS
               STARTBR FILE('NOM0101')
           END-EXEC.
       6330-ENDBR-NOM-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * DEFILEMENT DES SUBSTITUTS DE L'ARTICLE EN RUPTURE (SUB0101)   *
      *---------------------------------------------------------------*
       6500-STARTBR-SUB-DEB.
           EXEC CICS
               STARTBR FILE('SUB0101')
                       RIDFLD(WS-SUB-BRW-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET SUBBRW-ENCOURS                  TO TRUE
           ELSE
              SET SUBBRW-FIN                      TO TRUE
           END-IF.
       6500-STARTBR-SUB-FIN.
           EXIT.
       6510-READNEXT-SUB-DEB.
           EXEC CICS
               READNEXT FILE('SUB0101')
                        RIDFLD(WS-SUB-BRW-CLE)
                        INTO(WS-SUB-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET SUBBRW-FIN                      TO TRUE
           END-IF.
       6510-READNEXT-SUB-FIN.
           EXIT.
       6520-ENDBR-SUB-DEB.
           EXEC CICS
               ENDBR FILE('SUB0101')
                     RESP(WS-RESP)
           END-EXEC.
       6520-ENDBR-SUB-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * LECTURE SANS MISE A JOUR D'UN LOT (CONTROLE DU LOT D'UN       *
      * NUMERO DE SERIE AVANT SORTIE)                                 *
      *---------------------------------------------------------------*
       6135-READ-LOT-DEB.
           EXEC CICS
               READ FILE('LOT0101')
                    RIDFLD(WS-LOT-CLE)
                    INTO(WS-LOT-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET LOTLU-EXISTE                    TO TRUE
           ELSE
              SET LOTLU-ABSENT                    TO TRUE
           END-IF.
       6135-READ-LOT-FIN.
           EXIT.
       6600-READ-SER-DEB.
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
       6600-READ-SER-FIN.
           EXIT.
       6610-READ-SER-UPD-DEB.
           EXEC CICS
               READ FILE('SER0101')
                    RIDFLD(WS-SER-CLE)
                    INTO(WS-SER-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6610 - ERREUR CICS READ UPD SER0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6610-READ-SER-UPD-FIN.
           EXIT.
       6620-REWRITE-SER-DEB.
           EXEC CICS
               REWRITE FILE('SER0101')
                       FROM(WS-SER-ENR)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6620 - ERREUR CICS REWRITE SER0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6620-REWRITE-SER-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
           END-IF.
           MOVE MCCTRO                            TO WS-AMVT-CCTR.
           MOVE SPACES                            TO WS-AMVT-LOT.
           IF SORTIE-SUBSTITUT
              MOVE WS-CA-SUB-ORIG                 TO WS-AMVT-ART-ORIG
           ELSE
              MOVE SPACES                         TO WS-AMVT-ART-ORIG
           END-IF.
           MOVE SPACES                            TO WS-AMVT-SERIE.
       7090-INIT-AMVT-FIN.
           EXIT.
      *---------------------------------------------------------------*
              THRU 7090-INIT-AMVT-FIN.
           MOVE WS-TSLOT-QTE(WS-IND-SORLOT)       TO WS-AMVT-QTE.
           MOVE WS-TSLOT-NUM(WS-IND-SORLOT)       TO WS-AMVT-LOT.
           MOVE WS-TSLOT-SERIE(WS-IND-SORLOT)     TO WS-AMVT-SERIE.
           PERFORM 6091-WRITE-AMVT-LOT-DEB
              THRU 6091-WRITE-AMVT-LOT-FIN.
       7096-ECRIT-UN-MVT-LOT-FIN.
       7910-ESSAI-WRITE-BCK-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * REMET A L'ECRAN LA DEMANDE D'ORIGINE SAUVEGARDEE EN COMMAREA  *
      * A LA PROPOSITION DU SUBSTITUT ET LEVE L'ATTENTE DE DECISION   *
      *---------------------------------------------------------------*
       7920-RESTAURE-DEMANDE-DEB.
           SET CMD-INVALID                        TO TRUE.
           MOVE SPACE                             TO WS-COMM-MSG.
           MOVE WS-CA-SUB-ORIG                    TO MCODEO.
           MOVE WS-CA-SUB-QTE-ORIG                TO WS-QTE-A-SORTIR-ED.
           MOVE WS-QTE-A-SORTIR-ED                TO MQTSORO.
           MOVE WS-CA-SUB-REF                     TO MREFO.
           MOVE WS-CA-SUB-DEPOT                   TO MDEPOTO.
           MOVE WS-CA-SUB-CCTR                    TO MCCTRO.
       7920-RESTAURE-DEMANDE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * TRACE LA DECISION DE L'OPERATEUR SUR LE SUBSTITUT PROPOSE     *
      * (SBH0101, CLE DATE + HEURE + TERMINAL, HEURE INCREMENTEE SUR  *
      * DOUBLON) - SBH-ACCEPTEE OU SBH-REFUSEE POSITIONNE A L'APPEL   *
      *---------------------------------------------------------------*
       7940-ECRIT-HISTO-SUBST-DEB.
           EXEC CICS
               ASKTIME ABSTIME(WS-DATE-CICS)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME  (WS-DATE-CICS)
                          YYYYMMDD (WS-SBH-DATE)
                          TIME     (WS-SBH-HEURE)
           END-EXEC.
           MOVE EIBTRMID                          TO WS-SBH-TERM.
           MOVE 'ARIC118'                         TO WS-SBH-PROG.
           MOVE WS-CA-SUB-ORIG                    TO WS-SBH-ART-ORIG.
           MOVE WS-CA-SUB-QTE-ORIG                TO WS-SBH-QTE-ORIG.
           MOVE WS-CA-SUB-ART                     TO WS-SBH-ART-SUBST.
           MOVE WS-CA-SUB-QTE                     TO WS-SBH-QTE-SUBST.
           MOVE WS-CA-SUB-REF                     TO WS-SBH-REF.
           MOVE WS-CA-SUB-DEPOT                   TO WS-SBH-DEPOT.
           MOVE WS-CA-SUB-CCTR                    TO WS-SBH-CCTR.
           MOVE EIBTASKN                          TO WS-SBH-TASK.
           MOVE WS-OPID                           TO WS-SBH-OPID.
           MOVE ZERO                              TO WS-NB-ESSAI-AMVT.
           SET AMVT-A-ECRIRE                      TO TRUE.
           PERFORM 7945-ESSAI-WRITE-SBH-DEB
              THRU 7945-ESSAI-WRITE-SBH-FIN
                 UNTIL AMVT-ECRIT
                    OR WS-NB-ESSAI-AMVT NOT < 9.
       7940-ECRIT-HISTO-SUBST-FIN.
           EXIT.
       7945-ESSAI-WRITE-SBH-DEB.
           ADD 1                                  TO WS-NB-ESSAI-AMVT.
           EXEC CICS
               WRITE FILE('SBH0101')
                     RIDFLD(WS-SBH-CLE)
                     FROM(WS-SBH-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                  SET AMVT-ECRIT                  TO TRUE
               WHEN WS-RESP = DFHRESP(DUPREC)
                  ADD 1                           TO WS-SBH-HEURE
               WHEN OTHER
                  MOVE '7945 - ERREUR CICS WRITE SBH0101'
                                                 TO WS-MSG-ERR
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       7945-ESSAI-WRITE-SBH-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * RECHERCHE DU PREMIER SUBSTITUT APPROUVE DE L'ARTICLE EN       *
      * RUPTURE (SUB0101, ORDRE DES RANGS) : ARTICLE EXISTANT, NI     *
      * BLOQUE NI BROUILLON, DONT LE DISPONIBLE NET COUVRE LA         *
      * QUANTITE CONVERTIE - L'ARTICLE ET LA QUANTITE DEMANDES SONT   *
      * RETABLIS EN SORTIE                                            *
      *---------------------------------------------------------------*
       7950-CHERCHE-SUBSTITUT-DEB.
           SET SUBST-AUCUN                        TO TRUE.
           MOVE WS-ART-CODE                       TO WS-ART-CODE-ORIG.
           MOVE WS-QTE-A-SORTIR                   TO WS-QTE-ORIG.
           MOVE LOW-VALUES                        TO WS-SUB-BRW-CLE.
           MOVE WS-ART-CODE-ORIG                TO WS-SUB-BRW-CLE(1:5).
           PERFORM 6500-STARTBR-SUB-DEB
              THRU 6500-STARTBR-SUB-FIN.
           IF SUBBRW-ENCOURS
              PERFORM 6510-READNEXT-SUB-DEB
                 THRU 6510-READNEXT-SUB-FIN
              PERFORM 7955-TESTE-UN-SUBST-DEB
                 THRU 7955-TESTE-UN-SUBST-FIN
                    UNTIL SUBBRW-FIN OR SUBST-TROUVE
              PERFORM 6520-ENDBR-SUB-DEB
                 THRU 6520-ENDBR-SUB-FIN
           END-IF.
           MOVE WS-ART-CODE-ORIG                  TO WS-ART-CODE.
           MOVE WS-QTE-ORIG                       TO WS-QTE-A-SORTIR.
       7950-CHERCHE-SUBSTITUT-FIN.
           EXIT.
       7955-TESTE-UN-SUBST-DEB.
           IF WS-SUB-ART-CODE NOT = WS-ART-CODE-ORIG
              SET SUBBRW-FIN                      TO TRUE
              GO TO 7955-TESTE-UN-SUBST-FIN
           END-IF.
           MOVE WS-SUB-ART-SUBST                  TO WS-SUB-CANDIDAT.
           MOVE WS-SUB-RATIO                      TO WS-SUB-RATIO-CAND.
           PERFORM 6510-READNEXT-SUB-DEB
              THRU 6510-READNEXT-SUB-FIN.
           PERFORM 7960-CALC-QTE-SUBST-DEB
              THRU 7960-CALC-QTE-SUBST-FIN.
      *    LA QUANTITE CONVERTIE DOIT TENIR DANS LA ZONE QUANTITE DE
      *    L ECRAN
           IF WS-SUB-QTE-CALC = ZERO OR WS-SUB-QTE-CALC > 99999
              GO TO 7955-TESTE-UN-SUBST-FIN
           END-IF.
           MOVE WS-SUB-CANDIDAT                   TO WS-ART-CODE.
           PERFORM 6031-READ-ART-NOUPD-DEB
              THRU 6031-READ-ART-NOUPD-FIN.
           IF ARTICLE-N-EXISTE-PAS
              OR ART-BLOQUE-SORTIE OR ART-BROUILLON OR ART-SERIALISE
              GO TO 7955-TESTE-UN-SUBST-FIN
           END-IF.
           MOVE WS-SUB-QTE-CALC                   TO WS-QTE-A-SORTIR.
           PERFORM 7240-CALC-DISPONIBLE-DEB
              THRU 7240-CALC-DISPONIBLE-FIN.
           PERFORM 7246-CALC-RESERVE-DEB
              THRU 7246-CALC-RESERVE-FIN.
           COMPUTE WS-DISPO-NET = WS-QTE-DISPONIBLE
                  - (WS-QTE-RESERVEE - WS-QTE-RSV-PROPRE).
           IF WS-DISPO-NET NOT < WS-QTE-A-SORTIR
              SET SUBST-TROUVE                    TO TRUE
              MOVE WS-SUB-CANDIDAT                TO WS-CA-SUB-ART
              MOVE WS-SUB-QTE-CALC                TO WS-CA-SUB-QTE
           END-IF.
       7955-TESTE-UN-SUBST-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * QUANTITE DE SUBSTITUT = QUANTITE DEMANDEE X RAPPORT DE        *
      * CONVERSION (ZERO = UN POUR UN), FRACTION D'UNITE ARRONDIE A   *
      * L'UNITE SUPERIEURE POUR COUVRIR LE BESOIN                     *
      *---------------------------------------------------------------*
       7960-CALC-QTE-SUBST-DEB.
           IF WS-SUB-RATIO-CAND = ZERO
              MOVE WS-QTE-ORIG                    TO WS-SUB-QTE-CALC
              GO TO 7960-CALC-QTE-SUBST-FIN
           END-IF.
           COMPUTE WS-SUB-QTE-EXACTE = WS-QTE-ORIG * WS-SUB-RATIO-CAND.
           MOVE WS-SUB-QTE-EXACTE                 TO WS-SUB-QTE-CALC.
           IF WS-SUB-QTE-CALC < WS-SUB-QTE-EXACTE
              ADD 1                               TO WS-SUB-QTE-CALC
           END-IF.
       7960-CALC-QTE-SUBST-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * PROPOSE LE SUBSTITUT TROUVE : LA DEMANDE D'ORIGINE EST        *
      * SAUVEGARDEE EN COMMAREA, LA PROPOSITION EST AFFICHEE ET       *
      * CONSERVEE (WS-COMM-MSG), L'ATTENTE DE DECISION EST ACTIVEE    *
      *---------------------------------------------------------------*
       7970-PROPOSE-SUBST-DEB.
           MOVE WS-ART-CODE-ORIG                  TO WS-CA-SUB-ORIG.
           MOVE WS-QTE-ORIG                       TO WS-CA-SUB-QTE-ORIG.
           IF MREFO = SPACE OR MREFO = LOW-VALUE
              MOVE SPACES                         TO WS-CA-SUB-REF
           ELSE
              MOVE MREFO                          TO WS-CA-SUB-REF
           END-IF.
           IF MDEPOTO = LOW-VALUE
              MOVE SPACES                         TO WS-CA-SUB-DEPOT
           ELSE
              MOVE MDEPOTO                        TO WS-CA-SUB-DEPOT
           END-IF.
           MOVE MCCTRO                            TO WS-CA-SUB-CCTR.
           MOVE WS-CA-SUB-ORIG                    TO WS-MSGB-ORIG.
           MOVE WS-CA-SUB-ART                     TO WS-MSGB-SUBST.
           MOVE WS-CA-SUB-QTE                     TO WS-MSGB-QTE.
           MOVE WS-MSG-SUBST                      TO WS-COMM-MSG.
           MOVE WS-COMM-MSG                       TO MMSGO.
           SET CMD-VALID                          TO TRUE.
       7970-PROPOSE-SUBST-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * TRACE LE TRANSFERT DE PROPRIETE D'UN PRELEVEMENT SUR LOT EN   *
      * CONSIGNATION (CSG0101) - HEURE INCREMENTEE SUR DOUBLON        *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * DETECTE LE FRANCHISSEMENT A LA BAISSE DU SEUIL D'ALERTE ET    *
      * ECRIT L'ALERTE INTRA-JOURNEE DANS ALR0101 (REVUE PAR ARIC132) *
      * UN ARTICLE A NIVEAUX PAR DEPOT (SDP0101) EST TESTE SUR LE     *
      * MINIMUM DU DEPOT DE LA SORTIE ; SANS NIVEAU DANS CE DEPOT (OU *
      * SANS DEPOT SAISI) IL N'EST PAS TESTE ICI, L'ETAT NOCTURNE     *
      * ARIO911 CONTROLE CHACUN DE SES DEPOTS. UN ARTICLE SANS AUCUN  *
      * NIVEAU GARDE LE TEST SUR LE SEUIL GLOBAL WS-ART-ALERT         *
      *---------------------------------------------------------------*
       7700-DETECTE-ALERTE-DEB.
           SET SDP-N-EXISTE-PAS                   TO TRUE.
           IF NOT (MDEPOTO = SPACE OR MDEPOTO = LOW-VALUE)
              MOVE WS-ART-CODE                    TO WS-SDP-ART-CODE
              MOVE MDEPOTO                        TO WS-SDP-DEPOT
              PERFORM 6410-READ-SDP-DEB
                 THRU 6410-READ-SDP-FIN
           END-IF.
           IF SDP-EXISTE
              PERFORM 7710-DETECTE-ALERTE-DEP-DEB
                 THRU 7710-DETECTE-ALERTE-DEP-FIN
              GO TO 7700-DETECTE-ALERTE-FIN
           END-IF.
           PERFORM 6420-CHERCHE-NIVEAU-ART-DEB
              THRU 6420-CHERCHE-NIVEAU-ART-FIN.
           IF SDP-EXISTE
              SET SDP-N-EXISTE-PAS                TO TRUE
              GO TO 7700-DETECTE-ALERTE-FIN
           END-IF.
           IF WS-QTE-AVANT-ALE > WS-ART-ALERT
              AND WS-ART-QTE NOT > WS-ART-ALERT
              PERFORM 6400-WRITE-ALERTE-DEB
       7700-DETECTE-ALERTE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * TEST DE DEPOT : QUANTITE DES LOTS ACTIFS DU DEPOT APRES LA    *
      * SORTIE, AVANT = APRES + QUANTITE EFFECTIVEMENT PRELEVEE.      *
      * ALERTE QUAND LE MINIMUM DU DEPOT EST FRANCHI A LA BAISSE      *
      *---------------------------------------------------------------*
       7710-DETECTE-ALERTE-DEP-DEB.
           MOVE ZERO                             TO WS-QTE-DEP-APRES.
           MOVE WS-ART-CODE                      TO WS-BRW-ART.
           MOVE LOW-VALUES                       TO WS-BRW-NUM.
           PERFORM 6100-STARTBR-LOT-DEB
              THRU 6100-STARTBR-LOT-FIN.
           IF BRW-ENCOURS
              PERFORM 6110-READNEXT-LOT-DEB
                 THRU 6110-READNEXT-LOT-FIN
              PERFORM 7715-CUMUL-DEPOT-DEB
                 THRU 7715-CUMUL-DEPOT-FIN
                    UNTIL BRW-FIN
              PERFORM 6120-ENDBR-LOT-DEB
                 THRU 6120-ENDBR-LOT-FIN
           END-IF.
           COMPUTE WS-QTE-DEP-AVANT = WS-QTE-DEP-APRES
                  + (WS-QTE-A-SORTIR - WS-QTE-RESTANTE).
           IF WS-QTE-DEP-AVANT > WS-SDP-MIN
              AND WS-QTE-DEP-APRES NOT > WS-SDP-MIN
              PERFORM 6400-WRITE-ALERTE-DEB
                 THRU 6400-WRITE-ALERTE-FIN
           END-IF.
       7710-DETECTE-ALERTE-DEP-FIN.
           EXIT.
       7715-CUMUL-DEPOT-DEB.
           IF WS-LOT-ART-CODE NOT = WS-ART-CODE
              SET BRW-FIN                         TO TRUE
           ELSE
              IF LOT-ACTIF
                 AND WS-LOT-DEPOT = WS-SDP-DEPOT
                 ADD WS-LOT-QTE                   TO WS-QTE-DEP-APRES
              END-IF
              PERFORM 6110-READNEXT-LOT-DEB
                 THRU 6110-READNEXT-LOT-FIN
           END-IF.
       7715-CUMUL-DEPOT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONTROLE DU BUDGET MENSUEL DU CENTRE DEMANDEUR (LE RECORD     *
      * CCT0101 EST DEJA EN WS-CCT-ENR, LU PAR 6300) : UNE            *
      * CONSOMMATION D'UN AUTRE MOIS EST PERIMEE ET VAUT ZERO ;       *
       7200-FIFO-ISSUE-DEB.
           MOVE WS-QTE-A-SORTIR                  TO WS-QTE-RESTANTE.
           MOVE ZERO                             TO WS-NB-SORLOT.
           MOVE SPACES                           TO WS-SERIE-COURANTE.
           SET FIFO-LOT-TROUVE                   TO TRUE.
           PERFORM 7210-TRT-UNE-SORTIE-DEB
              THRU 7210-TRT-UNE-SORTIE-FIN
              MOVE WS-LOT-NUM         TO WS-TSLOT-NUM(WS-NB-SORLOT)
              MOVE WS-FIFO-QTE-PRISE  TO WS-TSLOT-QTE(WS-NB-SORLOT)
              MOVE WS-LOT-EMPL        TO WS-TSLOT-EMPL(WS-NB-SORLOT)
              MOVE WS-SERIE-COURANTE  TO WS-TSLOT-SERIE(WS-NB-SORLOT)
           END-IF.
           IF WS-LOT-QTE = ZERO
              PERFORM 6150-DELETE-LOT-DEB
           END-IF.
       7250-CONSOMME-RSV-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * ARTICLE SERIALISE : LES UNITES SORTIES SONT DESIGNEES PAR     *
      * LEUR NUMERO DE SERIE (PREMIERES ZONES MSER, UN PAR UNITE, 5   *
      * UNITES AU PLUS) ET NON PRELEVEES EN FIFO. CHAQUE NUMERO DOIT  *
      * ETRE CONNU, EN STOCK, DANS LE DEPOT SAISI LE CAS ECHEANT, ET  *
      * SON LOT ACTIF DOIT CONTENIR LES UNITES DESIGNEES. LE LOT DE   *
      * CHAQUE NUMERO EST MEMORISE POUR LE PRELEVEMENT.               *
      *---------------------------------------------------------------*
       7260-CTRL-SERIES-DEB.
           SET SERIE-ACCEPTEE                    TO TRUE.
           MOVE ZERO                             TO WS-NB-SERIE.
           IF NOT ART-SERIALISE
              GO TO 7260-CTRL-SERIES-FIN
           END-IF.
           IF WS-QTE-A-SORTIR > 5
              SET SERIE-REFUSEE                  TO TRUE
              MOVE WS-MSG(189)                   TO MMSGO
              GO TO 7260-CTRL-SERIES-FIN
           END-IF.
           PERFORM 7261-COMPTE-UNE-SERIE-DEB
              THRU 7261-COMPTE-UNE-SERIE-FIN
                 VARYING WS-IND-SERIE FROM 1 BY 1
                    UNTIL WS-IND-SERIE > 5.
           IF SERIE-REFUSEE OR WS-NB-SERIE NOT = WS-QTE-A-SORTIR
              SET SERIE-REFUSEE                  TO TRUE
              MOVE WS-MSG(189)                   TO MMSGO
              GO TO 7260-CTRL-SERIES-FIN
           END-IF.
           PERFORM 7262-DOUBLON-SERIE-DEB
              THRU 7262-DOUBLON-SERIE-FIN
                 VARYING WS-IND-SERIE FROM 1 BY 1
                    UNTIL WS-IND-SERIE > WS-NB-SERIE
                       OR SERIE-REFUSEE.
           IF SERIE-REFUSEE
              MOVE WS-MSG(192)                   TO MMSGO
              GO TO 7260-CTRL-SERIES-FIN
           END-IF.
           PERFORM 7264-CTRL-UNE-SERIE-DEB
              THRU 7264-CTRL-UNE-SERIE-FIN
                 VARYING WS-IND-SERIE FROM 1 BY 1
                    UNTIL WS-IND-SERIE > WS-NB-SERIE
                       OR SERIE-REFUSEE.
           IF SERIE-REFUSEE
              MOVE WS-MSG(190)                   TO MMSGO
           END-IF.
       7260-CTRL-SERIES-FIN.
           EXIT.
      *    UNE ZONE RENSEIGNEE AU-DELA DE LA QUANTITE EST REFUSEE
       7261-COMPTE-UNE-SERIE-DEB.
           IF MSERO(WS-IND-SERIE) NOT = SPACE
              AND MSERO(WS-IND-SERIE) NOT = LOW-VALUE
              ADD 1                              TO WS-NB-SERIE
              IF WS-IND-SERIE > WS-QTE-A-SORTIR
                 SET SERIE-REFUSEE               TO TRUE
              END-IF
           END-IF.
       7261-COMPTE-UNE-SERIE-FIN.
           EXIT.
       7262-DOUBLON-SERIE-DEB.
           PERFORM 7263-COMPARE-SERIE-DEB
              THRU 7263-COMPARE-SERIE-FIN
                 VARYING WS-IND-SERIE2 FROM WS-IND-SERIE BY 1
                    UNTIL WS-IND-SERIE2 > WS-NB-SERIE
                       OR SERIE-REFUSEE.
       7262-DOUBLON-SERIE-FIN.
           EXIT.
       7263-COMPARE-SERIE-DEB.
           IF WS-IND-SERIE2 > WS-IND-SERIE
              AND MSERO(WS-IND-SERIE2) = MSERO(WS-IND-SERIE)
              SET SERIE-REFUSEE                  TO TRUE
           END-IF.
       7263-COMPARE-SERIE-FIN.
           EXIT.
       7264-CTRL-UNE-SERIE-DEB.
           MOVE WS-ART-CODE                      TO WS-SER-ART-CODE.
           MOVE MSERO(WS-IND-SERIE)              TO WS-SER-NUM.
           PERFORM 6600-READ-SER-DEB
              THRU 6600-READ-SER-FIN.
           IF SER-N-EXISTE-PAS OR NOT SER-EN-STOCK
              SET SERIE-REFUSEE                  TO TRUE
              GO TO 7264-CTRL-UNE-SERIE-FIN
           END-IF.
           IF MDEPOTO NOT = SPACE AND MDEPOTO NOT = LOW-VALUE
              AND WS-SER-DEPOT NOT = MDEPOTO
              SET SERIE-REFUSEE                  TO TRUE
              GO TO 7264-CTRL-UNE-SERIE-FIN
           END-IF.
           MOVE WS-SER-LOT                TO WS-TSER-LOT(WS-IND-SERIE).
      *    UNITES DEJA DESIGNEES SUR LE MEME LOT, CELLE-CI COMPRISE
           MOVE ZERO                             TO WS-NB-SER-LOT.
           PERFORM 7265-COMPTE-MEME-LOT-DEB
              THRU 7265-COMPTE-MEME-LOT-FIN
                 VARYING WS-IND-SERIE2 FROM 1 BY 1
                    UNTIL WS-IND-SERIE2 > WS-IND-SERIE.
           MOVE WS-ART-CODE                      TO WS-LOT-ART-CODE.
           MOVE WS-SER-LOT                       TO WS-LOT-NUM.
           PERFORM 6135-READ-LOT-DEB
              THRU 6135-READ-LOT-FIN.
           IF LOTLU-ABSENT
              SET SERIE-REFUSEE                  TO TRUE
              GO TO 7264-CTRL-UNE-SERIE-FIN
           END-IF.
           IF NOT LOT-ACTIF OR WS-LOT-QTE < WS-NB-SER-LOT
              SET SERIE-REFUSEE                  TO TRUE
           END-IF.
       7264-CTRL-UNE-SERIE-FIN.
           EXIT.
       7265-COMPTE-MEME-LOT-DEB.
           IF WS-TSER-LOT(WS-IND-SERIE2) = WS-TSER-LOT(WS-IND-SERIE)
              ADD 1                              TO WS-NB-SER-LOT
           END-IF.
       7265-COMPTE-MEME-LOT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * SORTIE D'UN ARTICLE SERIALISE : CHAQUE NUMERO DESIGNE EST     *
      * PRELEVE (QUANTITE 1) SUR SON LOT PAR LE PRELEVEMENT FIFO      *
      * ORDINAIRE (7230 - MEMORISATION DU LOT POUR LE MOUVEMENT,      *
      * CONSIGNATION, VALORISATION), PUIS PASSE SORTI VERS LE CENTRE  *
      * DE COUT DANS SER0101. LA QUANTITE COMPTABLE EST DIMINUEE      *
      * COMME PAR LA SORTIE FIFO.                                     *
      *---------------------------------------------------------------*
       7270-SORTIE-SERIES-DEB.
           MOVE ZERO                             TO WS-NB-SORLOT.
           PERFORM 7275-SORT-UNE-SERIE-DEB
              THRU 7275-SORT-UNE-SERIE-FIN
                 VARYING WS-IND-SERIE FROM 1 BY 1
                    UNTIL WS-IND-SERIE > WS-NB-SERIE.
           MOVE SPACES                           TO WS-SERIE-COURANTE.
           IF WS-NB-SERIE > WS-ART-QTE
              MOVE ZERO                          TO WS-ART-QTE
           ELSE
              SUBTRACT WS-NB-SERIE             FROM WS-ART-QTE
           END-IF.
       7270-SORTIE-SERIES-FIN.
           EXIT.
       7275-SORT-UNE-SERIE-DEB.
           MOVE MSERO(WS-IND-SERIE)              TO WS-SERIE-COURANTE.
           MOVE WS-ART-CODE                  TO WS-FIFO-CLE-MIN(1:5).
           MOVE WS-TSER-LOT(WS-IND-SERIE)    TO WS-FIFO-CLE-MIN(6:6).
           MOVE 1                                TO WS-QTE-RESTANTE.
           PERFORM 7230-ISSUE-FROM-LOT-DEB
              THRU 7230-ISSUE-FROM-LOT-FIN.
           MOVE WS-ART-CODE                      TO WS-SER-ART-CODE.
           MOVE MSERO(WS-IND-SERIE)              TO WS-SER-NUM.
           PERFORM 6610-READ-SER-UPD-DEB
              THRU 6610-READ-SER-UPD-FIN.
           SET SER-SORTI                         TO TRUE.
           MOVE MCCTRO                           TO WS-SER-CCTR.
           MOVE SPACES                           TO WS-SER-CLIENT
                                                    WS-SER-VTE-NUM.
           EXEC CICS
               ASKTIME ABSTIME(WS-DATE-CICS)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME  (WS-DATE-CICS)
                          YYYYMMDD (WS-SER-DATE-MVT)
                          TIME     (WS-SER-HEURE-MVT)
           END-EXEC.
           MOVE 'SORTIE '                        TO WS-SER-CODE-MVT.
           PERFORM 6620-REWRITE-SER-DEB
              THRU 6620-REWRITE-SER-FIN.
       7275-SORT-UNE-SERIE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT APPEL-SPG              *
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              IF WS-MSGF-NUM >= 1 AND WS-MSGF-NUM <= 306
                 MOVE WS-MSGF-TEXTE              TO
                                        WS-MSG(WS-MSGF-NUM)
              END-IF
