      *               § ENTRE DEPOTS                                  *
      * 01/09/2026    § NUMERO DE LOT TRANSFERE PORTE SUR LES DEUX    *
      *               § JAMBES ARTMVTS (TRACABILITE, CF ARIO927)      *
      * 15/10/2026    § ARTICLE SERIALISE : DEUX JAMBES DE QUANTITE 1 *
      *               § PAR NUMERO DE SERIE EN STOCK SUR LE LOT,      *
      *               § DEPOT DU NUMERO MIS A JOUR (SER0101)          *
      *===============================================================*
      *
      *************************
           COPY DEPOT.
      * DESCRIPTION ENREGISTREMENT HISTORIQUE MVT QUANTITE ARTICLE
           COPY ARTMVTS.
      * DESCRIPTION ENREGISTREMENT NUMERO DE SERIE
           COPY NUMSERIE.
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
      *
          88 DEPOT-N-EXISTE-PAS                VALUE '1'.
      *DEPOT D ORIGINE DU LOT TRANSFERE
       01 WS-DEPOT-ORIGINE             PIC X(3).
      *ARTICLE SERIALISE : DEFILEMENT DES NUMEROS DE L ARTICLE (CLE
      *DU DERNIER NUMERO TRANSFERE), NUMERO PORTE SUR LES JAMBES ET
      *QUANTITE DE CHAQUE JAMBE (1 PAR NUMERO, PUIS LE RELIQUAT DU
      *LOT SANS NUMERO)
       01 WS-SER-BRW-CLE               PIC X(20).
       01 WS-SW-SERBRW                 PIC X.
          88 SERBRW-ENCOURS                    VALUE '0'.
          88 SERBRW-FIN                        VALUE '1'.
       01 WS-SW-SERLU                  PIC X.
          88 SERIE-AUCUNE                      VALUE '0'.
          88 SERIE-TROUVEE                     VALUE '1'.
       01 WS-SERIE-COURANTE            PIC X(15)      VALUE SPACES.
       01 WS-NB-SER-TRANSF             PIC 9(6).
       01 WS-QTE-TRANSF                PIC 9(6).
       01 WS-NB-ESSAI-AMVT             PIC S9(4)      COMP.
       01 WS-SW-AMVT-ECRIT             PIC X.
          88 AMVT-ECRIT                        VALUE '1'.
          88 AMVT-A-ECRIRE                     VALUE '0'.
      *================
       LINKAGE SECTION.
      *================
           MOVE WS-LOT-ART-CODE                    TO WS-ART-CODE.
           PERFORM 6140-READ-ART-DEB
              THRU 6140-READ-ART-FIN.
      *    ARTICLE SERIALISE : JAMBES PAR NUMERO DE SERIE
           IF ART-SERIALISE
              PERFORM 7300-TRANSF-SERIES-DEB
                 THRU 7300-TRANSF-SERIES-FIN
           ELSE
      *       JAMBE DE DEPART SUR LE DEPOT D'ORIGINE (CODE TRANSFERT :
      *       NE COMPTE PAS EN CONSOMMATION)
              SET AMVT-TRANSFERT                   TO TRUE
              MOVE WS-DEPOT-ORIGINE                TO WS-AMVT-DEPOT
              PERFORM 6090-WRITE-AMVT-ART-DEB
                 THRU 6090-WRITE-AMVT-ART-FIN
      *       JAMBE D'ARRIVEE SUR LE DEPOT CIBLE
              SET AMVT-TRANSFERT                   TO TRUE
              MOVE MDEPCO                          TO WS-AMVT-DEPOT
              PERFORM 6090-WRITE-AMVT-ART-DEB
                 THRU 6090-WRITE-AMVT-ART-FIN
           END-IF.
           MOVE WS-MSG(52)                         TO MMSGO.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
           END-IF.
       6090-WRITE-AMVT-ART-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * ECRIT LE MOUVEMENT PREPARE DANS WS-AMVT-ENR - LES JAMBES DE   *
      * PLUSIEURS NUMEROS DE SERIE ECRITES DANS LA MEME SECONDE       *
      * DONNERAIENT UN DOUBLON DE CLE (ARTICLE + DATE + HEURE) :      *
      * L HEURE EST INCREMENTEE ET L ECRITURE RETENTEE, 9 ESSAIS AU   *
      * PLUS                                                          *
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
       6140-READ-ART-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * DEFILEMENT DES NUMEROS DE SERIE DE L'ARTICLE (SER0101)        *
      *---------------------------------------------------------------*
       6200-STARTBR-SER-DEB.
           EXEC CICS
               STARTBR FILE('SER0101')
                       RIDFLD(WS-SER-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET SERBRW-ENCOURS                  TO TRUE
           ELSE
              SET SERBRW-FIN                      TO TRUE
           END-IF.
       6200-STARTBR-SER-FIN.
           EXIT.
       6205-READNEXT-SER-DEB.
           EXEC CICS
               READNEXT FILE('SER0101')
                        RIDFLD(WS-SER-CLE)
                        INTO(WS-SER-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET SERBRW-FIN                      TO TRUE
           END-IF.
       6205-READNEXT-SER-FIN.
           EXIT.
       6206-ENDBR-SER-DEB.
           EXEC CICS
               ENDBR FILE('SER0101')
                     RESP(WS-RESP)
           END-EXEC.
       6206-ENDBR-SER-FIN.
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
      * TRANSFERT D'UN LOT D'ARTICLE SERIALISE : CHAQUE NUMERO EN     *
      * STOCK SUR LE LOT DONNE DEUX JAMBES DE QUANTITE 1 PORTANT LE   *
      * NUMERO ET PASSE AU DEPOT CIBLE DANS SER0101. LE RELIQUAT DU   *
      * LOT SANS NUMERO (STOCK ANTERIEUR A LA SERIALISATION) DONNE    *
      * DEUX JAMBES SANS NUMERO. LE DEFILEMENT EST REPRIS APRES CHAQUE *
      * MISE A JOUR (MEME PRINCIPE QUE LE FIFO D'ARIC118).            *
      *---------------------------------------------------------------*
       7300-TRANSF-SERIES-DEB.
           MOVE ZERO                             TO WS-NB-SER-TRANSF.
           MOVE WS-LOT-ART-CODE                 TO WS-SER-BRW-CLE(1:5).
           MOVE LOW-VALUES                      TO WS-SER-BRW-CLE(6:).
           SET SERIE-TROUVEE                     TO TRUE.
           PERFORM 7305-TRANSF-UNE-SERIE-DEB
              THRU 7305-TRANSF-UNE-SERIE-FIN
                 UNTIL SERIE-AUCUNE.
           MOVE SPACES                           TO WS-SERIE-COURANTE.
           IF WS-LOT-QTE > WS-NB-SER-TRANSF
              COMPUTE WS-QTE-TRANSF = WS-LOT-QTE - WS-NB-SER-TRANSF
              PERFORM 7320-JAMBES-TRANSF-DEB
                 THRU 7320-JAMBES-TRANSF-FIN
           END-IF.
       7300-TRANSF-SERIES-FIN.
           EXIT.
       7305-TRANSF-UNE-SERIE-DEB.
           PERFORM 7310-CHERCHE-SERIE-DEB
              THRU 7310-CHERCHE-SERIE-FIN.
           IF SERIE-AUCUNE
              GO TO 7305-TRANSF-UNE-SERIE-FIN
           END-IF.
           MOVE WS-SER-NUM                       TO WS-SERIE-COURANTE.
           MOVE 1                                TO WS-QTE-TRANSF.
           PERFORM 7320-JAMBES-TRANSF-DEB
              THRU 7320-JAMBES-TRANSF-FIN.
           PERFORM 6210-READ-SER-UPD-DEB
              THRU 6210-READ-SER-UPD-FIN.
           MOVE MDEPCO                           TO WS-SER-DEPOT.
           MOVE WS-AMVT-DATE                     TO WS-SER-DATE-MVT.
           MOVE WS-AMVT-HEURE                    TO WS-SER-HEURE-MVT.
           MOVE WS-AMVT-CODE                     TO WS-SER-CODE-MVT.
           PERFORM 6220-REWRITE-SER-DEB
              THRU 6220-REWRITE-SER-FIN.
           MOVE WS-SER-CLE                       TO WS-SER-BRW-CLE.
           ADD 1                                 TO WS-NB-SER-TRANSF.
       7305-TRANSF-UNE-SERIE-FIN.
           EXIT.
      *    PROCHAIN NUMERO EN STOCK SUR LE LOT APRES LE DERNIER TRAITE
       7310-CHERCHE-SERIE-DEB.
           SET SERIE-AUCUNE                      TO TRUE.
           MOVE WS-SER-BRW-CLE                   TO WS-SER-CLE.
           PERFORM 6200-STARTBR-SER-DEB
              THRU 6200-STARTBR-SER-FIN.
           IF SERBRW-ENCOURS
              PERFORM 7315-TESTE-SERIE-DEB
                 THRU 7315-TESTE-SERIE-FIN
                    UNTIL SERBRW-FIN
                       OR SERIE-TROUVEE
              PERFORM 6206-ENDBR-SER-DEB
                 THRU 6206-ENDBR-SER-FIN
           END-IF.
       7310-CHERCHE-SERIE-FIN.
           EXIT.
       7315-TESTE-SERIE-DEB.
           PERFORM 6205-READNEXT-SER-DEB
              THRU 6205-READNEXT-SER-FIN.
           IF SERBRW-FIN
              GO TO 7315-TESTE-SERIE-FIN
           END-IF.
           IF WS-SER-ART-CODE NOT = WS-LOT-ART-CODE
              SET SERBRW-FIN                     TO TRUE
              GO TO 7315-TESTE-SERIE-FIN
           END-IF.
           IF WS-SER-CLE NOT = WS-SER-BRW-CLE
              AND WS-SER-LOT = WS-LOT-NUM
              AND SER-EN-STOCK
              SET SERIE-TROUVEE                  TO TRUE
           END-IF.
       7315-TESTE-SERIE-FIN.
           EXIT.
      *    JAMBES DE DEPART (DEPOT D'ORIGINE) ET D'ARRIVEE (DEPOT
      *    CIBLE) DE QUANTITE WS-QTE-TRANSF
       7320-JAMBES-TRANSF-DEB.
           PERFORM 7090-INIT-AMVT-DEB
              THRU 7090-INIT-AMVT-FIN.
           MOVE WS-QTE-TRANSF                    TO WS-AMVT-QTE.
           SET AMVT-TRANSFERT                    TO TRUE.
           MOVE WS-DEPOT-ORIGINE                 TO WS-AMVT-DEPOT.
           PERFORM 6091-WRITE-AMVT-SERIE-DEB
              THRU 6091-WRITE-AMVT-SERIE-FIN.
           PERFORM 7090-INIT-AMVT-DEB
              THRU 7090-INIT-AMVT-FIN.
           MOVE WS-QTE-TRANSF                    TO WS-AMVT-QTE.
           SET AMVT-TRANSFERT                    TO TRUE.
           MOVE MDEPCO                           TO WS-AMVT-DEPOT.
           PERFORM 6091-WRITE-AMVT-SERIE-DEB
              THRU 6091-WRITE-AMVT-SERIE-FIN.
       7320-JAMBES-TRANSF-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT APPEL-SPG              *
