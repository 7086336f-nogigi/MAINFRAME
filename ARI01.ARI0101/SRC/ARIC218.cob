      * ERREUR) ET SES HEURES DE DEBUT ET DE FIN. CONSULTATION PURE : *
      * ENTER RAFRAICHIT L AFFICHAGE, PF3 TERMINE. LE FICHIER EST     *
      * TENU PAR LE SOUS PROGRAMME ARIO841 APPELE PAR LES PROGRAMMES  *
      * DE LA CHAINE. PENDANT UN RATTRAPAGE (ARIO842), LA FENETRE ET  *
      * SA DATE EN COURS SONT AFFICHEES SUR LA LIGNE MRATT.           *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      *               § HABITUELLE (DUR0101), SIGNALEMENT DES       *
      *               § DEPASSEMENTS ET PROJECTION DE L HEURE DE    *
      *               § FIN DE CHAINE                               *
      * 15/10/2026    § LIGNE DE RATTRAPAGE (MRATT) : FENETRE ACTIVE  *
      *               § DE L ENREGISTREMENT 'RATTRAP', DATE EN COURS  *
      *               § ET NOMBRE DE DATES FAITES                     *
      *===============================================================*
      *
      *************************
          05 FILLER                    PIC X     VALUE ':'.
          05 WS-LP-SS                  PIC 9(2).
          05 FILLER                    PIC X(2)  VALUE SPACES.
      *LIGNE DE RATTRAPAGE (MRATT)
       01 WS-LIGNE-RATT.
          05 FILLER                    PIC X(14) VALUE 'RATTRAPAGE DU '.
          05 WS-LRA-DEB                PIC 9(8).
          05 FILLER                    PIC X(4)  VALUE ' AU '.
          05 WS-LRA-FIN                PIC 9(8).
          05 FILLER                    PIC X(12) VALUE ' - EN COURS '.
          05 WS-LRA-COURS              PIC 9(8).
          05 FILLER                    PIC X(3)  VALUE ' - '.
          05 WS-LRA-NB                 PIC ZZ9.
          05 FILLER                    PIC X(17)
                                       VALUE ' DATE(S) FAITE(S)'.
          05 FILLER                    PIC X(1)  VALUE SPACES.
      *COMPTEUR DE LIGNES AFFICHEES
       01 WS-NB-LIGNES                 PIC S9(4)      COMP.
      *================
           END-IF.
       6300-READ-DUREE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * LIT LA FENETRE DE RATTRAPAGE ('RATTRAP') ET L AFFICHE SI ELLE *
      * EST ACTIVE - ABSENTE OU CLOSE = LIGNE A BLANC                 *
      *---------------------------------------------------------------*
       6310-READ-RATTRAP-DEB.
           MOVE 'RATTRAP '                       TO WS-RUN-BRW-CLE.
           EXEC CICS
               READ FILE('RUN0101')
                    RIDFLD(WS-RUN-BRW-CLE)
                    INTO(WS-RAT-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              AND RAT-ACTIF
              MOVE WS-RAT-DATE-DEB               TO WS-LRA-DEB
              MOVE WS-RAT-DATE-FIN               TO WS-LRA-FIN
              MOVE WS-RAT-DATE-COURS             TO WS-LRA-COURS
              MOVE WS-RAT-NB-DATES               TO WS-LRA-NB
              MOVE WS-LIGNE-RATT                 TO MRATTO
           END-IF.
       6310-READ-RATTRAP-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
                                                    ML4O ML5O ML6O
                                                    ML7O ML8O.
           MOVE SPACE                            TO MDTRTO.
           MOVE SPACE                            TO MRATTO.
           MOVE ZERO                             TO WS-NB-LIGNES.
           MOVE ZERO                             TO WS-RESTE-SEC.
           SET AUCUN-DEPASSEMENT                 TO TRUE.
           COMPUTE WS-LP-SS = WS-PROJ-SEC - (WS-LP-HH * 3600)
                            - (WS-LP-MM * 60).
           MOVE WS-LIGNE-PROJ                    TO MPROJO.
      *    FENETRE DE RATTRAPAGE ACTIVE
           PERFORM 6310-READ-RATTRAP-DEB
              THRU 6310-READ-RATTRAP-FIN.
           IF DEPASSEMENT-VU
              MOVE 'ATTENTION : UNE ETAPE DEPASSE SON ENVELOPPE HABITU
      -           'ELLE'                         TO MMSGO
      * TRAITE L ENREGISTREMENT COURANT DU FICHIER DE CONTROLE        *
      *---------------------------------------------------------------*
       7240-TRT-UNE-LIGNE-DEB.
           EVALUATE WS-RUN-PGM
               WHEN 'CHAINE  '
                  MOVE WS-RUN-DATE-TRT           TO MDTRTO
      *        FENETRE DE RATTRAPAGE : AFFICHEE SUR LA LIGNE MRATT
               WHEN 'RATTRAP '
                  CONTINUE
               WHEN OTHER
                  ADD 1                          TO WS-NB-LIGNES
                  PERFORM 7250-ALIM-LIGNE-DEB
                     THRU 7250-ALIM-LIGNE-FIN
           END-EVALUATE.
           IF WS-NB-LIGNES < 8
              PERFORM 6110-READNEXT-RUN-DEB
                 THRU 6110-READNEXT-RUN-FIN
