      *    AMONT N EST PAS TERMINE OK (HORS SEQUENCE), PUIS POSE LE   *
      *    STATUT 'R' AVEC L HEURE DE DEBUT. ARIO211, TETE DE CHAINE, *
      *    POSE LA DATE DE TRAITEMENT DU JOUR SUR L ENREGISTREMENT    *
      *    'CHAINE' (CREE AU PREMIER LANCEMENT) ; PENDANT UN          *
      *    RATTRAPAGE (ARIO842) C EST LA DATE EN COURS DE LA FENETRE  *
      *    'RATTRAP' QUI EST POSEE.                                   *
      *  - PHASE F / E : POSE LE STATUT 'O' OU 'E' ET L HEURE DE FIN. *
      *ORDRE CONTROLE : ARIO211 PUIS ARIO311 OU ARIO411 OU ARID111    *
      *PUIS ARIO511 PUIS ARIO011 PUIS ARIO012.                        *
      *  LS-CTL-PGM    : NOM DU PROGRAMME APPELANT                    *
      *  LS-CTL-PHASE  : 'D' DEBUT, 'F' FIN OK, 'E' FIN ERREUR        *
      *  LS-CTL-CR     : 00 OK, 08 LANCEMENT REFUSE (MOTIF AFFICHE)   *
      *               ! PAR COUPLE DATE + CYCLE                      *
      * 02/09/2026    ! HISTORISATION DES DUREES DE PASSAGE         *
      *               ! (DUR0101, MOYENNE GLISSANTE) EN FIN NORMALE  *
      * 15/10/2026    ! ARIO012 (HISTORIQUE DES SOLDES) CONTROLE      *
      *               ! DERRIERE ARIO011                              *
      * 15/10/2026    ! RATTRAPAGE : FENETRE ACTIVE (ENREGISTREMENT   *
      *               ! 'RATTRAP', ARIO842) = SA DATE EN COURS EST    *
      *               ! POSEE EN TETE DE CHAINE AU LIEU DU JOUR       *
      *===============================================================*
      *
      *************************
      * PUIS POSE DU STATUT EN COURS
      *----------------------------------------------------
       1000-PHASE-DEBUT-DEB.
      *
      *    RATTRAPAGE EN COURS : LA TETE DE CHAINE PREND LA DATE EN
      *    COURS DE LA FENETRE AU LIEU DE LA DATE DU JOUR
           IF  LS-CTL-PGM = 'ARIO211 '
               PERFORM  6070-READ-RAT-DEB
                  THRU  6070-READ-RAT-FIN
               IF  LS-CTL-CR NOT = ZERO
                   GO TO 1000-PHASE-DEBUT-FIN
               END-IF
           END-IF.
      *
           PERFORM  6010-READ-TETE-DEB
              THRU  6010-READ-TETE-FIN.
                   MOVE 'ARIO511 '      TO WS-PGM-AMONT
                   PERFORM  1040-TESTE-AMONT-DEB
                      THRU  1040-TESTE-AMONT-FIN
               WHEN 'ARIO012 '
                   MOVE 'ARIO011 '      TO WS-PGM-AMONT
                   PERFORM  1040-TESTE-AMONT-DEB
                      THRU  1040-TESTE-AMONT-FIN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           END-IF.
       6040-READ-PGM-FIN.
           EXIT.
       6070-READ-RAT-DEB.
           MOVE 'RATTRAP '              TO FS-KEY-RUN.
           READ F-RUN-ES INTO WS-RAT-ENR.
           IF NOT (RUN-OK OR RUN-INEXISTANT)
              DISPLAY 'ARIO841 - PROBLEME DE LECTURE F-RUN-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RUN-ES
              MOVE 8                    TO LS-CTL-CR
              GO TO 6070-READ-RAT-FIN
           END-IF.
           IF  RUN-OK AND RAT-ACTIF
               MOVE WS-RAT-DATE-COURS   TO WS-DATEJ
               DISPLAY 'ARIO841 - RATTRAPAGE EN COURS : DATE DE '
                       'TRAITEMENT ' WS-DATEJ
           END-IF.
       6070-READ-RAT-FIN.
           EXIT.
       6050-REWRITE-PGM-DEB.
           MOVE WS-RUN-ENR              TO FS-BUFF-F-RUN-ES.
           REWRITE FS-BUFF-F-RUN-ES.
