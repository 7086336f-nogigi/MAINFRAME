      *   COUT DES COMPOSANTS CONSOMMES. CHAQUE ARTICLE TOUCHE EST    *
      *   JOURNALISE DANS ARTJRNL, TOUT PASSE PAR ARTMVTS COMME       *
      *   N'IMPORTE QUEL MOUVEMENT. L'EN-COURS EST EDITE PAR ARIO935. *
      *   LE COUT UNITAIRE REEL EST COMPARE AU COUT STANDARD DU KIT   *
      *   (CST0101, CALCULE PAR ARIO959) ET L'ECART EST AFFICHE.      *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * 01/09/2026    § CREATION DU PROGRAMME - ORDRES DE FABRICATION*
      * 02/09/2026    § ALIMENTATION DE L INDEX PAR ARTICLE DU      *
      *               § JOURNAL (XJR0101) AU FIL DE L EAU           *
      * 15/10/2026    § ECART COUT REEL / COUT STANDARD DU KIT      *
      *               § (CST0101) AFFICHE A L EXECUTION             *
      *===============================================================*
      *
      *************************
           COPY ARTJRNL.
      * DESCRIPTION ENREGISTREMENT INDEX PAR ARTICLE DU JOURNAL
           COPY JRNXART.
      * DESCRIPTION ENREGISTREMENT COUT STANDARD DES KITS
           COPY COUTSTD.
      *RBA RENDU PAR L ECRITURE DU JOURNAL (ESDS)
       01 WS-XJR-RBA-BIN               PIC S9(8)      COMP.
      * DESCRIPTION ENREGISTREMENT HISTORIQUE MVT QUANTITE ARTICLE
      *VALEUR DES COMPOSANTS CONSOMMES (COUT DE REVIENT DU KIT)
       01 WS-VAL-CONSO                 PIC 9(9)V99.
       01 WS-PXU-KIT                   PIC 9(5)V99.
      *ECART ENTRE COUT UNITAIRE REEL ET COUT STANDARD DU KIT
       01 WS-FS-CST                    PIC X.
          88 CST-CONNU                         VALUE '0'.
          88 CST-ABSENT                        VALUE '1'.
       01 WS-ECART-STD                 PIC S9(7)V99.
       01 WS-PXU-KIT-ED                PIC ZZZZ9,99.
       01 WS-COUT-STD-ED               PIC ZZZZZZ9,99.
       01 WS-ECART-STD-ED              PIC -(7)9,99.
      *ECRITURE DES MOUVEMENTS : ESSAIS SUR DOUBLON DE CLE
       01 WS-NB-ESSAI-AMVT             PIC S9(4)      COMP.
       01 WS-SW-AMVT-ECRIT             PIC X.
           MOVE WS-DATEJ8                         TO WS-OFA-DATE-FIN.
           PERFORM 6270-REWRITE-OFA-DEB
              THRU 6270-REWRITE-OFA-FIN.
      *    ECART AU COUT STANDARD SI LE KIT A ETE CALCULE
           PERFORM 6350-READ-CST-DEB
              THRU 6350-READ-CST-FIN.
           IF CST-CONNU
              PERFORM 7270-MSG-ECART-STD-DEB
                 THRU 7270-MSG-ECART-STD-FIN
           ELSE
              MOVE WS-MSG(114)                    TO MMSGO
           END-IF.
       3200-EXECUTION-FIN.
           EXIT.
       3210-CTRL-UN-COMPOSANT-DEB.
           END-EXEC.
       6330-ENDBR-NOM-FIN.
           EXIT.
      *COUT STANDARD DU KIT DE L ORDRE - ABSENT OU JAMAIS CALCULE :
      *PAS D ECART
       6350-READ-CST-DEB.
           EXEC CICS
               READ FILE('CST0101')
                    RIDFLD(WS-OFA-ART-CODE)
                    INTO(WS-CST-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND WS-CST-DATE-CALC NOT = ZERO
              SET CST-CONNU                       TO TRUE
           ELSE
              SET CST-ABSENT                      TO TRUE
           END-IF.
       6350-READ-CST-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
       7260-CHERCHE-SEQ-LIBRE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * MESSAGE DE FIN D EXECUTION AVEC LE COUT UNITAIRE REEL DU KIT, *
      * SON COUT STANDARD ET L ECART (POSITIF = PLUS CHER QUE PREVU)  *
      *---------------------------------------------------------------*
       7270-MSG-ECART-STD-DEB.
           COMPUTE WS-ECART-STD = WS-PXU-KIT - WS-CST-COUT-STD.
           MOVE WS-PXU-KIT                        TO WS-PXU-KIT-ED.
           MOVE WS-CST-COUT-STD                   TO WS-COUT-STD-ED.
           MOVE WS-ECART-STD                      TO WS-ECART-STD-ED.
           MOVE SPACES                            TO MMSGO.
           STRING 'ORDRE EXECUTE - COUT REEL ' WS-PXU-KIT-ED
                  ' STD ' WS-COUT-STD-ED ' ECART ' WS-ECART-STD-ED
                  DELIMITED BY SIZE INTO MMSGO.
       7270-MSG-ECART-STD-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * SORTIE FIFO DU COMPOSANT COURANT : PRELEVE WS-QTE-A-SORTIR    *
      * SUR LES LOTS ACTIFS PAR DATE DE PEREMPTION CROISSANTE, UN     *
      * MOUVEMENT FABCOM PAR LOT PRELEVE, CUMUL DE LA VALEUR          *
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              IF WS-MSGF-NUM >= 1 AND WS-MSGF-NUM <= 306
                 MOVE WS-MSGF-TEXTE              TO
                                        WS-MSG(WS-MSGF-NUM)
              END-IF
