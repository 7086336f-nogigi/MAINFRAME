      *REBUTS (F-ETAT-REB-S) ET UN EXTRAIT DE PERTE POUR LA           *
      *COMPTABILITE GENERALE (F-PERTE-EXT, MEME PRINCIPE QUE          *
      *L EXTRAIT DE VALORISATION D ARIO981).                          *
      *LE RUN EST REFUSE SI LA DATE DU JOUR APPARTIENT A UN MOIS DE   *
      *STOCK DEJA CLOS (CONTROLE CLP0101 TENU PAR ARIO958, F-CTL-E).  *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *               ! LA CHAINE COMPTES (ARID111) : PROGRESSION ET *
      *               ! CUMULS TRACES TOUS LES 50 ARTICLES, REPRISE  *
      *               ! AU DERNIER ARTICLE COMMITTE                  *
      * 15/10/2026    ! RUN REFUSE QUAND LA DATE DU JOUR APPARTIENT A *
      *               ! UN MOIS DE STOCK CLOS (CLP0101, ARIO958)      *
      *===============================================================*
      *
      *************************
                   FILE STATUS         IS WS-FS-LOT-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CTL-E : CONTROLE DES PERIODES CLOSES
      *                      -------------------------------------------
           SELECT  F-CTL-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-CTL
                   FILE STATUS         IS WS-FS-CTL-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-REBUT-S : FICHIER DES LOTS MIS AU REBUT
      *                      -------------------------------------------
           SELECT  F-REBUT-S           ASSIGN TO REBUT
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :IO001 IO002 INP001 REBUT JRNL ETATREB PERTEXT        *
      *===============================================================*
      *
      ***************
       01  FS-BUFF-F-LOT-ES.
           05  FS-KEY-LOT        PIC X(11).
           05  FILLER            PIC X(39).
      *CONTROLE DES PERIODES DE STOCK CLOSES
       FD  F-CTL-E
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-CTL-E.
           05  FS-KEY-CTL        PIC X(8).
           05  FILLER            PIC X(72).
      *FICHIER DES LOTS MIS AU REBUT
       FD  F-REBUT-S
           RECORDING MODE IS F.
       COPY ARTLOT.
       COPY ARTREBUT.
       COPY ARTJRNL.
       COPY CLOTPER.
      *FILE STATUS
       01  WS-FS-ART-ES      PIC X(2).
           88 ART-OK                             VALUE '00'.
           88 FLOT-OK                             VALUE '00'.
           88 FLOT-FIN                            VALUE '10'.
           88 FLOT-INEXISTANT                     VALUE '23'.
       01  WS-FS-CTL-E       PIC X(2).
           88 CTL-OK                             VALUE '00'.
           88 CTL-INEXISTANT                     VALUE '23'.
           88 CTL-ABSENT                         VALUE '35'.
       01  WS-FS-REBUT-S     PIC X(2).
           88 REBUT-OK                            VALUE '00'.
       01  WS-FS-JRNL-S      PIC X(2).
      *
           PERFORM  7000-INIT-DATE-DEB
              THRU  7000-INIT-DATE-FIN.
      *
      *    UNE MISE AU REBUT DATEE DANS UN MOIS CLOS EST INTERDITE
           PERFORM  6300-READ-F-CTL-E-DEB
              THRU  6300-READ-F-CTL-E-FIN.
           IF  WS-DATEJ-N NOT > WS-CLP-DATE-FIN
               DISPLAY 'MISE AU REBUT REFUSEE - PERIODE DE STOCK CLOSE '
                       WS-CLP-PERIODE
               PERFORM  9999-ERREUR-PROGRAMME-DEB
                  THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM  6190-OPEN-F-CKPT-I-DEB
              THRU  6190-OPEN-F-CKPT-I-FIN.
      *
       6230-WRITE-F-JRNL-S-FIN.
           EXIT.
      *-------------------------------------
      *6300 LIT LA DERNIERE PERIODE DE STOCK CLOSE SUR F-CTL-E ;
      *SANS FICHIER NI ENREGISTREMENT, AUCUNE PERIODE N EST CLOSE
      *------------------------------------
       6300-READ-F-CTL-E-DEB.
      *
           MOVE ZERO                    TO WS-CLP-DATE-FIN
                                           WS-CLP-PERIODE.
           OPEN INPUT F-CTL-E.
           IF CTL-ABSENT
              GO TO 6300-READ-F-CTL-E-FIN
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
       6300-READ-F-CTL-E-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
