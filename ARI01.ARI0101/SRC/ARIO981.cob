      *ECRIT UN ENREGISTREMENT PAR ARTICLE SUR L EXTRAIT DE           *
      *VALORISATION DE STOCK (F-VAL-EXT) DESTINE A LA COMPTABILITE    *
      *GENERALE.                                                      *
      *LA PHOTO DE CLOTURE DU MOIS PRECEDENT (ARIO958, COPY CLOTSTK,  *
      *F-CLOP-E, FACULTATIVE) DONNE LA VALEUR D OUVERTURE ; LE COMPTE *
      *RENDU EDITE OUVERTURE, VALEUR DU JOUR ET VARIATION.            *
      *SYSOUT -> COMPTE RENDU D EXECUTION UNIQUEMENT (PAS D ETAT      *
      *          IMPRIME, SEUL L EXTRAIT EST PRODUIT)                 *
      *---------------------------------------------------------------*
      * 01/09/2026    ! LES LOTS EN CONSIGNATION (WS-LOT-CONSIGNE)    *
      *               ! SONT EXCLUS DES VALEURS TANT QU ILS NE SONT   *
      *               ! PAS CONSOMMES (CF ARIC118 ET ARIO934)         *
      * 15/10/2026    ! VALEUR D OUVERTURE LUE DANS LA PHOTO DE       *
      *               ! CLOTURE DU MOIS PRECEDENT (ARIO958) ET        *
      *               ! VARIATION EDITEE AU COMPTE RENDU              *
      *===============================================================*
      *
      *************************
           SELECT  F-VAL-EXT           ASSIGN TO VALEXT
                   FILE STATUS         IS WS-FS-VAL-EXT.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CLOP-E : PHOTO DE CLOTURE DU MOIS
      *                      PRECEDENT (SOLDE D OUVERTURE, FACULTATIF)
      *                      -------------------------------------------
           SELECT OPTIONAL F-CLOP-E    ASSIGN TO CLOTPREC
                   FILE STATUS         IS WS-FS-CLOP-E.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
       FD  F-VAL-EXT
           RECORDING MODE IS F.
       01  FS-BUFF-F-VAL-EXT     PIC X(50).
      *PHOTO DE CLOTURE DU MOIS PRECEDENT EN ENTREE
       FD  F-CLOP-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-CLOP-E      PIC X(60).
      *
      *========================
       WORKING-STORAGE SECTION.
      *
       COPY ARTICLE.
       COPY ARTLOT.
       COPY CLOTSTK.
      *FILE STATUS
       01  WS-FS-ART-E       PIC X(2).
           88 ART-OK                             VALUE '00'.
           88 FLOT-INEXISTANT                     VALUE '23'.
       01  WS-FS-VAL-EXT     PIC X(2).
           88 VAL-EXT-OK                          VALUE '00'.
       01  WS-FS-CLOP-E      PIC X(2).
           88 CLOP-OK                             VALUE '00'.
           88 CLOP-FIN                            VALUE '10'.
           88 CLOP-ABSENT                         VALUE '35'.
      *DATE DU JOUR
       01  WS-DATEJ          PIC 9(8).
      *COMPTE DU GRAND LIVRE RECEVANT LA VALORISATION DE STOCK
       01  WS-NB-ART-LUS     PIC 9(5) COMP VALUE ZERO.
       01  WS-NB-ART-EXTR    PIC 9(5) COMP VALUE ZERO.
       01  WS-VAL-TOTALE     PIC 9(9)V99 VALUE ZERO.
      *SOLDE D OUVERTURE (PHOTO DE CLOTURE PRECEDENTE)
       01  WS-CLOP-PERIODE   PIC 9(6) VALUE ZERO.
       01  WS-VAL-OUVERTURE  PIC 9(11)V99 VALUE ZERO.
       01  WS-VAL-VARIATION  PIC S9(11)V99 VALUE ZERO.
       01  WS-VAL-VARIATION-ED
                             PIC -(11)9.99.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
       0000-TRT-PRINCIPAL-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
      *
           PERFORM  1100-CUMUL-OUVERTURE-DEB
              THRU  1100-CUMUL-OUVERTURE-FIN.
      *
           PERFORM  6000-OPEN-F-ART-E-DEB
              THRU  6000-OPEN-F-ART-E-FIN.
      *
       1000-TRT-ARTICLES-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1100 CUMULE LA VALEUR D OUVERTURE DEPUIS LA PHOTO DE
      * CLOTURE DU MOIS PRECEDENT (ABSENTE : OUVERTURE A ZERO)
      *----------------------------------------------------
       1100-CUMUL-OUVERTURE-DEB.
      *
           PERFORM  6090-OPEN-F-CLOP-E-DEB
              THRU  6090-OPEN-F-CLOP-E-FIN.
           IF  CLOP-ABSENT
               GO TO 1100-CUMUL-OUVERTURE-FIN
           END-IF.
      *
           PERFORM  6095-READ-F-CLOP-E-DEB
              THRU  6095-READ-F-CLOP-E-FIN.
           PERFORM  1110-CUMUL-UNE-LIGNE-DEB
              THRU  1110-CUMUL-UNE-LIGNE-FIN
             UNTIL  CLOP-FIN.
           CLOSE F-CLOP-E.
      *
       1100-CUMUL-OUVERTURE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1110 CUMULE UNE LIGNE DE LA PHOTO PUIS LIT LA SUIVANTE
      *----------------------------------------------------
       1110-CUMUL-UNE-LIGNE-DEB.
      *
           MOVE WS-CLS-PERIODE           TO WS-CLOP-PERIODE.
           ADD  WS-CLS-VALEUR            TO WS-VAL-OUVERTURE.
      *
           PERFORM  6095-READ-F-CLOP-E-DEB
              THRU  6095-READ-F-CLOP-E-FIN.
      *
       1110-CUMUL-UNE-LIGNE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
       6080-CLOSE-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6090 EXECUTE L OPEN DU FICHIER F-CLOP-E (FACULTATIF)
      *------------------------------------
       6090-OPEN-F-CLOP-E-DEB.
      *
           OPEN INPUT F-CLOP-E.
           IF NOT (CLOP-OK OR CLOP-ABSENT)
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CLOP-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLOP-E
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6090-OPEN-F-CLOP-E-FIN.
           EXIT.
      *-------------------------------------
      *6095 LIT LA LIGNE SUIVANTE DE F-CLOP-E
      *------------------------------------
       6095-READ-F-CLOP-E-DEB.
      *
           READ F-CLOP-E INTO WS-CLS-ENR.
           IF NOT (CLOP-OK OR CLOP-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLOP-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLOP-E
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6095-READ-F-CLOP-E-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
           DISPLAY '* ARTICLES LUS             : ' WS-NB-ART-LUS.
           DISPLAY '* ARTICLES EXTRAITS        : ' WS-NB-ART-EXTR.
           DISPLAY '* VALEUR TOTALE EXTRAITE   : ' WS-VAL-TOTALE.
           COMPUTE WS-VAL-VARIATION = WS-VAL-TOTALE - WS-VAL-OUVERTURE.
           MOVE WS-VAL-VARIATION         TO WS-VAL-VARIATION-ED.
           DISPLAY '* CLOTURE D OUVERTURE      : ' WS-CLOP-PERIODE.
           DISPLAY '* VALEUR D OUVERTURE       : ' WS-VAL-OUVERTURE.
           DISPLAY '* VARIATION DEPUIS CLOTURE : ' WS-VAL-VARIATION-ED.
           DISPLAY '************************************************'.
      *
       8999-STATISTIQUES-FIN.
