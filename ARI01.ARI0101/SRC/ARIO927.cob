      *LOT (LOT0101) EST EDITEE EN FIN D ETAT AVEC SON DEPOT ET SON   *
      *STATUT. CONCU POUR REPONDRE A UN RAPPEL FOURNISSEUR DANS       *
      *L HEURE.                                                       *
      *UN NUMERO DE SERIE PEUT ETRE DONNE EN SYSIN (ARTICLE           *
      *SERIALISE) : LE LOT TRACE EST ALORS CELUI DU NUMERO (SER0101), *
      *LES MOUVEMENTS DE L UNITE SONT EDITES DANS UNE SECTION PROPRE  *
      *(TOUS LOTS, RETOUR COMPRIS) ET SON ETAT EN FIN D ETAT.         *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 01/09/2026    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! TRACE D UN NUMERO DE SERIE (SYSIN COL 12-26,  *
      *               ! SER0101 EN INP003) : LOT DU NUMERO, SECTION   *
      *               ! DES MOUVEMENTS DE L UNITE ET ETAT DU NUMERO   *
      *===============================================================*
      *
      *************************
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-TRC-S : SYSOUT ETAT DE TRACE
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-SER-E : FICHIER DES NUMEROS DE SERIE
      *                      (LU SEULEMENT SI UN NUMERO EST TRACE)
      *                      -------------------------------------------
           SELECT  F-SER-E             ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-SER
                   FILE STATUS         IS WS-FS-SER-E.
      *                      -------------------------------------------
           SELECT  F-ETAT-TRC-S        ASSIGN TO ETATTRC
                   FILE STATUS         IS WS-FS-ETAT-TRC-S.
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 INP003                                *
      *===============================================================*
      *
      ***************
      *=============
      *HISTORIQUE DES MOUVEMENTS DE QUANTITE
       FD  F-AMVT-E
           RECORD CONTAINS 85 CHARACTERS.
       01  FS-BUFF-F-AMVT-E.
           05  FS-KEY-AMVT       PIC X(19).
           05  FILLER            PIC X(66).
      *FICHIER MAITRE DES LOTS EN ENTREE
       FD  F-LOT-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-LOT-E.
           05  FS-KEY-LOT        PIC X(11).
           05  FILLER            PIC X(39).
      *FICHIER DES NUMEROS DE SERIE EN ENTREE
       FD  F-SER-E
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-SER-E.
           05  FS-KEY-SER        PIC X(20).
           05  FILLER            PIC X(80).
      *ETAT DE TRACE EN SORTIE
       FD  F-ETAT-TRC-S
           RECORDING MODE IS F.
       COPY TRCSYSIN.
       COPY ARTMVTS.
       COPY ARTLOT.
       COPY NUMSERIE.
      *FILE STATUS
       01  WS-FS-AMVT-E      PIC X(2).
           88 AMVT-OK                             VALUE '00'.
       01  WS-FS-LOT-E       PIC X(2).
           88 FLOT-OK                             VALUE '00'.
           88 FLOT-INEXISTANT                     VALUE '23'.
       01  WS-FS-SER-E       PIC X(2).
           88 FSER-OK                             VALUE '00'.
           88 FSER-INEXISTANT                     VALUE '23'.
       01  WS-FS-ETAT-TRC-S  PIC X(2).
           88 ETTRC-OK                            VALUE '00'.
      *DATE DU JOUR
       01  WS-NB-MVT-LUS     PIC S9(4) COMP VALUE ZERO.
       01  WS-NB-MVT-LOT     PIC S9(4) COMP VALUE ZERO.
       01  WS-NB-KIT-RELIES  PIC S9(4) COMP VALUE ZERO.
       01  WS-NB-MVT-SERIE   PIC S9(4) COMP VALUE ZERO.
      *SWITCH NUMERO DE SERIE TRACE (F-SER-E OUVERT)
       01  WS-SW-SERIE       PIC X     VALUE '0'.
           88 SERIE-NON-TRACEE                    VALUE '0'.
           88 SERIE-TRACEE                        VALUE '1'.
      *SWITCH FIN DES MOUVEMENTS DE L ARTICLE TRACE
       01  WS-SW-AMVT-ART    PIC X.
           88 AMVT-ART-ENCOURS                    VALUE '0'.
      *
           PERFORM  6100-OPEN-F-LOT-E-DEB
              THRU  6100-OPEN-F-LOT-E-FIN.
      *
           PERFORM  7020-INIT-SERIE-DEB
              THRU  7020-INIT-SERIE-FIN.
      *
           PERFORM  6200-OPEN-F-ETAT-TRC-S-DEB
              THRU  6200-OPEN-F-ETAT-TRC-S-FIN.
      *
           PERFORM  1000-TRT-MVTS-LOT-DEB
              THRU  1000-TRT-MVTS-LOT-FIN.
      *
           PERFORM  1100-TRT-MVTS-SERIE-DEB
              THRU  1100-TRT-MVTS-SERIE-FIN.
      *
           PERFORM  2000-TRT-JOINTURE-KIT-DEB
              THRU  2000-TRT-JOINTURE-KIT-FIN.
      *
           PERFORM  3000-TRT-RESTANT-DEB
              THRU  3000-TRT-RESTANT-FIN.
      *
           PERFORM  3100-TRT-ETAT-SERIE-DEB
              THRU  3100-TRT-ETAT-SERIE-FIN.
      *
           PERFORM  6020-CLOSE-F-AMVT-E-DEB
              THRU  6020-CLOSE-F-AMVT-E-FIN.
      *
           PERFORM  6120-CLOSE-F-LOT-E-DEB
              THRU  6120-CLOSE-F-LOT-E-FIN.
      *
           IF  SERIE-TRACEE
               PERFORM  6320-CLOSE-F-SER-E-DEB
                  THRU  6320-CLOSE-F-SER-E-FIN
           END-IF.
      *
           PERFORM  6220-CLOSE-F-ETAT-TRC-S-DEB
              THRU  6220-CLOSE-F-ETAT-TRC-S-FIN.
       1010-TRT-UN-MVT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1100 NUMERO DE SERIE TRACE : NOUVEAU BALAYAGE DES
      * MOUVEMENTS DE L ARTICLE, EDITION DE CEUX QUI PORTENT LE
      * NUMERO QUEL QUE SOIT LEUR LOT (UN RETOUR PEUT REMETTRE
      * L UNITE SUR UN AUTRE LOT QUE CELUI DE SA RECEPTION)
      *----------------------------------------------------
       1100-TRT-MVTS-SERIE-DEB.
      *
           IF  SERIE-NON-TRACEE
               GO TO 1100-TRT-MVTS-SERIE-FIN
           END-IF.
      *
           SET  AMVT-ART-ENCOURS         TO TRUE.
           SET  SECTION-A-TITRER         TO TRUE.
           MOVE 'PARCOURS DU NUMERO DE SERIE (TOUS LOTS)'
                                         TO WS-LTRC-TITRE-LIB.
      *
           PERFORM  6010-START-F-AMVT-ART-DEB
              THRU  6010-START-F-AMVT-ART-FIN.
      *
           IF  AMVT-OK
               PERFORM  6015-READNEXT-F-AMVT-E-DEB
                  THRU  6015-READNEXT-F-AMVT-E-FIN
               PERFORM  1110-TRT-UN-MVT-SERIE-DEB
                  THRU  1110-TRT-UN-MVT-SERIE-FIN
                 UNTIL  AMVT-FIN OR AMVT-ART-FIN
           END-IF.
      *
       1100-TRT-MVTS-SERIE-FIN.
           EXIT.
       1110-TRT-UN-MVT-SERIE-DEB.
      *
           IF  WS-AMVT-ART-CODE NOT = WS-TRC-ART-CODE
               SET  AMVT-ART-FIN         TO TRUE
               GO TO 1110-TRT-UN-MVT-SERIE-FIN
           END-IF.
      *
           IF  WS-AMVT-SERIE = WS-TRC-SERIE
               IF  SECTION-A-TITRER
                   PERFORM  8010-EDITION-TITRE-SEC-DEB
                      THRU  8010-EDITION-TITRE-SEC-FIN
               END-IF
               PERFORM  8020-EDITION-DETAIL-DEB
                  THRU  8020-EDITION-DETAIL-FIN
               ADD  1                    TO WS-NB-MVT-SERIE
           END-IF.
      *
           PERFORM  6015-READNEXT-F-AMVT-E-DEB
              THRU  6015-READNEXT-F-AMVT-E-FIN.
      *
       1110-TRT-UN-MVT-SERIE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 BALAYAGE COMPLET DE L HISTORIQUE POUR RELIER LES
      * SORTIES DU LOT AUX ECLATEMENTS DE KIT (MOUVEMENTS KITSOR DE
      * MEME DATE ET MEME TACHE, ECRITS SOUS LE CODE DU KIT PARENT)
      *
       3000-TRT-RESTANT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3100 EDITE L ETAT DU NUMERO DE SERIE TRACE (SER0101) :
      * STATUT, DEPOT ET DESTINATION HORS STOCK (CENTRE DE COUT OU
      * CLIENT + COMMANDE DE VENTE)
      *----------------------------------------------------
       3100-TRT-ETAT-SERIE-DEB.
      *
           IF  SERIE-NON-TRACEE
               GO TO 3100-TRT-ETAT-SERIE-FIN
           END-IF.
      *
           MOVE WS-SER-NUM               TO WS-LTRC-SRE-NUM-ED.
           MOVE WS-SER-DEPOT             TO WS-LTRC-SRE-DEPOT-ED.
           MOVE SPACES                   TO WS-LTRC-SRE-DEST1
                                            WS-LTRC-SRE-DEST2.
           EVALUATE TRUE
               WHEN SER-EN-STOCK
                  MOVE 'EN STOCK'        TO WS-LTRC-SRE-STATUT-ED
               WHEN SER-SORTI
                  MOVE 'SORTI   '        TO WS-LTRC-SRE-STATUT-ED
                  MOVE WS-SER-CCTR       TO WS-LTRC-SRE-DEST1
               WHEN SER-EXPEDIE
                  MOVE 'EXPEDIE '        TO WS-LTRC-SRE-STATUT-ED
                  MOVE WS-SER-CLIENT     TO WS-LTRC-SRE-DEST1
                  MOVE WS-SER-VTE-NUM    TO WS-LTRC-SRE-DEST2
               WHEN OTHER
                  MOVE WS-SER-STATUT     TO WS-LTRC-SRE-STATUT-ED
           END-EVALUATE.
           WRITE FS-BUFF-F-ETAT-TRC-S FROM WS-LTRC-SERIE.
      *
       3100-TRT-ETAT-SERIE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
       6120-CLOSE-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6300 EXECUTE L OPEN DU FICHIER F-SER-E
      *------------------------------------
       6300-OPEN-F-SER-E-DEB.
      *
           OPEN INPUT F-SER-E.
           IF WS-FS-SER-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-SER-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SER-E
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6300-OPEN-F-SER-E-FIN.
           EXIT.
      *-------------------------------------
      *6310 LIT LE NUMERO DE SERIE TRACE SUR F-SER-E (CLE POSEE PAR
      *     L APPELANT) - NUMERO ABSENT RENDU A L APPELANT
      *------------------------------------
       6310-READ-F-SER-E-DEB.
      *
           READ F-SER-E INTO WS-SER-ENR.
           IF NOT (FSER-OK OR FSER-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SER-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SER-E
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6310-READ-F-SER-E-FIN.
           EXIT.
      *-------------------------------------
      *6320 EXECUTE LA FERMETURE SUR F-SER-E
      *------------------------------------
       6320-CLOSE-F-SER-E-DEB.
      *
           CLOSE F-SER-E.
           IF WS-FS-SER-E NOT = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-SER-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SER-E
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6320-CLOSE-F-SER-E-FIN.
           EXIT.
      *-------------------------------------
      *6200 EXECUTE L OPEN DU FICHIER F-ETAT-TRC-S
      *------------------------------------
       6200-OPEN-F-ETAT-TRC-S-DEB.
       7000-INIT-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7010 LIT EN SYSIN L ARTICLE ET LE LOT (OU LE NUMERO DE SERIE)
      *     A TRACER - CARTE ABSENTE OU INCOMPLETE = FIN ANORMALE
      *------------------------------------
       7010-INIT-SYSIN-DEB.
      *
           MOVE SPACES                  TO WS-TRCSYSIN.
           ACCEPT WS-TRCSYSIN FROM SYSIN.
           IF  WS-TRC-ART-CODE = SPACES
               OR (WS-TRC-LOT-NUM = SPACES AND WS-TRC-SERIE = SPACES)
               DISPLAY 'SYSIN INCOMPLETE : ARTICLE ET LOT OU SERIE'
                       ' REQUIS'
      *
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
      *
       7010-INIT-SYSIN-FIN.
           EXIT.
      *-------------------------------------
      *7020 NUMERO DE SERIE EN SYSIN : LECTURE DANS SER0101, LE LOT
      *     TRACE DEVIENT CELUI DU NUMERO - NUMERO INCONNU = FIN
      *     ANORMALE
      *------------------------------------
       7020-INIT-SERIE-DEB.
      *
           IF  WS-TRC-SERIE = SPACES
               GO TO 7020-INIT-SERIE-FIN
           END-IF.
      *
           PERFORM  6300-OPEN-F-SER-E-DEB
              THRU  6300-OPEN-F-SER-E-FIN.
           SET  SERIE-TRACEE             TO TRUE.
      *
           MOVE WS-TRC-ART-CODE          TO FS-KEY-SER (1:5).
           MOVE WS-TRC-SERIE             TO FS-KEY-SER (6:15).
           PERFORM  6310-READ-F-SER-E-DEB
              THRU  6310-READ-F-SER-E-FIN.
           IF  FSER-INEXISTANT
               DISPLAY 'NUMERO DE SERIE INCONNU DE SER0101 : '
                       WS-TRC-SERIE
      *
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
           IF  WS-TRC-LOT-NUM NOT = SPACES
               AND WS-TRC-LOT-NUM NOT = WS-SER-LOT
               DISPLAY 'LOT ' WS-TRC-LOT-NUM ' DE LA SYSIN REMPLACE'
                       ' PAR LE LOT DU NUMERO ' WS-SER-LOT
           END-IF.
           MOVE WS-SER-LOT               TO WS-TRC-LOT-NUM.
           MOVE WS-SER-LOT               TO WS-LTRC-LOT-ED.
           MOVE ' SER '                  TO WS-LTRC-SER-LIB.
           MOVE WS-TRC-SERIE             TO WS-LTRC-SER-ED.
      *
       7020-INIT-SERIE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
                                             TO WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-KIT-RELIES             TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           IF  SERIE-TRACEE
               MOVE 'NOMBRE DE MOUVEMENTS DU NUMERO SERIE'
                                             TO WS-LCRE-DET-LIB-ED
               MOVE WS-NB-MVT-SERIE          TO WS-LCRE-DET-TOT-ED
               DISPLAY WS-LCRE-DETAIL
           END-IF.
      *
           DISPLAY WS-LCRE-ASTER.
      *
