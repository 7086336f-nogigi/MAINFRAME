      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO966                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *DEMARQUES DE PEREMPTION (BATCH HEBDOMADAIRE). PLUTOT QUE DE    *
      *LAISSER ARIO991 METTRE AU REBUT A PERTE TOTALE LES LOTS PERIMES*
      *ON PROPOSE DE LES VENDRE MOINS CHER AVANT PEREMPTION.          *
      *PARCOURT ART0101 (F-ART-E) ET POUR CHAQUE ARTICLE :            *
      * - FIN DE DEMARQUE : SI LE PRIX EN VIGUEUR DE L ARTICLE DANS   *
      *   PRX0101 (F-PRX-ES) EST UNE DEMARQUE (ORIGINE 'D') DONT LE   *
      *   LOT N EST PLUS EN STOCK DANS LOT0101 (F-LOT-E), UN PRIX     *
      *   DATE DU JOUR RETABLIT LE PRIX DE BASE DE LA DEMARQUE ET LES *
      *   DEMARQUES APPROUVEES DU LOT (DMQ0101, F-DMQ-ES, COPY        *
      *   DEMARQUE) SONT TERMINEES ;                                  *
      * - PROPOSITION (FONCTION 'P') : LE LOT ACTIF EN STOCK PROPRE   *
      *   QUI PERIME LE PLUS TOT, S IL ENTRE DANS UNE FENETRE DE      *
      *   PEREMPTION DE LA SYSIN (JOURS RESTANT, CONVENTION 360 JOURS *
      *   COMME ARIO972), DONNE UNE PROPOSITION EN ATTENTE DANS       *
      *   DMQ0101 : PRIX DE BASE (PRIX EN VIGUEUR HORS DEMARQUE DE    *
      *   L ARTICLE, A DEFAUT DE SA CATEGORIE) DIMINUE DU TAUX DE LA  *
      *   FENETRE, JAMAIS SOUS LE PLANCHER COUT DU LOT X COEFFICIENT. *
      *   PAS DE PROPOSITION SI LE PLANCHER ATTEINT LE PRIX DE BASE,  *
      *   SI LA DEMARQUE EN VIGUEUR EST DEJA AUSSI BASSE OU SI LA     *
      *   MEME FENETRE DU LOT A DEJA ETE TRAITEE. UNE PROPOSITION     *
      *   PLUS PROFONDE REMPLACE CELLES ENCORE EN ATTENTE (STATUT S). *
      *LES PROPOSITIONS SONT APPROUVEES EN LIGNE PAR ARIC146 QUI POSE *
      *LE PRIX DANS PRX0101. EDITE L ETAT DES PROPOSITIONS ET DES FINS*
      *DE DEMARQUE (F-ETAT-DMQ-S).                                    *
      *SYSIN  -> FONCTION (COL 1 : 'P' = FINS ET PROPOSITIONS, DEFAUT,*
      *          'F' = FINS DE DEMARQUE SEULES, POUR UN PASSAGE       *
      *          QUOTIDIEN), 3 FENETRES (COL 2-16 : JOURS 3 CHIFFRES  *
      *          + TAUX 2 CHIFFRES, JOURS CROISSANTS, 000 = FENETRE   *
      *          INUTILISEE - DEFAUT 030/30 090/15 000/00),           *
      *          COEFFICIENT DU PLANCHER EN % DU COUT DU LOT (COL     *
      *          17-19, DEFAUT 100)                                   *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    ! CREATION DU PROGRAMME                         *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO966.
      *
      *                  ==============================               *
      *=================<  ENVIRONMENT      DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
      **********************
       ENVIRONMENT DIVISION.
      **********************
      *
      *======================
       CONFIGURATION SECTION.
      *======================
      *
      *--------------
       SPECIAL-NAMES.
      *--------------
           DECIMAL-POINT IS COMMA.
      *
      *=====================
       INPUT-OUTPUT SECTION.
      *=====================
      *
      *-------------
       FILE-CONTROL.
      *-------------
      *
      *                      -------------------------------------------
      *                      F-ART-E : FICHIER DES ARTICLES EN ENTREE
      *                      -------------------------------------------
           SELECT  F-ART-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-ART
                   FILE STATUS         IS WS-FS-ART-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-LOT-E : FICHIER MAITRE DES LOTS
      *                      -------------------------------------------
           SELECT  F-LOT-E             ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-LOT
                   FILE STATUS         IS WS-FS-LOT-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-PRX-ES : FICHIER DES PRIX DE VENTE (IO)
      *                      -------------------------------------------
           SELECT  F-PRX-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-PRX
                   FILE STATUS         IS WS-FS-PRX-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-DMQ-ES : FICHIER DES DEMARQUES (IO)
      *                      -------------------------------------------
           SELECT  F-DMQ-ES            ASSIGN TO IO002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-DMQ
                   FILE STATUS         IS WS-FS-DMQ-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-DMQ-S : ETAT DES DEMARQUES
      *                      -------------------------------------------
           SELECT  F-ETAT-DMQ-S        ASSIGN TO ETATDMQ
                   FILE STATUS         IS WS-FS-ETAT-DMQ-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 IO001 IO002 ETATDMQ                   *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *FICHIER ARTICLE EN ENTREE
       FD  F-ART-E
           RECORD CONTAINS 290 CHARACTERS.
       01  FS-BUFF-F-ART-E.
           05  FS-KEY-ART        PIC X(5).
           05  FILLER            PIC X(285).
      *FICHIER MAITRE DES LOTS EN ENTREE
       FD  F-LOT-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-LOT-E.
           05  FS-KEY-LOT        PIC X(11).
           05  FILLER            PIC X(39).
      *FICHIER DES PRIX DE VENTE EN MISE A JOUR
       FD  F-PRX-ES
           RECORD CONTAINS 30 CHARACTERS.
       01  FS-BUFF-F-PRX-ES.
           05  FS-KEY-PRX        PIC X(13).
           05  FILLER            PIC X(17).
      *FICHIER DES DEMARQUES EN MISE A JOUR
       FD  F-DMQ-ES
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-DMQ-ES.
           05  FS-KEY-DMQ        PIC X(12).
           05  FILLER            PIC X(88).
      *ETAT DES DEMARQUES EN SORTIE
       FD  F-ETAT-DMQ-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-DMQ-S  PIC X(132).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY ARTICLE.
       COPY ARTLOT.
       COPY PRIXVNT.
       COPY DEMARQUE.
      *FILE STATUS
       01  WS-FS-ART-E       PIC X(2).
           88 ART-OK                              VALUE '00'.
           88 ART-FIN                             VALUE '10'.
       01  WS-FS-LOT-E       PIC X(2).
           88 FLOT-OK                             VALUE '00'.
           88 FLOT-FIN                            VALUE '10'.
           88 FLOT-INEXISTANT                     VALUE '23'.
       01  WS-FS-PRX-ES      PIC X(2).
           88 PRX-OK                              VALUE '00'.
           88 PRX-FIN                             VALUE '10'.
           88 PRX-DOUBLON                         VALUE '22'.
           88 PRX-INEXISTANT                      VALUE '23'.
       01  WS-FS-DMQ-ES      PIC X(2).
           88 DMQ-OK                              VALUE '00'.
           88 DMQ-FIN                             VALUE '10'.
           88 DMQ-INEXISTANT                      VALUE '23'.
       01  WS-FS-ETAT-DMQ-S  PIC X(2).
           88 ETDMQ-OK                            VALUE '00'.
      *DATE DU JOUR ET JOUR ORDINAL (CONVENTION 360 JOURS)
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
       01  WS-JOUR-ORD-J     PIC 9(7) COMP VALUE ZERO.
       01  WS-JOUR-ORD-EXP   PIC 9(7) COMP VALUE ZERO.
       01  WS-JOURS-RESTANT  PIC S9(7) COMP VALUE ZERO.
      *VUE ECLATEE DE LA DATE DE PEREMPTION
       01  WS-DATEXP-R.
           05  WS-EXP-AAAA       PIC 9(4).
           05  WS-EXP-MM         PIC 99.
           05  WS-EXP-JJ         PIC 99.
      *COMMANDE SYSIN : FONCTION, FENETRES DE PEREMPTION, PLANCHER
       01  WS-SYSIN-DMQ.
           05  WS-FONCTION       PIC X(1).
               88  FONCTION-PROPOSITION   VALUE 'P' ' '.
               88  FONCTION-FIN-SEULE     VALUE 'F'.
           05  WS-FEN-X              OCCURS 3.
               10  WS-FEN-JOURS-X    PIC X(3).
               10  WS-FEN-TAUX-X     PIC X(2).
           05  WS-COEF-X         PIC X(3).
           05  FILLER            PIC X(61).
       01  WS-TAB-FEN.
           05  WS-FEN                OCCURS 3.
               10  WS-FEN-JOURS      PIC 9(3).
               10  WS-FEN-TAUX       PIC 9(2).
       01  WS-IND-FEN        PIC S9(4) COMP VALUE ZERO.
       01  WS-NB-FEN         PIC S9(4) COMP VALUE ZERO.
       01  WS-COEF-PLANCHER  PIC 9(3) VALUE 100.
      *PRIX EN VIGUEUR DU CODE CHERCHE (ARTICLE OU CATEGORIE) :
      *DERNIER PRIX DATE AU PLUS TARD DU JOUR, ET DERNIER PRIX
      *MANUEL (HORS DEMARQUE)
       01  WS-CLE-PRX-CHERCHE PIC X(5).
       01  WS-FS-PRX-CODE    PIC X.
           88 PRX-CODE-ENCOURS                    VALUE '0'.
           88 PRX-CODE-FIN                        VALUE '1'.
       01  WS-PRXC-TROUVE    PIC X VALUE '0'.
           88 PRXC-ABSENT                         VALUE '0'.
           88 PRXC-PRESENT                        VALUE '1'.
       01  WS-PRXC-DATE      PIC 9(8) VALUE ZERO.
       01  WS-PRXC-PV        PIC 9(5)V99 VALUE ZERO.
       01  WS-PRXC-ORIGINE   PIC X(01) VALUE SPACES.
           88 PRXC-DEMARQUE                       VALUE 'D'.
       01  WS-PRXC-LOT       PIC X(6) VALUE SPACES.
       01  WS-PRXM-TROUVE    PIC X VALUE '0'.
           88 PRXM-ABSENT                         VALUE '0'.
           88 PRXM-PRESENT                        VALUE '1'.
       01  WS-PRXM-DATE      PIC 9(8) VALUE ZERO.
       01  WS-PRXM-PV        PIC 9(5)V99 VALUE ZERO.
      *DEMARQUE EN VIGUEUR SUR L ARTICLE COURANT ET SON PRIX DE BASE
       01  WS-DEMARQUE-ART   PIC X VALUE '0'.
           88 SANS-DEMARQUE                       VALUE '0'.
           88 DEMARQUE-EN-COURS                   VALUE '1'.
       01  WS-PV-DEMARQUE    PIC 9(5)V99 VALUE ZERO.
       01  WS-LOT-DEMARQUE   PIC X(6) VALUE SPACES.
       01  WS-PV-BASE        PIC 9(5)V99 VALUE ZERO.
       01  WS-BASE-TROUVEE   PIC X VALUE '0'.
           88 BASE-ABSENTE                        VALUE '0'.
           88 BASE-PRESENTE                       VALUE '1'.
      *PARCOURS DES DEMARQUES D UN ARTICLE (OU D UN LOT DE L ARTICLE)
       01  WS-CLE-DMQ-CHERCHE.
           05  WS-CDMQ-ART       PIC X(5).
           05  WS-CDMQ-LOT       PIC X(6).
       01  WS-LG-CLE-DMQ     PIC S9(4) COMP VALUE ZERO.
       01  WS-FS-DMQ-ART     PIC X.
           88 DMQ-ART-ENCOURS                     VALUE '0'.
           88 DMQ-ART-FIN                         VALUE '1'.
       01  WS-CLE-DMQ-NOUV   PIC X(12) VALUE SPACES.
      *LOT CANDIDAT : LOT ACTIF EN STOCK PROPRE QUI PERIME LE PLUS TOT
      *DANS LES FENETRES
       01  WS-FS-LOT-ART     PIC X.
           88 LOT-ART-ENCOURS                     VALUE '0'.
           88 LOT-ART-FIN                         VALUE '1'.
       01  WS-CAND-TROUVE    PIC X VALUE '0'.
           88 CAND-ABSENT                         VALUE '0'.
           88 CAND-PRESENT                        VALUE '1'.
       01  WS-CAND-LOT       PIC X(6) VALUE SPACES.
       01  WS-CAND-DATEXP    PIC 9(8) VALUE ZERO.
       01  WS-CAND-JOURS     PIC 9(3) VALUE ZERO.
       01  WS-CAND-QTE       PIC 9(5) VALUE ZERO.
       01  WS-CAND-PXU       PIC 9(5)V99 VALUE ZERO.
       01  WS-CAND-FENETRE   PIC 9 VALUE ZERO.
      *CALCUL DE LA PROPOSITION
       01  WS-PV-PROP        PIC 9(5)V99 VALUE ZERO.
       01  WS-PV-PLANCHER    PIC 9(7)V99 VALUE ZERO.
       01  WS-AU-PLANCHER    PIC X VALUE 'N'.
           88 PROP-AU-PLANCHER                    VALUE 'O'.
      *LIGNES D EDITION
       01  WS-LDMQ-TIRET     PIC X(132) VALUE ALL '-'.
       01  WS-LDMQ-ENTETE.
           05  FILLER            PIC X(37)
                   VALUE 'DEMARQUES DE PEREMPTION - FONCTION :'.
           05  WS-LDMQ-FCT-ED    PIC X(1).
           05  FILLER            PIC X(13) VALUE '  FENETRES : '.
           05  WS-LDMQ-FEN-ED        OCCURS 3.
               10  WS-LDMQ-FJ-ED PIC ZZ9.
               10  FILLER        PIC X(3)  VALUE ' J '.
               10  WS-LDMQ-FT-ED PIC Z9.
               10  FILLER        PIC X(4)  VALUE ' %  '.
           05  FILLER            PIC X(11) VALUE 'PLANCHER : '.
           05  WS-LDMQ-COEF-ED   PIC ZZ9.
           05  FILLER            PIC X(13) VALUE ' % DU COUT'.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LDMQ-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LDMQ-COLONNES.
           05  FILLER            PIC X(27) VALUE 'ART.  LIBELLE'.
           05  FILLER            PIC X(7)  VALUE 'LOT'.
           05  FILLER            PIC X(11) VALUE 'PEREMPTION'.
           05  FILLER            PIC X(9)  VALUE 'JOURS FEN'.
           05  FILLER            PIC X(7)  VALUE '   QTE'.
           05  FILLER            PIC X(10) VALUE '    COUT'.
           05  FILLER            PIC X(10) VALUE '  PX BASE'.
           05  FILLER            PIC X(5)  VALUE 'TAUX'.
           05  FILLER            PIC X(10) VALUE '  PX DEMQ'.
           05  FILLER            PIC X(36) VALUE ' ACTION'.
       01  WS-LDMQ-DETAIL.
           05  WS-LDMQ-ART-ED    PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LDMQ-LIB-ED    PIC X(20).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LDMQ-LOT-ED    PIC X(6).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LDMQ-EXP-ED    PIC X(10).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LDMQ-JOURS-ED  PIC X(5).
           05  WS-LDMQ-JOURS-N REDEFINES WS-LDMQ-JOURS-ED
                                 PIC ZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LDMQ-FEN-NUM   PIC X(1).
           05  WS-LDMQ-QTE-ED    PIC X(7).
           05  WS-LDMQ-QTE-N REDEFINES WS-LDMQ-QTE-ED
                                 PIC ZZZZZZ9.
           05  WS-LDMQ-COUT-ED   PIC X(10).
           05  WS-LDMQ-COUT-N REDEFINES WS-LDMQ-COUT-ED
                                 PIC ZZZZZZ9,99.
           05  WS-LDMQ-BASE-ED   PIC ZZZZZZ9,99.
           05  WS-LDMQ-TAUX-ED   PIC X(5).
           05  WS-LDMQ-TAUX-N REDEFINES WS-LDMQ-TAUX-ED
                                 PIC ZZZZ9.
           05  WS-LDMQ-PROP-ED   PIC ZZZZZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LDMQ-ACTION-ED PIC X(35).
      *COMPTEURS RENDU EXEC
       01  WS-NB-ART-LUS     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-LOTS-LUS    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-DMQ-VUES    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-DMQ-FIN     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-FIN-SANS-BASE PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-PROP-ECR    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-PROP-MAJ    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-PROP-REMPL  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-SANS-PRIX   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-PLANCHER    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-DEJA-BAS    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-DEJA-TRAITE PIC S9(7) COMP VALUE ZERO.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
       PROCEDURE           DIVISION.
      *
      *===============================================================*
      *    STRUCTURATION DE LA PARTIE ALGORITHMIQUE DU PROGRAMME      *
      *---------------------------------------------------------------*
      *                                                               *
      *    1 : LES COMPOSANTS DU DIAGRAMME SONT CODES A L'AIDE DE     *
      *        DEUX PARAGRAPHES  XXXX-COMPOSANT-DEB                   *
      *                          XXYY-COMPOSANR-FIN                   *
      *                                                               *
      *    2 : XX REPRESENTE LE NIVEAU HIERARCHIQUE                   *
      *        YY DIFFERENCIE LES COMPOSANTS DE MEME NIVEAU           *
      *                                                               *
      *===============================================================*
      *===============================================================*
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME              *
      *               ==================================              *
      *---------------------------------------------------------------*
      * 0000 TRT PRINCIPAL
      * TRAITE LES ARTICLES UN A UN : FIN DES DEMARQUES DONT LE LOT   *
      * EST EPUISE PUIS PROPOSITION DE DEMARQUE                       *
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-DEB
              THRU  7000-INIT-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  8000-EDITION-ENTETE-DEB
              THRU  8000-EDITION-ENTETE-FIN.
      *
           PERFORM  6010-READ-F-ART-E-DEB
              THRU  6010-READ-F-ART-E-FIN.
           PERFORM  1000-TRT-ARTICLE-DEB
              THRU  1000-TRT-ARTICLE-FIN
             UNTIL  ART-FIN.
      *
           PERFORM  6090-CLOSE-FICHIERS-DEB
              THRU  6090-CLOSE-FICHIERS-FIN.
      *
           PERFORM  8999-STATISTIQUES-DEB
              THRU  8999-STATISTIQUES-FIN.
      *
           PERFORM  9999-FIN-PROGRAMME-DEB
              THRU  9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *-----------------------------------------------------
      * TRT 1000 TRAITE UN ARTICLE
      *----------------------------------------------------
       1000-TRT-ARTICLE-DEB.
      *
           ADD  1                       TO WS-NB-ART-LUS.
           SET  SANS-DEMARQUE           TO TRUE.
      *
           MOVE WS-ART-CODE             TO WS-CLE-PRX-CHERCHE.
           PERFORM  7100-PRIX-EN-VIGUEUR-DEB
              THRU  7100-PRIX-EN-VIGUEUR-FIN.
      *
           IF  PRXC-PRESENT AND PRXC-DEMARQUE
               PERFORM  1100-CONTROLE-DEMARQUE-DEB
                  THRU  1100-CONTROLE-DEMARQUE-FIN
           END-IF.
      *
      *    UNE DEMARQUE QUI N A PU ETRE CLOSE FAUTE DE PRIX DE BASE
      *    NE DONNE PAS LIEU A PROPOSITION
           IF  FONCTION-PROPOSITION
               AND NOT (PRXC-DEMARQUE AND SANS-DEMARQUE)
               PERFORM  1200-PROPOSITION-DEB
                  THRU  1200-PROPOSITION-FIN
           END-IF.
      *
           PERFORM  6010-READ-F-ART-E-DEB
              THRU  6010-READ-F-ART-E-FIN.
      *
       1000-TRT-ARTICLE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1100 LE PRIX EN VIGUEUR EST UNE DEMARQUE : TANT QUE SON
      * LOT EST EN STOCK ELLE CONTINUE, SINON UN PRIX DATE DU JOUR
      * RETABLIT LE PRIX DE BASE ET LA DEMARQUE EST TERMINEE
      *----------------------------------------------------
       1100-CONTROLE-DEMARQUE-DEB.
      *
           ADD  1                       TO WS-NB-DMQ-VUES.
           MOVE WS-PRXC-PV              TO WS-PV-DEMARQUE.
           MOVE WS-PRXC-LOT             TO WS-LOT-DEMARQUE.
      *
      *    PRIX DE BASE : CELUI DE LA DEMARQUE APPROUVEE DU LOT, A
      *    DEFAUT LE DERNIER PRIX MANUEL DE L ARTICLE
           PERFORM  7200-BASE-DEMARQUE-DEB
              THRU  7200-BASE-DEMARQUE-FIN.
      *
           MOVE WS-ART-CODE             TO FS-KEY-LOT (1:5).
           MOVE WS-LOT-DEMARQUE         TO FS-KEY-LOT (6:6).
           PERFORM  6020-READ-F-LOT-E-DEB
              THRU  6020-READ-F-LOT-E-FIN.
           IF  FLOT-OK AND WS-LOT-QTE > ZERO
               SET  DEMARQUE-EN-COURS   TO TRUE
               GO TO 1100-CONTROLE-DEMARQUE-FIN
           END-IF.
      *
           IF  BASE-ABSENTE
               ADD  1                   TO WS-NB-FIN-SANS-BASE
               MOVE ZERO                TO WS-PV-BASE
               MOVE 'LOT EPUISE - PRIX DE BASE INCONNU'
                                        TO WS-LDMQ-ACTION-ED
               PERFORM  8020-EDITION-FIN-DEB
                  THRU  8020-EDITION-FIN-FIN
               GO TO 1100-CONTROLE-DEMARQUE-FIN
           END-IF.
      *
           PERFORM  6040-WRITE-F-PRX-ES-DEB
              THRU  6040-WRITE-F-PRX-ES-FIN.
      *
           MOVE WS-ART-CODE             TO WS-CDMQ-ART.
           MOVE WS-LOT-DEMARQUE         TO WS-CDMQ-LOT.
           MOVE 11                      TO WS-LG-CLE-DMQ.
           PERFORM  7300-PARCOURS-DMQ-DEB
              THRU  7300-PARCOURS-DMQ-FIN.
      *
           ADD  1                       TO WS-NB-DMQ-FIN.
           MOVE 'FIN DE DEMARQUE - PRIX DE BASE POSE'
                                        TO WS-LDMQ-ACTION-ED.
           PERFORM  8020-EDITION-FIN-DEB
              THRU  8020-EDITION-FIN-FIN.
      *
      *    LE PRIX EN VIGUEUR EST DESORMAIS LE PRIX DE BASE
           SET  PRXC-PRESENT            TO TRUE.
           MOVE WS-PV-BASE              TO WS-PRXC-PV.
           MOVE SPACES                  TO WS-PRXC-ORIGINE
                                           WS-PRXC-LOT.
      *
       1100-CONTROLE-DEMARQUE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1200 PROPOSITION DE DEMARQUE SUR LE LOT CANDIDAT
      *----------------------------------------------------
       1200-PROPOSITION-DEB.
      *
           PERFORM  7400-LOT-CANDIDAT-DEB
              THRU  7400-LOT-CANDIDAT-FIN.
           IF  CAND-ABSENT
               GO TO 1200-PROPOSITION-FIN
           END-IF.
      *
      *    PRIX DE BASE : SOUS DEMARQUE, CELUI DE LA DEMARQUE ; SINON
      *    LE PRIX EN VIGUEUR DE L ARTICLE, A DEFAUT DE SA CATEGORIE
           EVALUATE TRUE
               WHEN DEMARQUE-EN-COURS
                  CONTINUE
               WHEN PRXC-PRESENT
                  MOVE WS-PRXC-PV       TO WS-PV-BASE
                  SET  BASE-PRESENTE    TO TRUE
               WHEN WS-ART-CATEG NOT = SPACES
                  MOVE WS-ART-CATEG     TO WS-CLE-PRX-CHERCHE
                  PERFORM  7100-PRIX-EN-VIGUEUR-DEB
                     THRU  7100-PRIX-EN-VIGUEUR-FIN
                  MOVE WS-PRXC-PV       TO WS-PV-BASE
                  MOVE WS-PRXC-TROUVE   TO WS-BASE-TROUVEE
               WHEN OTHER
                  SET  BASE-ABSENTE     TO TRUE
           END-EVALUATE.
           IF  BASE-ABSENTE
               ADD  1                   TO WS-NB-SANS-PRIX
               GO TO 1200-PROPOSITION-FIN
           END-IF.
      *
           COMPUTE WS-PV-PROP ROUNDED =
                   WS-PV-BASE * (100 - WS-FEN-TAUX (WS-CAND-FENETRE))
                              / 100.
           COMPUTE WS-PV-PLANCHER ROUNDED =
                   WS-CAND-PXU * WS-COEF-PLANCHER / 100.
           MOVE 'N'                     TO WS-AU-PLANCHER.
           IF  WS-PV-PROP < WS-PV-PLANCHER
               IF  WS-PV-PLANCHER NOT < WS-PV-BASE
                   ADD  1               TO WS-NB-PLANCHER
                   GO TO 1200-PROPOSITION-FIN
               END-IF
               MOVE WS-PV-PLANCHER      TO WS-PV-PROP
               SET  PROP-AU-PLANCHER    TO TRUE
           END-IF.
      *
           IF  DEMARQUE-EN-COURS
               AND WS-PV-DEMARQUE NOT > WS-PV-PROP
               ADD  1                   TO WS-NB-DEJA-BAS
               GO TO 1200-PROPOSITION-FIN
           END-IF.
      *
      *    UNE FENETRE DEJA DECIDEE (OU REMPLACEE) N EST PAS REPROPOSEE
           MOVE WS-ART-CODE             TO WS-CLE-DMQ-NOUV (1:5).
           MOVE WS-CAND-LOT             TO WS-CLE-DMQ-NOUV (6:6).
           MOVE WS-CAND-FENETRE         TO WS-CLE-DMQ-NOUV (12:1).
           MOVE WS-CLE-DMQ-NOUV         TO FS-KEY-DMQ.
           PERFORM  6050-READ-F-DMQ-ES-DEB
              THRU  6050-READ-F-DMQ-ES-FIN.
           IF  DMQ-OK AND NOT DMQ-EN-ATTENTE
               ADD  1                   TO WS-NB-DEJA-TRAITE
               GO TO 1200-PROPOSITION-FIN
           END-IF.
      *
      *    LES AUTRES PROPOSITIONS EN ATTENTE DE L ARTICLE SONT
      *    REMPLACEES PAR CELLE-CI
           MOVE WS-ART-CODE             TO WS-CDMQ-ART.
           MOVE SPACES                  TO WS-CDMQ-LOT.
           MOVE 5                       TO WS-LG-CLE-DMQ.
           PERFORM  7300-PARCOURS-DMQ-DEB
              THRU  7300-PARCOURS-DMQ-FIN.
      *
           PERFORM  6060-ECRIT-PROPOSITION-DEB
              THRU  6060-ECRIT-PROPOSITION-FIN.
      *
           PERFORM  8010-EDITION-PROPOSITION-DEB
              THRU  8010-EDITION-PROPOSITION-FIN.
      *
       1200-PROPOSITION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *6000 OUVRE LES FICHIERS
      *------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN INPUT F-ART-E.
           IF WS-FS-ART-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-LOT-E.
           IF WS-FS-LOT-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-PRX-ES.
           IF WS-FS-PRX-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-PRX-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRX-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-DMQ-ES.
           IF WS-FS-DMQ-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-DMQ-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DMQ-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-DMQ-S.
           IF WS-FS-ETAT-DMQ-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-DMQ-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-DMQ-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT L ARTICLE SUIVANT SUR F-ART-E
      *------------------------------------
       6010-READ-F-ART-E-DEB.
      *
           READ F-ART-E INTO WS-ART-ENR.
           IF NOT (ART-OK OR ART-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-ART-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 LIT EN DIRECT LE LOT DE CLE FS-KEY-LOT (FS 23 = LOT SOLDE)
      *------------------------------------
       6020-READ-F-LOT-E-DEB.
      *
           READ F-LOT-E INTO WS-LOT-ENR
             KEY IS FS-KEY-LOT
           END-READ.
           IF NOT (FLOT-OK OR FLOT-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6025 POSITIONNE F-LOT-E SUR LE PREMIER LOT DE L ARTICLE
      *------------------------------------
       6025-START-F-LOT-E-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-LOT.
           MOVE WS-ART-CODE              TO FS-KEY-LOT (1:5).
           START F-LOT-E
             KEY IS NOT LESS THAN FS-KEY-LOT
           END-START.
           IF NOT (FLOT-OK OR FLOT-INEXISTANT OR FLOT-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6025-START-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6026 LIT LE LOT SUIVANT SUR F-LOT-E
      *------------------------------------
       6026-READNEXT-F-LOT-E-DEB.
      *
           READ F-LOT-E NEXT RECORD INTO WS-LOT-ENR.
           IF NOT (FLOT-OK OR FLOT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6026-READNEXT-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 POSITIONNE F-PRX-ES SUR LE PREMIER PRIX DU CODE CHERCHE
      *------------------------------------
       6030-START-F-PRX-ES-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-PRX.
           MOVE WS-CLE-PRX-CHERCHE       TO FS-KEY-PRX (1:5).
           START F-PRX-ES
             KEY IS NOT LESS THAN FS-KEY-PRX
           END-START.
           IF NOT (PRX-OK OR PRX-INEXISTANT OR PRX-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-PRX-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRX-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-START-F-PRX-ES-FIN.
           EXIT.
      *-------------------------------------
      *6035 LIT LE PRIX SUIVANT SUR F-PRX-ES
      *------------------------------------
       6035-READNEXT-F-PRX-ES-DEB.
      *
           READ F-PRX-ES NEXT RECORD INTO WS-PRX-ENR.
           IF NOT (PRX-OK OR PRX-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRX-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRX-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6035-READNEXT-F-PRX-ES-FIN.
           EXIT.
      *-------------------------------------
      *6040 POSE LE PRIX DE BASE DATE DU JOUR QUI TERMINE LA DEMARQUE
      *     (UNE DEMARQUE POSEE LE JOUR MEME EST REMPLACEE)
      *------------------------------------
       6040-WRITE-F-PRX-ES-DEB.
      *
           MOVE SPACES                   TO WS-PRX-ENR.
           MOVE WS-ART-CODE              TO WS-PRX-ART-CODE.
           MOVE WS-DATEJ-N               TO WS-PRX-DATE-EFF.
           MOVE WS-PV-BASE               TO WS-PRX-PV.
           SET  PRX-MANUEL               TO TRUE.
      *
           MOVE WS-PRX-CLE               TO FS-KEY-PRX.
           WRITE FS-BUFF-F-PRX-ES FROM WS-PRX-ENR.
           IF PRX-DOUBLON
              REWRITE FS-BUFF-F-PRX-ES FROM WS-PRX-ENR
           END-IF.
           IF WS-FS-PRX-ES NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-PRX-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRX-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-WRITE-F-PRX-ES-FIN.
           EXIT.
      *-------------------------------------
      *6050 LIT EN DIRECT LA DEMARQUE DE CLE FS-KEY-DMQ
      *------------------------------------
       6050-READ-F-DMQ-ES-DEB.
      *
           READ F-DMQ-ES INTO WS-DMQ-ENR
             KEY IS FS-KEY-DMQ
           END-READ.
           IF NOT (DMQ-OK OR DMQ-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DMQ-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DMQ-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6050-READ-F-DMQ-ES-FIN.
           EXIT.
      *-------------------------------------
      *6055 POSITIONNE F-DMQ-ES SUR LA PREMIERE DEMARQUE DE LA CLE
      *     PARTIELLE CHERCHEE (ARTICLE OU ARTICLE + LOT)
      *------------------------------------
       6055-START-F-DMQ-ES-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-DMQ.
           MOVE WS-CLE-DMQ-CHERCHE (1:WS-LG-CLE-DMQ)
                                TO FS-KEY-DMQ (1:WS-LG-CLE-DMQ).
           START F-DMQ-ES
             KEY IS NOT LESS THAN FS-KEY-DMQ
           END-START.
           IF NOT (DMQ-OK OR DMQ-INEXISTANT OR DMQ-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-DMQ-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DMQ-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6055-START-F-DMQ-ES-FIN.
           EXIT.
      *-------------------------------------
      *6056 LIT LA DEMARQUE SUIVANTE SUR F-DMQ-ES
      *------------------------------------
       6056-READNEXT-F-DMQ-ES-DEB.
      *
           READ F-DMQ-ES NEXT RECORD INTO WS-DMQ-ENR.
           IF NOT (DMQ-OK OR DMQ-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DMQ-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DMQ-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6056-READNEXT-F-DMQ-ES-FIN.
           EXIT.
      *-------------------------------------
      *6057 REECRIT LA DEMARQUE COURANTE (WS-DMQ-ENR)
      *------------------------------------
       6057-REWRITE-F-DMQ-ES-DEB.
      *
           MOVE WS-DMQ-CLE               TO FS-KEY-DMQ.
           REWRITE FS-BUFF-F-DMQ-ES FROM WS-DMQ-ENR.
           IF WS-FS-DMQ-ES NOT = '00'
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-DMQ-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DMQ-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6057-REWRITE-F-DMQ-ES-FIN.
           EXIT.
      *-------------------------------------
      *6060 ECRIT (OU RAFRAICHIT SI ELLE EST ENCORE EN ATTENTE) LA
      *     PROPOSITION DE L ARTICLE COURANT SUR LE LOT CANDIDAT
      *------------------------------------
       6060-ECRIT-PROPOSITION-DEB.
      *
           MOVE SPACES                   TO WS-DMQ-ENR.
           MOVE WS-CLE-DMQ-NOUV          TO WS-DMQ-CLE.
           MOVE WS-DATEJ-N               TO WS-DMQ-DATE-PROP.
           MOVE WS-CAND-DATEXP           TO WS-DMQ-DATEXP.
           MOVE WS-CAND-JOURS            TO WS-DMQ-JOURS.
           MOVE WS-CAND-QTE              TO WS-DMQ-QTE-LOT.
           MOVE WS-CAND-PXU              TO WS-DMQ-PXU-LOT.
           MOVE WS-PV-BASE               TO WS-DMQ-PV-BASE.
           MOVE WS-FEN-TAUX (WS-CAND-FENETRE)
                                         TO WS-DMQ-TAUX.
           MOVE WS-PV-PROP               TO WS-DMQ-PV-PROP.
           MOVE WS-AU-PLANCHER           TO WS-DMQ-PLANCHER.
           SET  DMQ-EN-ATTENTE           TO TRUE.
           MOVE ZERO                     TO WS-DMQ-DATE-DECIS
                                            WS-DMQ-DATE-FIN.
      *
           MOVE WS-DMQ-CLE               TO FS-KEY-DMQ.
           WRITE FS-BUFF-F-DMQ-ES FROM WS-DMQ-ENR.
           IF WS-FS-DMQ-ES = '22'
              REWRITE FS-BUFF-F-DMQ-ES FROM WS-DMQ-ENR
              MOVE 'PROPOSITION MISE A JOUR' TO WS-LDMQ-ACTION-ED
              ADD  1                     TO WS-NB-PROP-MAJ
           ELSE
              MOVE 'PROPOSITION EN ATTENTE'  TO WS-LDMQ-ACTION-ED
              ADD  1                     TO WS-NB-PROP-ECR
           END-IF.
           IF WS-FS-DMQ-ES NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-DMQ-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DMQ-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6060-ECRIT-PROPOSITION-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-ART-E.
           CLOSE F-LOT-E.
           CLOSE F-PRX-ES.
           CLOSE F-DMQ-ES.
           CLOSE F-ETAT-DMQ-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LA DATE DU JOUR ET LIT LES PARAMETRES SYSIN
      *------------------------------------
       7000-INIT-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE WS-DATEJ-JJ   TO WS-LDMQ-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LDMQ-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LDMQ-DATE-ED (7:4).
           COMPUTE WS-JOUR-ORD-J = (WS-DATEJ-AAAA * 360)
                                  + (WS-DATEJ-MM   * 30)
                                  +  WS-DATEJ-JJ.
      *
           MOVE 030                     TO WS-FEN-JOURS (1).
           MOVE 30                      TO WS-FEN-TAUX (1).
           MOVE 090                     TO WS-FEN-JOURS (2).
           MOVE 15                      TO WS-FEN-TAUX (2).
           MOVE 000                     TO WS-FEN-JOURS (3).
           MOVE 00                      TO WS-FEN-TAUX (3).
           MOVE SPACES                  TO WS-SYSIN-DMQ.
           ACCEPT WS-SYSIN-DMQ FROM SYSIN.
           IF  NOT (FONCTION-PROPOSITION OR FONCTION-FIN-SEULE)
               DISPLAY 'FONCTION SYSIN INVALIDE : ' WS-FONCTION
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF  WS-FONCTION = SPACE
               MOVE 'P'                 TO WS-FONCTION
           END-IF.
           IF  WS-COEF-X NUMERIC
               MOVE WS-COEF-X           TO WS-COEF-PLANCHER
           END-IF.
      *
           MOVE ZERO                    TO WS-NB-FEN.
           PERFORM  7005-CHARGE-UNE-FENETRE-DEB
              THRU  7005-CHARGE-UNE-FENETRE-FIN
             VARYING WS-IND-FEN FROM 1 BY 1
             UNTIL  WS-IND-FEN > 3.
      *
           MOVE WS-FONCTION             TO WS-LDMQ-FCT-ED.
           MOVE WS-COEF-PLANCHER        TO WS-LDMQ-COEF-ED.
      *
       7000-INIT-FIN.
           EXIT.
      *-------------------------------------
      *7005 CHARGE UNE FENETRE SYSIN ET CONTROLE QUE LES FENETRES
      *     UTILISEES SONT EN TETE ET DE JOURS CROISSANTS
      *------------------------------------
       7005-CHARGE-UNE-FENETRE-DEB.
      *
           IF  WS-FEN-JOURS-X (WS-IND-FEN) NUMERIC
               AND WS-FEN-TAUX-X (WS-IND-FEN) NUMERIC
               MOVE WS-FEN-JOURS-X (WS-IND-FEN)
                                        TO WS-FEN-JOURS (WS-IND-FEN)
               MOVE WS-FEN-TAUX-X (WS-IND-FEN)
                                        TO WS-FEN-TAUX (WS-IND-FEN)
           END-IF.
           MOVE WS-FEN-JOURS (WS-IND-FEN)
                                        TO WS-LDMQ-FJ-ED (WS-IND-FEN).
           MOVE WS-FEN-TAUX (WS-IND-FEN)
                                        TO WS-LDMQ-FT-ED (WS-IND-FEN).
      *
           IF  WS-FEN-JOURS (WS-IND-FEN) = ZERO
               GO TO 7005-CHARGE-UNE-FENETRE-FIN
           END-IF.
           IF  WS-NB-FEN NOT = WS-IND-FEN - 1
               OR WS-FEN-TAUX (WS-IND-FEN) = ZERO
               DISPLAY 'FENETRE SYSIN INVALIDE : ' WS-IND-FEN
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF  WS-NB-FEN > ZERO
               AND WS-FEN-JOURS (WS-IND-FEN)
                   NOT > WS-FEN-JOURS (WS-NB-FEN)
               DISPLAY 'FENETRE SYSIN INVALIDE : ' WS-IND-FEN
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-NB-FEN.
      *
       7005-CHARGE-UNE-FENETRE-FIN.
           EXIT.
      *-------------------------------------
      *7100 RECHERCHE LE PRIX EN VIGUEUR DU CODE CHERCHE (DATE
      *     D EFFET LA PLUS RECENTE SANS DEPASSER LE JOUR) ET LE
      *     DERNIER PRIX MANUEL EN VIGUEUR
      *------------------------------------
       7100-PRIX-EN-VIGUEUR-DEB.
      *
           SET  PRXC-ABSENT             TO TRUE.
           SET  PRXM-ABSENT             TO TRUE.
           MOVE ZERO                    TO WS-PRXC-DATE
                                           WS-PRXC-PV
                                           WS-PRXM-DATE
                                           WS-PRXM-PV.
           MOVE SPACES                  TO WS-PRXC-ORIGINE
                                           WS-PRXC-LOT.
           SET  PRX-CODE-ENCOURS        TO TRUE.
      *
           PERFORM  6030-START-F-PRX-ES-DEB
              THRU  6030-START-F-PRX-ES-FIN.
           IF  PRX-OK
               PERFORM  6035-READNEXT-F-PRX-ES-DEB
                  THRU  6035-READNEXT-F-PRX-ES-FIN
               PERFORM  7105-TESTE-UN-PRIX-DEB
                  THRU  7105-TESTE-UN-PRIX-FIN
                 UNTIL  PRX-FIN OR PRX-CODE-FIN
           END-IF.
      *
       7100-PRIX-EN-VIGUEUR-FIN.
           EXIT.
       7105-TESTE-UN-PRIX-DEB.
      *
           IF  WS-PRX-ART-CODE NOT = WS-CLE-PRX-CHERCHE
               OR WS-PRX-DATE-EFF > WS-DATEJ-N
               SET  PRX-CODE-FIN        TO TRUE
               GO TO 7105-TESTE-UN-PRIX-FIN
           END-IF.
      *
           SET  PRXC-PRESENT            TO TRUE.
           MOVE WS-PRX-DATE-EFF         TO WS-PRXC-DATE.
           MOVE WS-PRX-PV               TO WS-PRXC-PV.
           MOVE WS-PRX-ORIGINE          TO WS-PRXC-ORIGINE.
           MOVE WS-PRX-LOT              TO WS-PRXC-LOT.
           IF  NOT PRX-DEMARQUE
               SET  PRXM-PRESENT        TO TRUE
               MOVE WS-PRX-DATE-EFF     TO WS-PRXM-DATE
               MOVE WS-PRX-PV           TO WS-PRXM-PV
           END-IF.
      *
           PERFORM  6035-READNEXT-F-PRX-ES-DEB
              THRU  6035-READNEXT-F-PRX-ES-FIN.
      *
       7105-TESTE-UN-PRIX-FIN.
           EXIT.
      *-------------------------------------
      *7200 PRIX DE BASE DE LA DEMARQUE EN VIGUEUR : CELUI DE SA
      *     PROPOSITION APPROUVEE (DMQ0101), A DEFAUT LE DERNIER
      *     PRIX MANUEL DE L ARTICLE
      *------------------------------------
       7200-BASE-DEMARQUE-DEB.
      *
           SET  BASE-ABSENTE            TO TRUE.
           MOVE ZERO                    TO WS-PV-BASE.
           MOVE WS-ART-CODE             TO WS-CDMQ-ART.
           MOVE WS-LOT-DEMARQUE         TO WS-CDMQ-LOT.
           MOVE 11                      TO WS-LG-CLE-DMQ.
           SET  DMQ-ART-ENCOURS         TO TRUE.
           PERFORM  6055-START-F-DMQ-ES-DEB
              THRU  6055-START-F-DMQ-ES-FIN.
           IF  DMQ-OK
               PERFORM  6056-READNEXT-F-DMQ-ES-DEB
                  THRU  6056-READNEXT-F-DMQ-ES-FIN
               PERFORM  7205-TESTE-UNE-BASE-DEB
                  THRU  7205-TESTE-UNE-BASE-FIN
                 UNTIL  DMQ-FIN OR DMQ-ART-FIN
           END-IF.
      *
           IF  BASE-ABSENTE AND PRXM-PRESENT
               MOVE WS-PRXM-PV          TO WS-PV-BASE
               SET  BASE-PRESENTE       TO TRUE
           END-IF.
      *
       7200-BASE-DEMARQUE-FIN.
           EXIT.
       7205-TESTE-UNE-BASE-DEB.
      *
           IF  WS-DMQ-CLE (1:11) NOT = WS-CLE-DMQ-CHERCHE
               SET  DMQ-ART-FIN         TO TRUE
               GO TO 7205-TESTE-UNE-BASE-FIN
           END-IF.
           IF  DMQ-APPROUVEE AND WS-DMQ-PV-PROP = WS-PV-DEMARQUE
               MOVE WS-DMQ-PV-BASE      TO WS-PV-BASE
               SET  BASE-PRESENTE       TO TRUE
           END-IF.
           PERFORM  6056-READNEXT-F-DMQ-ES-DEB
              THRU  6056-READNEXT-F-DMQ-ES-FIN.
      *
       7205-TESTE-UNE-BASE-FIN.
           EXIT.
      *-------------------------------------
      *7300 PARCOURT LES DEMARQUES DE LA CLE PARTIELLE CHERCHEE :
      *     SUR L ARTICLE + LOT, LES APPROUVEES SONT TERMINEES (LOT
      *     EPUISE) ; SUR L ARTICLE SEUL, LES ATTENTES AUTRES QUE LA
      *     NOUVELLE PROPOSITION SONT REMPLACEES
      *------------------------------------
       7300-PARCOURS-DMQ-DEB.
      *
           SET  DMQ-ART-ENCOURS         TO TRUE.
           PERFORM  6055-START-F-DMQ-ES-DEB
              THRU  6055-START-F-DMQ-ES-FIN.
           IF  DMQ-OK
               PERFORM  6056-READNEXT-F-DMQ-ES-DEB
                  THRU  6056-READNEXT-F-DMQ-ES-FIN
               PERFORM  7305-TRAITE-UNE-DMQ-DEB
                  THRU  7305-TRAITE-UNE-DMQ-FIN
                 UNTIL  DMQ-FIN OR DMQ-ART-FIN
           END-IF.
      *
       7300-PARCOURS-DMQ-FIN.
           EXIT.
       7305-TRAITE-UNE-DMQ-DEB.
      *
           IF  WS-DMQ-CLE (1:WS-LG-CLE-DMQ)
               NOT = WS-CLE-DMQ-CHERCHE (1:WS-LG-CLE-DMQ)
               SET  DMQ-ART-FIN         TO TRUE
               GO TO 7305-TRAITE-UNE-DMQ-FIN
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-LG-CLE-DMQ = 11 AND DMQ-APPROUVEE
                  SET  DMQ-TERMINEE     TO TRUE
                  MOVE WS-DATEJ-N       TO WS-DMQ-DATE-FIN
                  PERFORM  6057-REWRITE-F-DMQ-ES-DEB
                     THRU  6057-REWRITE-F-DMQ-ES-FIN
               WHEN WS-LG-CLE-DMQ = 5 AND DMQ-EN-ATTENTE
                AND WS-DMQ-CLE NOT = WS-CLE-DMQ-NOUV
                  SET  DMQ-REMPLACEE    TO TRUE
                  MOVE WS-DATEJ-N       TO WS-DMQ-DATE-FIN
                  PERFORM  6057-REWRITE-F-DMQ-ES-DEB
                     THRU  6057-REWRITE-F-DMQ-ES-FIN
                  ADD  1                TO WS-NB-PROP-REMPL
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
      *
           PERFORM  6056-READNEXT-F-DMQ-ES-DEB
              THRU  6056-READNEXT-F-DMQ-ES-FIN.
      *
       7305-TRAITE-UNE-DMQ-FIN.
           EXIT.
      *-------------------------------------
      *7400 CHERCHE LE LOT CANDIDAT DE L ARTICLE : LOT ACTIF EN STOCK
      *     PROPRE (HORS CONSIGNATION), NON PERIME, DANS LA PLUS
      *     LARGE FENETRE, DE PEREMPTION LA PLUS PROCHE
      *------------------------------------
       7400-LOT-CANDIDAT-DEB.
      *
           SET  CAND-ABSENT             TO TRUE.
           IF  WS-NB-FEN = ZERO
               GO TO 7400-LOT-CANDIDAT-FIN
           END-IF.
           SET  LOT-ART-ENCOURS         TO TRUE.
           PERFORM  6025-START-F-LOT-E-DEB
              THRU  6025-START-F-LOT-E-FIN.
           IF  FLOT-OK
               PERFORM  6026-READNEXT-F-LOT-E-DEB
                  THRU  6026-READNEXT-F-LOT-E-FIN
               PERFORM  7405-TESTE-UN-LOT-DEB
                  THRU  7405-TESTE-UN-LOT-FIN
                 UNTIL  FLOT-FIN OR LOT-ART-FIN
           END-IF.
           IF  CAND-ABSENT
               GO TO 7400-LOT-CANDIDAT-FIN
           END-IF.
      *
      *    FENETRE DU CANDIDAT : LA PREMIERE QUI COUVRE SES JOURS
           MOVE ZERO                    TO WS-CAND-FENETRE.
           PERFORM  7410-TESTE-UNE-FENETRE-DEB
              THRU  7410-TESTE-UNE-FENETRE-FIN
             VARYING WS-IND-FEN FROM 1 BY 1
             UNTIL  WS-IND-FEN > WS-NB-FEN
                 OR WS-CAND-FENETRE NOT = ZERO.
      *
       7400-LOT-CANDIDAT-FIN.
           EXIT.
       7405-TESTE-UN-LOT-DEB.
      *
           IF  WS-LOT-ART-CODE NOT = WS-ART-CODE
               SET  LOT-ART-FIN         TO TRUE
               GO TO 7405-TESTE-UN-LOT-FIN
           END-IF.
      *
           ADD  1                       TO WS-NB-LOTS-LUS.
           IF  NOT LOT-ACTIF OR LOT-CONSIGNATION
               OR WS-LOT-QTE = ZERO
               OR WS-LOT-DATEXP < WS-DATEJ-N
               GO TO 7405-TESTE-UN-LOT-SUITE
           END-IF.
      *
           MOVE WS-LOT-DATEXP           TO WS-DATEXP-R.
           COMPUTE WS-JOUR-ORD-EXP = (WS-EXP-AAAA * 360)
                                   + (WS-EXP-MM * 30)
                                   +  WS-EXP-JJ.
           COMPUTE WS-JOURS-RESTANT = WS-JOUR-ORD-EXP
                                    - WS-JOUR-ORD-J.
           IF  WS-JOURS-RESTANT < ZERO
               OR WS-JOURS-RESTANT > WS-FEN-JOURS (WS-NB-FEN)
               GO TO 7405-TESTE-UN-LOT-SUITE
           END-IF.
      *
           IF  CAND-ABSENT
               OR WS-LOT-DATEXP < WS-CAND-DATEXP
               SET  CAND-PRESENT        TO TRUE
               MOVE WS-LOT-NUM          TO WS-CAND-LOT
               MOVE WS-LOT-DATEXP       TO WS-CAND-DATEXP
               MOVE WS-JOURS-RESTANT    TO WS-CAND-JOURS
               MOVE WS-LOT-QTE          TO WS-CAND-QTE
               MOVE WS-LOT-PXU          TO WS-CAND-PXU
           END-IF.
      *
       7405-TESTE-UN-LOT-SUITE.
           PERFORM  6026-READNEXT-F-LOT-E-DEB
              THRU  6026-READNEXT-F-LOT-E-FIN.
      *
       7405-TESTE-UN-LOT-FIN.
           EXIT.
       7410-TESTE-UNE-FENETRE-DEB.
      *
           IF  WS-CAND-JOURS NOT > WS-FEN-JOURS (WS-IND-FEN)
               MOVE WS-IND-FEN          TO WS-CAND-FENETRE
           END-IF.
      *
       7410-TESTE-UNE-FENETRE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *8000 EDITE L ENTETE DE L ETAT
      *------------------------------------
       8000-EDITION-ENTETE-DEB.
      *
           WRITE FS-BUFF-F-ETAT-DMQ-S FROM WS-LDMQ-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-DMQ-S FROM WS-LDMQ-TIRET.
           WRITE FS-BUFF-F-ETAT-DMQ-S FROM WS-LDMQ-COLONNES.
           WRITE FS-BUFF-F-ETAT-DMQ-S FROM WS-LDMQ-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8010 EDITE LA PROPOSITION ECRITE
      *------------------------------------
       8010-EDITION-PROPOSITION-DEB.
      *
           MOVE WS-ART-CODE             TO WS-LDMQ-ART-ED.
           MOVE WS-ART-LIBEL            TO WS-LDMQ-LIB-ED.
           MOVE WS-CAND-LOT             TO WS-LDMQ-LOT-ED.
           MOVE WS-CAND-DATEXP          TO WS-DATEXP-R.
           MOVE WS-EXP-JJ               TO WS-LDMQ-EXP-ED (1:2).
           MOVE '/'                     TO WS-LDMQ-EXP-ED (3:1).
           MOVE WS-EXP-MM               TO WS-LDMQ-EXP-ED (4:2).
           MOVE '/'                     TO WS-LDMQ-EXP-ED (6:1).
           MOVE WS-EXP-AAAA             TO WS-LDMQ-EXP-ED (7:4).
           MOVE WS-CAND-JOURS           TO WS-LDMQ-JOURS-N.
           MOVE WS-CAND-FENETRE         TO WS-LDMQ-FEN-NUM.
           MOVE WS-CAND-QTE             TO WS-LDMQ-QTE-N.
           MOVE WS-CAND-PXU             TO WS-LDMQ-COUT-N.
           MOVE WS-PV-BASE              TO WS-LDMQ-BASE-ED.
           MOVE WS-FEN-TAUX (WS-CAND-FENETRE)
                                        TO WS-LDMQ-TAUX-N.
           MOVE WS-PV-PROP              TO WS-LDMQ-PROP-ED.
           IF  PROP-AU-PLANCHER
               MOVE ' - PLANCHER'       TO WS-LDMQ-ACTION-ED (24:12)
           END-IF.
      *
           WRITE FS-BUFF-F-ETAT-DMQ-S FROM WS-LDMQ-DETAIL.
      *
       8010-EDITION-PROPOSITION-FIN.
           EXIT.
      *-------------------------------------
      *8020 EDITE LA FIN (OU L ANOMALIE DE FIN) DE DEMARQUE
      *------------------------------------
       8020-EDITION-FIN-DEB.
      *
           MOVE WS-ART-CODE             TO WS-LDMQ-ART-ED.
           MOVE WS-ART-LIBEL            TO WS-LDMQ-LIB-ED.
           MOVE WS-LOT-DEMARQUE         TO WS-LDMQ-LOT-ED.
           MOVE SPACES                  TO WS-LDMQ-EXP-ED
                                           WS-LDMQ-JOURS-ED
                                           WS-LDMQ-FEN-NUM
                                           WS-LDMQ-QTE-ED
                                           WS-LDMQ-COUT-ED
                                           WS-LDMQ-TAUX-ED.
           MOVE WS-PV-BASE              TO WS-LDMQ-BASE-ED.
           MOVE WS-PV-DEMARQUE          TO WS-LDMQ-PROP-ED.
      *
           WRITE FS-BUFF-F-ETAT-DMQ-S FROM WS-LDMQ-DETAIL.
      *
       8020-EDITION-FIN-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO966              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* FONCTION                   : ' WS-FONCTION.
           DISPLAY '* ARTICLES LUS               : ' WS-NB-ART-LUS.
           DISPLAY '* LOTS EXAMINES              : ' WS-NB-LOTS-LUS.
           DISPLAY '* DEMARQUES EN VIGUEUR VUES  : ' WS-NB-DMQ-VUES.
           DISPLAY '* DEMARQUES TERMINEES        : ' WS-NB-DMQ-FIN.
           DISPLAY '* FINS SANS PRIX DE BASE     : '
                   WS-NB-FIN-SANS-BASE.
           DISPLAY '* PROPOSITIONS ECRITES       : ' WS-NB-PROP-ECR.
           DISPLAY '* PROPOSITIONS MISES A JOUR  : ' WS-NB-PROP-MAJ.
           DISPLAY '* PROPOSITIONS REMPLACEES    : ' WS-NB-PROP-REMPL.
           DISPLAY '* CANDIDATS SANS PRIX        : ' WS-NB-SANS-PRIX.
           DISPLAY '* PLANCHER >= PRIX DE BASE   : ' WS-NB-PLANCHER.
           DISPLAY '* DEMARQUE DEJA PLUS BASSE   : ' WS-NB-DEJA-BAS.
           DISPLAY '* FENETRE DEJA TRAITEE       : ' WS-NB-DEJA-TRAITE.
           DISPLAY '*==============================================*'.
      *
       8999-STATISTIQUES-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO966         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO966        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
