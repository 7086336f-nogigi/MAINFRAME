      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO968                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *DEPRECIATION DE FIN D EXERCICE : VALORISATION DU STOCK AU PLUS *
      *BAS DU COUT ET DE LA VALEUR NETTE DE REALISATION.              *
      *POUR CHAQUE ARTICLE DE ART0101 (F-ART-E) EN STOCK :            *
      * - COUT = COUT MOYEN PONDERE DES LOTS PROPRES DE LOT0101       *
      *   (F-LOT-E), MEME CALCUL QU ARIO981 ;                         *
      * - MARCHE = PRIX DE VENTE EN VIGUEUR DE PRX0101 (F-PRX-E,      *
      *   PRIX DE L ARTICLE, A DEFAUT DE SA CATEGORIE, HORS DEMARQUE  *
      *   DE PEREMPTION QUI NE VAUT QUE POUR UN LOT) DIMINUE DU       *
      *   POURCENTAGE DE FRAIS DE VENTE DE LA SYSIN.                  *
      *QUAND LE MARCHE EST INFERIEUR AU COUT, L ARTICLE EST EDITE     *
      *AVEC SA DEPRECIATION (QTE X ECART UNITAIRE). LES TOTAUX SONT   *
      *EDITES PAR CATEGORIE (F-ETAT-DPR-S).                           *
      *LE RESULTAT PAR CATEGORIE EST CONSERVE PAR EXERCICE DANS       *
      *DPR0101 (F-DPR-ES, COPY DEPRLCM). L EXTRAIT POUR LA            *
      *COMPTABILITE (F-DPR-EXT, MEME PRINCIPE QUE L EXTRAIT DE        *
      *PROVISION D ARIO972) PORTE PAR CATEGORIE LA DEPRECIATION DE    *
      *L EXERCICE, CELLE DEJA PASSEE ET L ECART A COMPTABILISER : UNE *
      *RELANCE SUR LE MEME EXERCICE REMPLACE LE RESULTAT PRECEDENT    *
      *SANS S Y AJOUTER.                                              *
      *SYSIN  -> EXERCICE AAAA (COL 1-4, DEFAUT ANNEE EN COURS EN     *
      *          DECEMBRE, ANNEE PRECEDENTE SINON), POURCENTAGE DE    *
      *          FRAIS DE VENTE (COL 5-7, DEFAUT 010)                 *
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
       PROGRAM-ID.      ARIO968.
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
      *                      F-PRX-E : FICHIER DES PRIX DE VENTE
      *                      -------------------------------------------
           SELECT  F-PRX-E             ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-PRX
                   FILE STATUS         IS WS-FS-PRX-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-DPR-ES : DEPRECIATIONS PAR EXERCICE (IO)
      *                      -------------------------------------------
           SELECT  F-DPR-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-DPR
                   FILE STATUS         IS WS-FS-DPR-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-DPR-S : ETAT DES DEPRECIATIONS
      *                      -------------------------------------------
           SELECT  F-ETAT-DPR-S        ASSIGN TO ETATDPR
                   FILE STATUS         IS WS-FS-ETAT-DPR-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-DPR-EXT : EXTRAIT DE DEPRECIATION POUR LA
      *                      COMPTABILITE GENERALE
      *                      -------------------------------------------
           SELECT  F-DPR-EXT           ASSIGN TO DPREXT
                   FILE STATUS         IS WS-FS-DPR-EXT.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 INP003 IO001 ETATDPR DPREXT           *
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
      *FICHIER DES PRIX DE VENTE EN ENTREE
       FD  F-PRX-E
           RECORD CONTAINS 30 CHARACTERS.
       01  FS-BUFF-F-PRX-E.
           05  FS-KEY-PRX        PIC X(13).
           05  FILLER            PIC X(17).
      *FICHIER DES DEPRECIATIONS EN MISE A JOUR
       FD  F-DPR-ES
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-DPR-ES.
           05  FS-KEY-DPR        PIC X(9).
           05  FILLER            PIC X(71).
      *ETAT DES DEPRECIATIONS EN SORTIE
       FD  F-ETAT-DPR-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-DPR-S  PIC X(132).
      *EXTRAIT DE DEPRECIATION EN SORTIE
       FD  F-DPR-EXT
           RECORDING MODE IS F.
       01  FS-BUFF-F-DPR-EXT     PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY ARTICLE.
       COPY ARTLOT.
       COPY PRIXVNT.
       COPY DEPRLCM.
      *FILE STATUS
       01  WS-FS-ART-E       PIC X(2).
           88 ART-OK                              VALUE '00'.
           88 ART-FIN                             VALUE '10'.
       01  WS-FS-LOT-E       PIC X(2).
           88 FLOT-OK                             VALUE '00'.
           88 FLOT-FIN                            VALUE '10'.
           88 FLOT-INEXISTANT                     VALUE '23'.
       01  WS-FS-PRX-E       PIC X(2).
           88 PRX-OK                              VALUE '00'.
           88 PRX-FIN                             VALUE '10'.
           88 PRX-INEXISTANT                      VALUE '23'.
       01  WS-FS-DPR-ES      PIC X(2).
           88 DPR-OK                              VALUE '00'.
           88 DPR-FIN                             VALUE '10'.
           88 DPR-DOUBLON                         VALUE '22'.
           88 DPR-INEXISTANT                      VALUE '23'.
       01  WS-FS-ETAT-DPR-S  PIC X(2).
           88 ETDPR-OK                            VALUE '00'.
       01  WS-FS-DPR-EXT     PIC X(2).
           88 DPREXT-OK                           VALUE '00'.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
      *COMMANDE SYSIN : EXERCICE ET FRAIS DE VENTE
       01  WS-SYSIN-DPR.
           05  WS-EXERCICE-X     PIC X(4).
           05  WS-FRAIS-X        PIC X(3).
           05  FILLER            PIC X(73).
       01  WS-EXERCICE       PIC 9(4) VALUE ZERO.
       01  WS-PCT-FRAIS      PIC 9(3) VALUE 010.
      *PRIX EN VIGUEUR DU CODE CHERCHE (ARTICLE OU CATEGORIE), HORS
      *DEMARQUE DE PEREMPTION
       01  WS-CLE-PRX-CHERCHE PIC X(5).
       01  WS-FS-PRX-CODE    PIC X.
           88 PRX-CODE-ENCOURS                    VALUE '0'.
           88 PRX-CODE-FIN                        VALUE '1'.
       01  WS-PRXC-TROUVE    PIC X VALUE '0'.
           88 PRXC-ABSENT                         VALUE '0'.
           88 PRXC-PRESENT                        VALUE '1'.
       01  WS-PRXC-PV        PIC 9(5)V99 VALUE ZERO.
      *ZONES DE CALCUL DE L ARTICLE COURANT
       01  WS-FS-LOT-ART     PIC X.
           88 LOT-ART-ENCOURS                     VALUE '0'.
           88 LOT-ART-FIN                         VALUE '1'.
       01  WS-CUM-QTE-LOT    PIC 9(7) VALUE ZERO.
       01  WS-CUM-VAL-LOT    PIC 9(9)V99 VALUE ZERO.
       01  WS-COUT-MOYEN     PIC 9(5)V9999 VALUE ZERO.
       01  WS-VRN-UNIT       PIC 9(5)V9999 VALUE ZERO.
       01  WS-VAL-COUT       PIC 9(11)V99 VALUE ZERO.
       01  WS-VAL-RETENUE    PIC 9(11)V99 VALUE ZERO.
       01  WS-DEPREC-ART     PIC 9(11)V99 VALUE ZERO.
      *CUMULS PAR CATEGORIE : EXERCICE EN COURS ET DEJA COMPTABILISE
       01  WS-TAB-CAT.
           05  WS-TCAT-ENTREE        OCCURS 200.
               10  WS-TCAT-CATEG     PIC X(5).
               10  WS-TCAT-NB-ART    PIC 9(5).
               10  WS-TCAT-VAL-COUT  PIC 9(11)V99.
               10  WS-TCAT-VAL-RET   PIC 9(11)V99.
               10  WS-TCAT-DEPREC    PIC 9(11)V99.
               10  WS-TCAT-DEPREC-PREC PIC 9(11)V99.
       01  WS-NB-CAT         PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-CAT        PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-CAT-TRV    PIC S9(4) COMP VALUE ZERO.
       01  WS-CATEG-RECH     PIC X(5).
      *TOTAUX GENERAUX
       01  WS-TOT-VAL-COUT   PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-VAL-RET    PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-DEPREC     PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-DEPREC-PREC PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-ECART      PIC S9(11)V99 VALUE ZERO.
      *COMPTE DU GRAND LIVRE RECEVANT LES DEPRECIATIONS
       01  WS-GL-CPTE-DEPREC PIC X(10) VALUE '3970000001'.
      *ENREGISTREMENT DE L EXTRAIT DE DEPRECIATION
       01  WS-DPREXT-DETAIL.
           05  WS-DPREXT-CPTE        PIC X(10).
           05  WS-DPREXT-CATEG       PIC X(5).
           05  WS-DPREXT-EXERCICE    PIC 9(4).
           05  WS-DPREXT-DATE        PIC 9(8).
           05  WS-DPREXT-DEPREC      PIC S9(11)V99 SIGN LEADING.
           05  WS-DPREXT-DEPREC-PREC PIC S9(11)V99 SIGN LEADING.
           05  WS-DPREXT-ECART       PIC S9(11)V99 SIGN LEADING.
           05  FILLER                PIC X(14).
      *LIGNES D EDITION
       01  WS-LDPR-TIRET     PIC X(132) VALUE ALL '-'.
       01  WS-LDPR-BLANC     PIC X(132) VALUE SPACES.
       01  WS-LDPR-ENTETE.
           05  FILLER            PIC X(44)
                   VALUE 'DEPRECIATION DE FIN D EXERCICE - EXERCICE :'.
           05  WS-LDPR-EXER-ED   PIC 9(4).
           05  FILLER            PIC X(20) VALUE '  FRAIS DE VENTE : '.
           05  WS-LDPR-FRAIS-ED  PIC ZZ9.
           05  FILLER            PIC X(43) VALUE ' %'.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LDPR-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LDPR-COLONNES.
           05  FILLER            PIC X(27) VALUE 'ART.  LIBELLE'.
           05  FILLER            PIC X(6)  VALUE 'CATEG'.
           05  FILLER            PIC X(8)  VALUE '    QTE '.
           05  FILLER            PIC X(11) VALUE 'COUT MOYEN '.
           05  FILLER            PIC X(11) VALUE '  PRIX VTE '.
           05  FILLER            PIC X(13) VALUE '   VRN UNIT. '.
           05  FILLER            PIC X(17) VALUE '     VALEUR COUT '.
           05  FILLER            PIC X(20) VALUE
                                      '   VALEUR MARCHE    '.
           05  FILLER            PIC X(16) VALUE '    DEPRECIATION'.
           05  FILLER            PIC X(3)  VALUE SPACES.
       01  WS-LDPR-DETAIL.
           05  WS-LDPR-ART-ED    PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LDPR-LIB-ED    PIC X(20).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LDPR-CATEG-ED  PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LDPR-QTE-ED    PIC ZZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LDPR-CMUP-ED   PIC ZZZZ9,9999.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LDPR-PV-ED     PIC ZZZZZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LDPR-VRN-ED    PIC ZZZZZZ9,9999.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LDPR-VCOUT-ED  PIC ZZZZZZZZZZZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LDPR-VRET-ED   PIC ZZZZZZZZZZZZ9,99.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-LDPR-DEPR-ED   PIC ZZZZZZZZZZZZ9,99.
       01  WS-LDPR-TITRE-CAT.
           05  FILLER            PIC X(40)
                   VALUE 'TOTAUX PAR CATEGORIE'.
           05  FILLER            PIC X(92) VALUE SPACES.
       01  WS-LDPR-CAT.
           05  FILLER            PIC X(12) VALUE 'CATEGORIE : '.
           05  WS-LDPR-CAT-ED    PIC X(5).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LDPR-NBART-ED  PIC ZZZZ9.
           05  FILLER            PIC X(10) VALUE ' ARTICLES '.
           05  FILLER            PIC X(6)  VALUE 'COUT :'.
           05  WS-LDPR-CVCOUT-ED PIC ZZZZZZZZZZZZ9,99.
           05  FILLER            PIC X(10) VALUE '  RETENU :'.
           05  WS-LDPR-CVRET-ED  PIC ZZZZZZZZZZZZ9,99.
           05  FILLER            PIC X(9)  VALUE '  DEPR. :'.
           05  WS-LDPR-CDEPR-ED  PIC ZZZZZZZZZZZZ9,99.
           05  FILLER            PIC X(8)  VALUE '  ECART:'.
           05  WS-LDPR-CECART-ED PIC ZZZZZZZZZZZ9,99-.
      *COMPTEURS RENDU EXEC
       01  WS-NB-ART-LUS     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ART-STOCK   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ART-DEPREC  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-SANS-PRIX   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-SANS-COUT   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-DPR-PREC    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-DPR-ECR     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CAT-PERDUES PIC S9(7) COMP VALUE ZERO.
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
      * CHARGE LES DEPRECIATIONS DEJA PASSEES POUR L EXERCICE, COMPARE*
      * COUT ET MARCHE ARTICLE PAR ARTICLE, EDITE LES TOTAUX PAR      *
      * CATEGORIE ET ECRIT L EXTRAIT ET LE NOUVEAU RESULTAT           *
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-DEB
              THRU  7000-INIT-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  1100-CHARGE-PRECEDENT-DEB
              THRU  1100-CHARGE-PRECEDENT-FIN.
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
           PERFORM  8020-EDITION-CATEGORIES-DEB
              THRU  8020-EDITION-CATEGORIES-FIN.
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
      * TRT 1000 COMPARE LE COUT ET LE MARCHE DE L ARTICLE COURANT
      *----------------------------------------------------
       1000-TRT-ARTICLE-DEB.
      *
           ADD  1                       TO WS-NB-ART-LUS.
           IF  WS-ART-QTE = ZERO
               GO TO 1000-TRT-ARTICLE-SUITE
           END-IF.
           ADD  1                       TO WS-NB-ART-STOCK.
      *
           PERFORM  7010-COUT-MOYEN-LOT-DEB
              THRU  7010-COUT-MOYEN-LOT-FIN.
           IF  WS-COUT-MOYEN = ZERO
               ADD  1                   TO WS-NB-SANS-COUT
           END-IF.
           COMPUTE WS-VAL-COUT ROUNDED = WS-ART-QTE * WS-COUT-MOYEN.
           MOVE WS-VAL-COUT             TO WS-VAL-RETENUE.
           MOVE ZERO                    TO WS-DEPREC-ART.
      *
      *    PRIX DE L ARTICLE, A DEFAUT PRIX PAR DEFAUT DE LA CATEGORIE
           MOVE WS-ART-CODE             TO WS-CLE-PRX-CHERCHE.
           PERFORM  7100-PRIX-EN-VIGUEUR-DEB
              THRU  7100-PRIX-EN-VIGUEUR-FIN.
           IF  PRXC-ABSENT AND WS-ART-CATEG NOT = SPACES
               MOVE WS-ART-CATEG        TO WS-CLE-PRX-CHERCHE
               PERFORM  7100-PRIX-EN-VIGUEUR-DEB
                  THRU  7100-PRIX-EN-VIGUEUR-FIN
           END-IF.
      *
      *    SANS PRIX DE VENTE LE STOCK RESTE AU COUT
           IF  PRXC-ABSENT
               ADD  1                   TO WS-NB-SANS-PRIX
           ELSE
               COMPUTE WS-VRN-UNIT ROUNDED =
                       WS-PRXC-PV * (100 - WS-PCT-FRAIS) / 100
               IF  WS-VRN-UNIT < WS-COUT-MOYEN
                   COMPUTE WS-VAL-RETENUE ROUNDED =
                           WS-ART-QTE * WS-VRN-UNIT
                   COMPUTE WS-DEPREC-ART =
                           WS-VAL-COUT - WS-VAL-RETENUE
                   ADD  1               TO WS-NB-ART-DEPREC
                   PERFORM  8010-EDITION-ARTICLE-DEB
                      THRU  8010-EDITION-ARTICLE-FIN
               END-IF
           END-IF.
      *
           MOVE WS-ART-CATEG            TO WS-CATEG-RECH.
           PERFORM  7200-POSTE-CATEG-DEB
              THRU  7200-POSTE-CATEG-FIN.
           IF  WS-IND-CAT-TRV NOT = ZERO
               ADD  1            TO WS-TCAT-NB-ART   (WS-IND-CAT-TRV)
               ADD  WS-VAL-COUT  TO WS-TCAT-VAL-COUT (WS-IND-CAT-TRV)
               ADD  WS-VAL-RETENUE
                                 TO WS-TCAT-VAL-RET  (WS-IND-CAT-TRV)
               ADD  WS-DEPREC-ART
                                 TO WS-TCAT-DEPREC   (WS-IND-CAT-TRV)
           END-IF.
      *
       1000-TRT-ARTICLE-SUITE.
           PERFORM  6010-READ-F-ART-E-DEB
              THRU  6010-READ-F-ART-E-FIN.
      *
       1000-TRT-ARTICLE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1100 CHARGE LES DEPRECIATIONS DEJA PASSEES POUR
      * L EXERCICE (RELANCE) DANS LA TABLE DES CATEGORIES
      *----------------------------------------------------
       1100-CHARGE-PRECEDENT-DEB.
      *
           PERFORM  6030-START-F-DPR-ES-DEB
              THRU  6030-START-F-DPR-ES-FIN.
           IF  DPR-OK
               PERFORM  6035-READNEXT-F-DPR-ES-DEB
                  THRU  6035-READNEXT-F-DPR-ES-FIN
               PERFORM  1110-CHARGE-UNE-CATEG-DEB
                  THRU  1110-CHARGE-UNE-CATEG-FIN
                 UNTIL  DPR-FIN
                     OR WS-DPR-EXERCICE NOT = WS-EXERCICE
           END-IF.
      *
       1100-CHARGE-PRECEDENT-FIN.
           EXIT.
       1110-CHARGE-UNE-CATEG-DEB.
      *
           ADD  1                       TO WS-NB-DPR-PREC.
           MOVE WS-DPR-CATEG            TO WS-CATEG-RECH.
           PERFORM  7200-POSTE-CATEG-DEB
              THRU  7200-POSTE-CATEG-FIN.
           IF  WS-IND-CAT-TRV NOT = ZERO
               MOVE WS-DPR-DEPREC
                            TO WS-TCAT-DEPREC-PREC (WS-IND-CAT-TRV)
           END-IF.
      *
           PERFORM  6035-READNEXT-F-DPR-ES-DEB
              THRU  6035-READNEXT-F-DPR-ES-FIN.
      *
       1110-CHARGE-UNE-CATEG-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *6000 OUVRE L ENSEMBLE DES FICHIERS
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
           OPEN INPUT F-PRX-E.
           IF WS-FS-PRX-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-PRX-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRX-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-DPR-ES.
           IF WS-FS-DPR-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-DPR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DPR-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-DPR-S.
           IF WS-FS-ETAT-DPR-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-DPR-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-DPR-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-DPR-EXT.
           IF WS-FS-DPR-EXT NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-DPR-EXT'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DPR-EXT
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
      *6020 POSITIONNE F-LOT-E SUR LE PREMIER LOT DE L ARTICLE
      *------------------------------------
       6020-START-F-LOT-E-DEB.
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
       6020-START-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6025 LIT LE LOT SUIVANT SUR F-LOT-E
      *------------------------------------
       6025-READNEXT-F-LOT-E-DEB.
      *
           READ F-LOT-E NEXT RECORD INTO WS-LOT-ENR.
           IF NOT (FLOT-OK OR FLOT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6025-READNEXT-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 POSITIONNE F-DPR-ES SUR LA PREMIERE CATEGORIE DE
      *     L EXERCICE TRAITE
      *------------------------------------
       6030-START-F-DPR-ES-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-DPR.
           MOVE WS-EXERCICE              TO FS-KEY-DPR (1:4).
           START F-DPR-ES
             KEY IS NOT LESS THAN FS-KEY-DPR
           END-START.
           IF NOT (DPR-OK OR DPR-INEXISTANT OR DPR-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-DPR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DPR-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-START-F-DPR-ES-FIN.
           EXIT.
      *-------------------------------------
      *6035 LIT LA DEPRECIATION SUIVANTE SUR F-DPR-ES
      *------------------------------------
       6035-READNEXT-F-DPR-ES-DEB.
      *
           READ F-DPR-ES NEXT RECORD INTO WS-DPR-ENR.
           IF NOT (DPR-OK OR DPR-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DPR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DPR-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6035-READNEXT-F-DPR-ES-FIN.
           EXIT.
      *-------------------------------------
      *6040 ECRIT (OU REMPLACE) LE RESULTAT DE LA CATEGORIE POUR
      *     L EXERCICE
      *------------------------------------
       6040-WRITE-F-DPR-ES-DEB.
      *
           MOVE SPACES                   TO WS-DPR-ENR.
           MOVE WS-EXERCICE              TO WS-DPR-EXERCICE.
           MOVE WS-TCAT-CATEG (WS-IND-CAT)
                                         TO WS-DPR-CATEG.
           MOVE WS-DATEJ-N               TO WS-DPR-DATE-CALC.
           MOVE WS-TCAT-NB-ART (WS-IND-CAT)
                                         TO WS-DPR-NB-ART.
           MOVE WS-TCAT-VAL-COUT (WS-IND-CAT)
                                         TO WS-DPR-VAL-COUT.
           MOVE WS-TCAT-VAL-RET (WS-IND-CAT)
                                         TO WS-DPR-VAL-RETENUE.
           MOVE WS-TCAT-DEPREC (WS-IND-CAT)
                                         TO WS-DPR-DEPREC.
      *
           MOVE WS-DPR-CLE               TO FS-KEY-DPR.
           WRITE FS-BUFF-F-DPR-ES FROM WS-DPR-ENR.
           IF DPR-DOUBLON
              REWRITE FS-BUFF-F-DPR-ES FROM WS-DPR-ENR
           END-IF.
           IF WS-FS-DPR-ES NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-DPR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DPR-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                        TO WS-NB-DPR-ECR.
      *
       6040-WRITE-F-DPR-ES-FIN.
           EXIT.
      *-------------------------------------
      *6050 POSITIONNE F-PRX-E SUR LE PREMIER PRIX DU CODE CHERCHE
      *------------------------------------
       6050-START-F-PRX-E-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-PRX.
           MOVE WS-CLE-PRX-CHERCHE       TO FS-KEY-PRX (1:5).
           START F-PRX-E
             KEY IS NOT LESS THAN FS-KEY-PRX
           END-START.
           IF NOT (PRX-OK OR PRX-INEXISTANT OR PRX-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-PRX-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRX-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6050-START-F-PRX-E-FIN.
           EXIT.
      *-------------------------------------
      *6055 LIT LE PRIX SUIVANT SUR F-PRX-E
      *------------------------------------
       6055-READNEXT-F-PRX-E-DEB.
      *
           READ F-PRX-E NEXT RECORD INTO WS-PRX-ENR.
           IF NOT (PRX-OK OR PRX-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRX-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRX-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6055-READNEXT-F-PRX-E-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-ART-E.
           CLOSE F-LOT-E.
           CLOSE F-PRX-E.
           CLOSE F-DPR-ES.
           CLOSE F-ETAT-DPR-S.
           CLOSE F-DPR-EXT.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LA DATE DU JOUR, L EXERCICE ET LE POURCENTAGE
      *     DE FRAIS DE VENTE (SYSIN, DEFAUTS SI CARTE ABSENTE)
      *------------------------------------
       7000-INIT-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE WS-DATEJ-JJ   TO WS-LDPR-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LDPR-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LDPR-DATE-ED (7:4).
      *
           MOVE WS-DATEJ-AAAA           TO WS-EXERCICE.
           IF  WS-DATEJ-MM NOT = 12
               SUBTRACT 1             FROM WS-EXERCICE
           END-IF.
           MOVE SPACES                  TO WS-SYSIN-DPR.
           ACCEPT WS-SYSIN-DPR FROM SYSIN.
           IF  WS-EXERCICE-X NUMERIC
               MOVE WS-EXERCICE-X       TO WS-EXERCICE
           END-IF.
           IF  WS-FRAIS-X NUMERIC
               MOVE WS-FRAIS-X          TO WS-PCT-FRAIS
           END-IF.
           IF  WS-PCT-FRAIS > 100
               DISPLAY 'POURCENTAGE DE FRAIS SYSIN INVALIDE : '
                       WS-FRAIS-X
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE WS-EXERCICE             TO WS-LDPR-EXER-ED.
           MOVE WS-PCT-FRAIS            TO WS-LDPR-FRAIS-ED.
      *
       7000-INIT-FIN.
           EXIT.
      *-------------------------------------
      *7010 CALCULE LE COUT MOYEN UNITAIRE DE L ARTICLE A PARTIR DE
      *     SES LOTS PROPRES (CUMUL QTE*PXU / CUMUL QTE, CF ARIO981)
      *------------------------------------
       7010-COUT-MOYEN-LOT-DEB.
      *
           MOVE ZERO                    TO WS-CUM-QTE-LOT
                                           WS-CUM-VAL-LOT
                                           WS-COUT-MOYEN.
      *
           SET  LOT-ART-ENCOURS         TO TRUE.
           PERFORM  6020-START-F-LOT-E-DEB
              THRU  6020-START-F-LOT-E-FIN.
      *
           IF  FLOT-OK
               PERFORM  6025-READNEXT-F-LOT-E-DEB
                  THRU  6025-READNEXT-F-LOT-E-FIN
               PERFORM  7015-CUMUL-UN-LOT-DEB
                  THRU  7015-CUMUL-UN-LOT-FIN
                 UNTIL  FLOT-FIN OR LOT-ART-FIN
           END-IF.
      *
           IF  WS-CUM-QTE-LOT NOT = ZERO
               COMPUTE WS-COUT-MOYEN ROUNDED =
                       WS-CUM-VAL-LOT / WS-CUM-QTE-LOT
           END-IF.
      *
       7010-COUT-MOYEN-LOT-FIN.
           EXIT.
       7015-CUMUL-UN-LOT-DEB.
      *
           IF  WS-LOT-ART-CODE NOT = WS-ART-CODE
               SET  LOT-ART-FIN         TO TRUE
           ELSE
      *        UN LOT EN CONSIGNATION APPARTIENT ENCORE AU
      *        FOURNISSEUR : IL NE VAUT RIEN DANS NOS LIVRES
               IF  NOT LOT-CONSIGNATION
                   ADD  WS-LOT-QTE      TO WS-CUM-QTE-LOT
                   COMPUTE WS-CUM-VAL-LOT =  WS-CUM-VAL-LOT
                         + (WS-LOT-QTE * WS-LOT-PXU)
               END-IF
               PERFORM  6025-READNEXT-F-LOT-E-DEB
                  THRU  6025-READNEXT-F-LOT-E-FIN
           END-IF.
      *
       7015-CUMUL-UN-LOT-FIN.
           EXIT.
      *-------------------------------------
      *7100 RECHERCHE LE PRIX DE VENTE EN VIGUEUR DU CODE CHERCHE :
      *     DATE D EFFET LA PLUS RECENTE SANS DEPASSER LE JOUR, LES
      *     DEMARQUES DE PEREMPTION ETANT IGNOREES
      *------------------------------------
       7100-PRIX-EN-VIGUEUR-DEB.
      *
           SET  PRXC-ABSENT             TO TRUE.
           MOVE ZERO                    TO WS-PRXC-PV.
           SET  PRX-CODE-ENCOURS        TO TRUE.
      *
           PERFORM  6050-START-F-PRX-E-DEB
              THRU  6050-START-F-PRX-E-FIN.
           IF  PRX-OK
               PERFORM  6055-READNEXT-F-PRX-E-DEB
                  THRU  6055-READNEXT-F-PRX-E-FIN
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
           IF  NOT PRX-DEMARQUE
               SET  PRXC-PRESENT        TO TRUE
               MOVE WS-PRX-PV           TO WS-PRXC-PV
           END-IF.
      *
           PERFORM  6055-READNEXT-F-PRX-E-DEB
              THRU  6055-READNEXT-F-PRX-E-FIN.
      *
       7105-TESTE-UN-PRIX-FIN.
           EXIT.
      *-------------------------------------
      *7200 LOCALISE (OU CREE) LE POSTE DE LA CATEGORIE CHERCHEE
      *     DANS LA TABLE DES CUMULS (TABLE PLEINE : ZERO)
      *------------------------------------
       7200-POSTE-CATEG-DEB.
      *
           MOVE ZERO                    TO WS-IND-CAT-TRV.
           PERFORM  7205-CHERCHE-CATEG-DEB
              THRU  7205-CHERCHE-CATEG-FIN
             VARYING WS-IND-CAT FROM 1 BY 1
             UNTIL  WS-IND-CAT > WS-NB-CAT
                 OR WS-IND-CAT-TRV NOT = ZERO.
      *
           IF  WS-IND-CAT-TRV = ZERO
               IF  WS-NB-CAT NOT < 200
                   ADD  1               TO WS-NB-CAT-PERDUES
                   GO TO 7200-POSTE-CATEG-FIN
               END-IF
               ADD  1                   TO WS-NB-CAT
               MOVE WS-NB-CAT           TO WS-IND-CAT-TRV
               MOVE WS-CATEG-RECH    TO WS-TCAT-CATEG (WS-IND-CAT-TRV)
               MOVE ZERO             TO WS-TCAT-NB-ART (WS-IND-CAT-TRV)
                                     WS-TCAT-VAL-COUT (WS-IND-CAT-TRV)
                                     WS-TCAT-VAL-RET (WS-IND-CAT-TRV)
                                     WS-TCAT-DEPREC (WS-IND-CAT-TRV)
                                WS-TCAT-DEPREC-PREC (WS-IND-CAT-TRV)
           END-IF.
      *
       7200-POSTE-CATEG-FIN.
           EXIT.
       7205-CHERCHE-CATEG-DEB.
      *
           IF  WS-TCAT-CATEG (WS-IND-CAT) = WS-CATEG-RECH
               MOVE WS-IND-CAT          TO WS-IND-CAT-TRV
           END-IF.
      *
       7205-CHERCHE-CATEG-FIN.
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
           WRITE FS-BUFF-F-ETAT-DPR-S FROM WS-LDPR-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-DPR-S FROM WS-LDPR-TIRET.
           WRITE FS-BUFF-F-ETAT-DPR-S FROM WS-LDPR-COLONNES.
           WRITE FS-BUFF-F-ETAT-DPR-S FROM WS-LDPR-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8010 EDITE L ARTICLE DONT LE MARCHE EST INFERIEUR AU COUT
      *------------------------------------
       8010-EDITION-ARTICLE-DEB.
      *
           MOVE WS-ART-CODE             TO WS-LDPR-ART-ED.
           MOVE WS-ART-LIBEL            TO WS-LDPR-LIB-ED.
           MOVE WS-ART-CATEG            TO WS-LDPR-CATEG-ED.
           MOVE WS-ART-QTE              TO WS-LDPR-QTE-ED.
           MOVE WS-COUT-MOYEN           TO WS-LDPR-CMUP-ED.
           MOVE WS-PRXC-PV              TO WS-LDPR-PV-ED.
           MOVE WS-VRN-UNIT             TO WS-LDPR-VRN-ED.
           MOVE WS-VAL-COUT             TO WS-LDPR-VCOUT-ED.
           MOVE WS-VAL-RETENUE          TO WS-LDPR-VRET-ED.
           MOVE WS-DEPREC-ART           TO WS-LDPR-DEPR-ED.
           WRITE FS-BUFF-F-ETAT-DPR-S FROM WS-LDPR-DETAIL.
      *
       8010-EDITION-ARTICLE-FIN.
           EXIT.
      *-------------------------------------
      *8020 EDITE LES TOTAUX PAR CATEGORIE, ECRIT L EXTRAIT ET LE
      *     RESULTAT DE L EXERCICE DE CHAQUE CATEGORIE
      *------------------------------------
       8020-EDITION-CATEGORIES-DEB.
      *
           WRITE FS-BUFF-F-ETAT-DPR-S FROM WS-LDPR-BLANC.
           WRITE FS-BUFF-F-ETAT-DPR-S FROM WS-LDPR-TITRE-CAT.
           WRITE FS-BUFF-F-ETAT-DPR-S FROM WS-LDPR-TIRET.
      *
           PERFORM  8025-EDITE-UNE-CAT-DEB
              THRU  8025-EDITE-UNE-CAT-FIN
             VARYING WS-IND-CAT FROM 1 BY 1
             UNTIL  WS-IND-CAT > WS-NB-CAT.
      *
           WRITE FS-BUFF-F-ETAT-DPR-S FROM WS-LDPR-TIRET.
           MOVE 'TOTAL'                 TO WS-LDPR-CAT-ED.
           MOVE WS-NB-ART-STOCK         TO WS-LDPR-NBART-ED.
           MOVE WS-TOT-VAL-COUT         TO WS-LDPR-CVCOUT-ED.
           MOVE WS-TOT-VAL-RET          TO WS-LDPR-CVRET-ED.
           MOVE WS-TOT-DEPREC           TO WS-LDPR-CDEPR-ED.
           COMPUTE WS-TOT-ECART = WS-TOT-DEPREC - WS-TOT-DEPREC-PREC.
           MOVE WS-TOT-ECART            TO WS-LDPR-CECART-ED.
           WRITE FS-BUFF-F-ETAT-DPR-S FROM WS-LDPR-CAT.
      *
       8020-EDITION-CATEGORIES-FIN.
           EXIT.
       8025-EDITE-UNE-CAT-DEB.
      *
           MOVE WS-TCAT-CATEG (WS-IND-CAT)    TO WS-LDPR-CAT-ED.
           MOVE WS-TCAT-NB-ART (WS-IND-CAT)   TO WS-LDPR-NBART-ED.
           MOVE WS-TCAT-VAL-COUT (WS-IND-CAT) TO WS-LDPR-CVCOUT-ED.
           MOVE WS-TCAT-VAL-RET (WS-IND-CAT)  TO WS-LDPR-CVRET-ED.
           MOVE WS-TCAT-DEPREC (WS-IND-CAT)   TO WS-LDPR-CDEPR-ED.
           COMPUTE WS-DPREXT-ECART = WS-TCAT-DEPREC (WS-IND-CAT)
                                 - WS-TCAT-DEPREC-PREC (WS-IND-CAT).
           MOVE WS-DPREXT-ECART               TO WS-LDPR-CECART-ED.
           WRITE FS-BUFF-F-ETAT-DPR-S FROM WS-LDPR-CAT.
      *
           ADD  WS-TCAT-VAL-COUT (WS-IND-CAT)    TO WS-TOT-VAL-COUT.
           ADD  WS-TCAT-VAL-RET (WS-IND-CAT)     TO WS-TOT-VAL-RET.
           ADD  WS-TCAT-DEPREC (WS-IND-CAT)      TO WS-TOT-DEPREC.
           ADD  WS-TCAT-DEPREC-PREC (WS-IND-CAT) TO WS-TOT-DEPREC-PREC.
      *
           PERFORM  8030-ECRIT-EXTRAIT-DEB
              THRU  8030-ECRIT-EXTRAIT-FIN.
           PERFORM  6040-WRITE-F-DPR-ES-DEB
              THRU  6040-WRITE-F-DPR-ES-FIN.
      *
       8025-EDITE-UNE-CAT-FIN.
           EXIT.
      *-------------------------------------
      *8030 ECRIT LA LIGNE D EXTRAIT DE LA CATEGORIE : DEPRECIATION
      *     DE L EXERCICE, DEJA PASSEE ET ECART A COMPTABILISER
      *------------------------------------
       8030-ECRIT-EXTRAIT-DEB.
      *
           MOVE WS-GL-CPTE-DEPREC       TO WS-DPREXT-CPTE.
           MOVE WS-TCAT-CATEG (WS-IND-CAT)
                                        TO WS-DPREXT-CATEG.
           MOVE WS-EXERCICE             TO WS-DPREXT-EXERCICE.
           MOVE WS-DATEJ-N              TO WS-DPREXT-DATE.
           MOVE WS-TCAT-DEPREC (WS-IND-CAT)
                                        TO WS-DPREXT-DEPREC.
           MOVE WS-TCAT-DEPREC-PREC (WS-IND-CAT)
                                        TO WS-DPREXT-DEPREC-PREC.
           WRITE FS-BUFF-F-DPR-EXT FROM WS-DPREXT-DETAIL.
           IF NOT DPREXT-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-DPR-EXT'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DPR-EXT
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       8030-ECRIT-EXTRAIT-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO968              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* EXERCICE                   : ' WS-EXERCICE.
           DISPLAY '* ARTICLES LUS               : ' WS-NB-ART-LUS.
           DISPLAY '* ARTICLES EN STOCK          : ' WS-NB-ART-STOCK.
           DISPLAY '* ARTICLES DEPRECIES         : ' WS-NB-ART-DEPREC.
           DISPLAY '* ARTICLES SANS PRIX (COUT)  : ' WS-NB-SANS-PRIX.
           DISPLAY '* ARTICLES SANS COUT DE LOT  : ' WS-NB-SANS-COUT.
           DISPLAY '* CATEGORIES DEJA CALCULEES  : ' WS-NB-DPR-PREC.
           DISPLAY '* CATEGORIES ECRITES         : ' WS-NB-DPR-ECR.
           DISPLAY '* CATEGORIES HORS TABLE      : '
                   WS-NB-CAT-PERDUES.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO968         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO968        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
