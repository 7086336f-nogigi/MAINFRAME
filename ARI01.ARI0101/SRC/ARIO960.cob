      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO960                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *CALCUL HEBDOMADAIRE DES BESOINS NETS (HORIZON 13 SEMAINES, LA  *
      *SEMAINE 1 COMMENCE A LA DATE DU RUN - CONVENTION 360 JOURS) :  *
      * - BESOINS BRUTS PAR SEMAINE : LIGNES DE VENTE VTE0101 OUVERTES*
      *   OU BLOQUEES (RESTE A EXPEDIER A LA DATE DEMANDEE - UNE LIGNE*
      *   ALLOUEE EST DEJA COUVERTE PAR SA RESERVATION RSV0101) ET    *
      *   COMPOSANTS DES ORDRES DE FABRICATION OFA0101 OUVERTS (QTE   *
      *   DE L ORDRE FOIS WS-NOM-QTE-PAR), UN ORDRE OUVERT ETANT AUSSI*
      *   UNE RECEPTION PREVUE DU KIT ;                               *
      * - DISPONIBLE : LOTS ACTIFS LOT0101 MOINS LES RESERVATIONS     *
      *   RSV0101 NON ECHUES ;                                        *
      * - RECEPTIONS PREVUES : RESTE A RECEVOIR DES COMMANDES CDE0101 *
      *   EN COURS A LA DATE PROMISE PAR LE FOURNISSEUR (A DEFAUT     *
      *   DATE DE COMMANDE + DELAI) ;                                 *
      * - LES ARTICLES SONT TRAITES PAR NIVEAU DE NOMENCLATURE NOM0101*
      *   (PLUS BAS NIVEAU D UTILISATION) : UN MANQUE NET SUR UN KIT  *
      *   DONNE UN ORDRE DE FABRICATION PLANIFIE DONT LES COMPOSANTS  *
      *   DEVIENNENT DES BESOINS BRUTS A SA DATE DE LANCEMENT ; UN    *
      *   MANQUE NET SUR UN ARTICLE ACHETE DONNE UN ORDRE D ACHAT     *
      *   PLANIFIE CHEZ LE FOURNISSEUR ATTITRE (LOT POUR LOT). LA     *
      *   DATE DE LANCEMENT EST LE BESOIN MOINS WS-ART-DELAI.         *
      *LES ORDRES SONT ECRITS DANS PLA0101 (F-PLA-ES, COPY PLANIF)    *
      *APRES SUPPRESSION DES ORDRES ENCORE PLANIFIES DU CALCUL        *
      *PRECEDENT ; L ETAT F-ETAT-MRP-S LISTE LES ORDRES PUIS LES      *
      *EXCEPTIONS (LANCEMENT EN RETARD, ARTICLE NON ACHETABLE OU SANS *
      *FOURNISSEUR, DONNEES INCONNUES, COMMANDE REFUSEE...).          *
      *L ACCEPTATION DES ORDRES D ACHAT EN COMMANDES EST FAITE PAR    *
      *ARIO962.                                                       *
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
       PROGRAM-ID.      ARIO960.
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
      *                      F-NOM-E : NOMENCLATURE DES KITS
      *                      -------------------------------------------
           SELECT  F-NOM-E             ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-NOM
                   FILE STATUS         IS WS-FS-NOM-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-VTE-E : LIGNES DE COMMANDE DE VENTE
      *                      -------------------------------------------
           SELECT  F-VTE-E             ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-VTE
                   FILE STATUS         IS WS-FS-VTE-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-OFA-E : ORDRES DE FABRICATION
      *                      -------------------------------------------
           SELECT  F-OFA-E             ASSIGN TO INP004
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-OFA
                   FILE STATUS         IS WS-FS-OFA-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-LOT-E : FICHIER MAITRE DES LOTS
      *                      -------------------------------------------
           SELECT  F-LOT-E             ASSIGN TO INP005
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-LOT
                   FILE STATUS         IS WS-FS-LOT-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-RSV-E : RESERVATIONS DE STOCK
      *                      -------------------------------------------
           SELECT  F-RSV-E             ASSIGN TO INP006
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-RSV
                   FILE STATUS         IS WS-FS-RSV-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CDE-E : COMMANDES DE REAPPROVISIONNEMENT
      *                      -------------------------------------------
           SELECT  F-CDE-E             ASSIGN TO INP007
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-CDE
                   FILE STATUS         IS WS-FS-CDE-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-PLA-ES : ORDRES PLANIFIES (IO)
      *                      -------------------------------------------
           SELECT  F-PLA-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-PLA
                   FILE STATUS         IS WS-FS-PLA-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-MRP-S : SYSOUT ETAT DES ORDRES
      *                      PLANIFIES ET DES EXCEPTIONS
      *                      -------------------------------------------
           SELECT  F-ETAT-MRP-S        ASSIGN TO ETATMRP
                   FILE STATUS         IS WS-FS-ETAT-MRP-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 INP003 INP004 INP005 INP006 INP007    *
      *           IO001 ETATMRP                                       *
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
      *NOMENCLATURE DES KITS EN ENTREE
       FD  F-NOM-E
           RECORD CONTAINS 30 CHARACTERS.
       01  FS-BUFF-F-NOM-E.
           05  FS-KEY-NOM        PIC X(10).
           05  FILLER            PIC X(20).
      *LIGNES DE COMMANDE DE VENTE EN ENTREE
       FD  F-VTE-E
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-BUFF-F-VTE-E.
           05  FS-KEY-VTE        PIC X(13).
           05  FILLER            PIC X(47).
      *ORDRES DE FABRICATION EN ENTREE
       FD  F-OFA-E
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-OFA-E.
           05  FS-KEY-OFA        PIC X(11).
           05  FILLER            PIC X(29).
      *FICHIER MAITRE DES LOTS EN ENTREE
       FD  F-LOT-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-LOT-E.
           05  FS-KEY-LOT        PIC X(11).
           05  FILLER            PIC X(39).
      *RESERVATIONS DE STOCK EN ENTREE
       FD  F-RSV-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-RSV-E.
           05  FS-KEY-RSV        PIC X(13).
           05  FILLER            PIC X(37).
      *COMMANDES DE REAPPROVISIONNEMENT EN ENTREE
       FD  F-CDE-E
           RECORD CONTAINS 124 CHARACTERS.
       01  FS-BUFF-F-CDE-E.
           05  FS-KEY-CDE        PIC X(11).
           05  FILLER            PIC X(113).
      *ORDRES PLANIFIES
       FD  F-PLA-ES
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-PLA-ES.
           05  FS-KEY-PLA        PIC X(12).
           05  FILLER            PIC X(68).
      *ETAT DES ORDRES PLANIFIES ET DES EXCEPTIONS EN SORTIE
       FD  F-ETAT-MRP-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-MRP-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY ARTICLE.
       COPY NOMENCL.
       COPY VENTES.
       COPY ORDFAB.
       COPY ARTLOT.
       COPY RESERV.
       COPY COMMANDE.
       COPY PLANIF.
      *FILE STATUS
       01  WS-FS-ART-E       PIC X(2).
           88 ART-OK                              VALUE '00'.
           88 ART-FIN                             VALUE '10'.
       01  WS-FS-NOM-E       PIC X(2).
           88 NOM-OK                              VALUE '00'.
           88 NOM-FIN                             VALUE '10'.
       01  WS-FS-VTE-E       PIC X(2).
           88 VTE-OK                              VALUE '00'.
           88 VTE-FIN                             VALUE '10'.
       01  WS-FS-OFA-E       PIC X(2).
           88 OFA-OK                              VALUE '00'.
           88 OFA-FIN                             VALUE '10'.
       01  WS-FS-LOT-E       PIC X(2).
           88 FLOT-OK                             VALUE '00'.
           88 FLOT-FIN                            VALUE '10'.
       01  WS-FS-RSV-E       PIC X(2).
           88 RSV-OK                              VALUE '00'.
           88 RSV-FIN                             VALUE '10'.
       01  WS-FS-CDE-E       PIC X(2).
           88 CDE-OK                              VALUE '00'.
           88 CDE-FIN                             VALUE '10'.
       01  WS-FS-PLA-ES      PIC X(2).
           88 PLA-OK                              VALUE '00'.
           88 PLA-FIN                             VALUE '10'.
           88 PLA-INEXISTANT                      VALUE '23'.
           88 PLA-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-ETAT-MRP-S  PIC X(2).
           88 ETMRP-OK                            VALUE '00'.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
      *DATE A CONVERTIR EN QUANTIEME ET RECIPROQUEMENT (CONVENTION
      *360 JOURS)
       01  WS-DATE-CNV.
           05  WS-DCNV-AAAA      PIC 9(4).
           05  WS-DCNV-MM        PIC 99.
           05  WS-DCNV-JJ        PIC 99.
       01  WS-DATE-CNV-N REDEFINES WS-DATE-CNV
                             PIC 9(8).
       01  WS-JOUR-ORD       PIC 9(7) COMP VALUE ZERO.
       01  WS-JOUR-ORD-JOUR  PIC 9(7) COMP VALUE ZERO.
       01  WS-JOUR-ORD-BES   PIC 9(7) COMP VALUE ZERO.
       01  WS-JOUR-ORD-LANC  PIC S9(7) COMP VALUE ZERO.
       01  WS-ORD-RESTE      PIC 9(7) COMP VALUE ZERO.
       01  WS-ORD-RESTE2     PIC 9(7) COMP VALUE ZERO.
      *SEMAINE DE L HORIZON CORRESPONDANT A WS-JOUR-ORD (ZERO = AU
      *DELA DE L HORIZON, UN BESOIN PASSE TOMBE EN SEMAINE 1)
       01  WS-NB-SEM         PIC S9(4) COMP VALUE 13.
       01  WS-SEM-CALC       PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-SEM        PIC S9(4) COMP VALUE ZERO.
      *TABLE DES ARTICLES : NIVEAU DE NOMENCLATURE, DISPONIBLE,
      *BESOINS BRUTS ET RECEPTIONS PREVUES PAR SEMAINE
       01  WS-TAB-ART.
           05  WS-TART-ENTREE        OCCURS 2000.
               10  WS-TART-CODE      PIC X(5).
               10  WS-TART-FOU       PIC 9(5).
               10  WS-TART-DELAI     PIC 99.
               10  WS-TART-STATUT    PIC X(1).
               10  WS-TART-NIVEAU    PIC 9(2).
               10  WS-TART-KIT       PIC X(1).
                   88 TART-KIT                    VALUE 'O'.
               10  WS-TART-DISPO     PIC S9(9).
               10  WS-TART-SEMAINE   OCCURS 13.
                   15  WS-TART-BRUT  PIC 9(9).
                   15  WS-TART-RECEP PIC 9(9).
       01  WS-NB-ART         PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-ART        PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-RCH        PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-ART-TRV    PIC S9(4) COMP VALUE ZERO.
       01  WS-CLE-ART-CHERCHE PIC X(5).
      *TABLE DE LA NOMENCLATURE (RANGS DU PARENT ET DU COMPOSANT DANS
      *LA TABLE DES ARTICLES - ZERO = ARTICLE INCONNU)
       01  WS-TAB-NOM.
           05  WS-TNOM-ENTREE        OCCURS 3000.
               10  WS-TNOM-IND-PAR   PIC S9(4) COMP.
               10  WS-TNOM-IND-COMP  PIC S9(4) COMP.
               10  WS-TNOM-QTE-PAR   PIC 9(5).
       01  WS-NB-NOM         PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-NOM        PIC S9(4) COMP VALUE ZERO.
      *CALCUL DES NIVEAUX DE NOMENCLATURE (9 NIVEAUX AU PLUS)
       01  WS-NIV            PIC S9(4) COMP VALUE ZERO.
       01  WS-NB-PASSES      PIC S9(4) COMP VALUE ZERO.
       01  WS-FS-NIVEAUX     PIC X.
           88 NIV-STABLES                         VALUE '1'.
           88 NIV-MODIFIES                        VALUE '0'.
      *CALCUL DU NET
       01  WS-PROJ           PIC S9(9) VALUE ZERO.
       01  WS-QTE-CALC       PIC 9(9) VALUE ZERO.
       01  WS-QTE-PLAN       PIC 9(9) VALUE ZERO.
      *SEQUENCE DES ORDRES PLANIFIES DU JOUR (REPRISE APRES LA PLUS
      *HAUTE ENCORE PRESENTE - ORDRES ACCEPTES D UN CALCUL DU JOUR)
       01  WS-PLA-SEQ-JOUR   PIC S9(5) COMP VALUE ZERO.
      *TABLE DES EXCEPTIONS (FIN D ETAT)
       01  WS-TAB-EXC.
           05  WS-TEXC-ENTREE        OCCURS 999.
               10  WS-TEXC-ART       PIC X(5).
               10  WS-TEXC-REF       PIC X(13).
               10  WS-TEXC-MOTIF     PIC X(40).
       01  WS-NB-EXC         PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-EXC        PIC S9(4) COMP VALUE ZERO.
       01  WS-EXC-ART        PIC X(5).
       01  WS-EXC-REF        PIC X(13).
       01  WS-EXC-MOTIF      PIC X(40).
      *LIGNES D EDITION
       01  WS-LMRP-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LMRP-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LMRP-ENTETE.
           05  FILLER            PIC X(50)
                VALUE 'CALCUL DES BESOINS NETS - ORDRES PLANIFIES'.
           05  FILLER            PIC X(12) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LMRP-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LMRP-INTITULE.
           05  FILLER            PIC X(40)
                   VALUE 'NUMERO        T ARTIC    QTE BESOIN   LA'.
           05  FILLER            PIC X(40)
                   VALUE 'NCEMT  FOURN OBSERVATION'.
       01  WS-LMRP-DETAIL.
           05  WS-LMRP-NUM-DATE-ED PIC 9(8).
           05  FILLER            PIC X(1)  VALUE '/'.
           05  WS-LMRP-NUM-SEQ-ED  PIC 9(4).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LMRP-TYPE-ED   PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LMRP-ART-ED    PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LMRP-QTE-ED    PIC ZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LMRP-BESOIN-ED PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LMRP-LANC-ED   PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LMRP-FOU-ED    PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LMRP-OBS-ED    PIC X(27).
       01  WS-LMRP-AUCUN.
           05  FILLER            PIC X(50)
               VALUE 'AUCUN MANQUE NET SUR L HORIZON - AUCUN ORDRE'.
           05  FILLER            PIC X(30) VALUE SPACES.
       01  WS-LEXC-TITRE.
           05  FILLER            PIC X(50)
             VALUE 'EXCEPTIONS DU CALCUL - A EXAMINER PAR LES ACHATS'.
           05  FILLER            PIC X(30)
             VALUE ' ET L ATELIER'.
       01  WS-LEXC-INTITULE.
           05  FILLER            PIC X(40)
                   VALUE 'ARTIC REFERENCE     MOTIF'.
           05  FILLER            PIC X(40) VALUE SPACES.
       01  WS-LEXC-DETAIL.
           05  WS-LEXC-ART-ED    PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LEXC-REF-ED    PIC X(13).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LEXC-MOTIF-ED  PIC X(40).
           05  FILLER            PIC X(20) VALUE SPACES.
      *COMPTEUR RENDU EXEC
       01  WS-NB-ART-LUS     PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-ART-HORS-TAB PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-NOM-LUS     PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-NOM-HORS-TAB PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-VTE-RETENUES PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-OFA-OUVERTS PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-LOT-ACTIFS  PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-RSV-RETENUES PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-CDE-EN-COURS PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-HORS-HORIZON PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-PLA-SUPPR   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-PLA-ACHAT   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-PLA-FABRIC  PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-PLA-RETARD  PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-EXC-HORS-TAB PIC S9(6) COMP VALUE ZERO.
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
      * CHARGE ARTICLES ET NOMENCLATURE, CUMULE BESOINS, DISPONIBLE   *
      * ET RECEPTIONS, CALCULE LE NET PAR NIVEAU ET ECRIT LES ORDRES  *
      * PLANIFIES                                                     *
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-DATE-DEB
              THRU  7000-INIT-DATE-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  1000-CHARGE-ARTICLES-DEB
              THRU  1000-CHARGE-ARTICLES-FIN.
           PERFORM  1100-CHARGE-NOMENCL-DEB
              THRU  1100-CHARGE-NOMENCL-FIN.
           PERFORM  1200-CALC-NIVEAUX-DEB
              THRU  1200-CALC-NIVEAUX-FIN.
      *
           PERFORM  2000-BESOINS-VENTE-DEB
              THRU  2000-BESOINS-VENTE-FIN.
           PERFORM  2100-BESOINS-OFA-DEB
              THRU  2100-BESOINS-OFA-FIN.
           PERFORM  2200-DISPO-LOTS-DEB
              THRU  2200-DISPO-LOTS-FIN.
           PERFORM  2300-DISPO-RESERV-DEB
              THRU  2300-DISPO-RESERV-FIN.
           PERFORM  2400-RECEP-COMMANDES-DEB
              THRU  2400-RECEP-COMMANDES-FIN.
      *
           PERFORM  3000-PURGE-PLANIFIES-DEB
              THRU  3000-PURGE-PLANIFIES-FIN.
      *
           PERFORM  8000-EDITION-ENTETE-DEB
              THRU  8000-EDITION-ENTETE-FIN.
      *
           PERFORM  4000-TRT-NIVEAU-DEB
              THRU  4000-TRT-NIVEAU-FIN
             VARYING WS-NIV FROM 0 BY 1
             UNTIL  WS-NIV > 9.
      *
           IF  WS-NB-PLA-ACHAT + WS-NB-PLA-FABRIC = ZERO
               WRITE FS-BUFF-F-ETAT-MRP-S FROM WS-LMRP-AUCUN
           END-IF.
      *
           PERFORM  8040-EDITION-EXCEPTIONS-DEB
              THRU  8040-EDITION-EXCEPTIONS-FIN.
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
      * TRT 1000 CHARGE LES ARTICLES EN TABLE (ORDRE DES CODES)
      *----------------------------------------------------
       1000-CHARGE-ARTICLES-DEB.
      *
           PERFORM  6010-READ-F-ART-E-DEB
              THRU  6010-READ-F-ART-E-FIN.
           PERFORM  1010-CHARGE-UN-ARTICLE-DEB
              THRU  1010-CHARGE-UN-ARTICLE-FIN
             UNTIL  ART-FIN.
      *
       1000-CHARGE-ARTICLES-FIN.
           EXIT.
       1010-CHARGE-UN-ARTICLE-DEB.
      *
           ADD  1                        TO WS-NB-ART-LUS.
           IF  WS-NB-ART NOT < 2000
               ADD  1                    TO WS-NB-ART-HORS-TAB
               GO TO 1010-CHARGE-UN-ARTICLE-SUITE
           END-IF.
      *
           ADD  1                        TO WS-NB-ART.
           MOVE WS-ART-CODE         TO WS-TART-CODE(WS-NB-ART).
           MOVE WS-ART-FOU          TO WS-TART-FOU(WS-NB-ART).
           MOVE WS-ART-DELAI        TO WS-TART-DELAI(WS-NB-ART).
           MOVE WS-ART-STATUT       TO WS-TART-STATUT(WS-NB-ART).
           MOVE ZERO                TO WS-TART-NIVEAU(WS-NB-ART).
           MOVE 'N'                 TO WS-TART-KIT(WS-NB-ART).
           MOVE ZERO                TO WS-TART-DISPO(WS-NB-ART).
           PERFORM  1020-INIT-SEMAINE-DEB
              THRU  1020-INIT-SEMAINE-FIN
             VARYING WS-IND-SEM FROM 1 BY 1
             UNTIL  WS-IND-SEM > WS-NB-SEM.
      *
       1010-CHARGE-UN-ARTICLE-SUITE.
           PERFORM  6010-READ-F-ART-E-DEB
              THRU  6010-READ-F-ART-E-FIN.
      *
       1010-CHARGE-UN-ARTICLE-FIN.
           EXIT.
       1020-INIT-SEMAINE-DEB.
      *
           MOVE ZERO         TO WS-TART-BRUT(WS-NB-ART WS-IND-SEM)
                                WS-TART-RECEP(WS-NB-ART WS-IND-SEM).
      *
       1020-INIT-SEMAINE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1100 CHARGE LA NOMENCLATURE EN TABLE ET MARQUE LES KITS
      *----------------------------------------------------
       1100-CHARGE-NOMENCL-DEB.
      *
           PERFORM  6020-READ-F-NOM-E-DEB
              THRU  6020-READ-F-NOM-E-FIN.
           PERFORM  1110-CHARGE-UNE-NOM-DEB
              THRU  1110-CHARGE-UNE-NOM-FIN
             UNTIL  NOM-FIN.
      *
       1100-CHARGE-NOMENCL-FIN.
           EXIT.
       1110-CHARGE-UNE-NOM-DEB.
      *
           ADD  1                        TO WS-NB-NOM-LUS.
           IF  WS-NB-NOM NOT < 3000
               ADD  1                    TO WS-NB-NOM-HORS-TAB
               GO TO 1110-CHARGE-UNE-NOM-SUITE
           END-IF.
      *
           ADD  1                        TO WS-NB-NOM.
           MOVE WS-NOM-QTE-PAR      TO WS-TNOM-QTE-PAR(WS-NB-NOM).
      *
           MOVE WS-NOM-PARENT            TO WS-CLE-ART-CHERCHE.
           PERFORM  7010-CHERCHE-ARTICLE-DEB
              THRU  7010-CHERCHE-ARTICLE-FIN.
           MOVE WS-IND-ART-TRV      TO WS-TNOM-IND-PAR(WS-NB-NOM).
           IF  WS-IND-ART-TRV NOT = ZERO
               MOVE 'O'             TO WS-TART-KIT(WS-IND-ART-TRV)
           END-IF.
      *
           MOVE WS-NOM-COMPOSANT         TO WS-CLE-ART-CHERCHE.
           PERFORM  7010-CHERCHE-ARTICLE-DEB
              THRU  7010-CHERCHE-ARTICLE-FIN.
           MOVE WS-IND-ART-TRV      TO WS-TNOM-IND-COMP(WS-NB-NOM).
           IF  WS-IND-ART-TRV = ZERO
               MOVE WS-NOM-COMPOSANT     TO WS-EXC-ART
               MOVE WS-NOM-PARENT        TO WS-EXC-REF
               MOVE 'NOMENCLATURE : COMPOSANT INCONNU'
                                         TO WS-EXC-MOTIF
               PERFORM  7200-RETIENT-EXCEPTION-DEB
                  THRU  7200-RETIENT-EXCEPTION-FIN
           END-IF.
      *
       1110-CHARGE-UNE-NOM-SUITE.
           PERFORM  6020-READ-F-NOM-E-DEB
              THRU  6020-READ-F-NOM-E-FIN.
      *
       1110-CHARGE-UNE-NOM-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1200 CALCULE LE PLUS BAS NIVEAU D UTILISATION DE CHAQUE
      * ARTICLE : UN COMPOSANT EST AU MOINS UN NIVEAU SOUS CHACUN DE
      * SES PARENTS. PASSES REPETEES JUSQU A STABILITE ; UN NIVEAU
      * QUI DEPASSERAIT 9 (NOMENCLATURE CYCLIQUE) N EST PAS POSE
      *----------------------------------------------------
       1200-CALC-NIVEAUX-DEB.
      *
           SET  NIV-MODIFIES             TO TRUE.
           MOVE ZERO                     TO WS-NB-PASSES.
           PERFORM  1210-PASSE-NIVEAUX-DEB
              THRU  1210-PASSE-NIVEAUX-FIN
             UNTIL  NIV-STABLES
                 OR WS-NB-PASSES > 10.
      *
       1200-CALC-NIVEAUX-FIN.
           EXIT.
       1210-PASSE-NIVEAUX-DEB.
      *
           SET  NIV-STABLES              TO TRUE.
           ADD  1                        TO WS-NB-PASSES.
           PERFORM  1220-NIVEAU-UNE-NOM-DEB
              THRU  1220-NIVEAU-UNE-NOM-FIN
             VARYING WS-IND-NOM FROM 1 BY 1
             UNTIL  WS-IND-NOM > WS-NB-NOM.
      *
       1210-PASSE-NIVEAUX-FIN.
           EXIT.
       1220-NIVEAU-UNE-NOM-DEB.
      *
           IF  WS-TNOM-IND-PAR(WS-IND-NOM) = ZERO
               OR WS-TNOM-IND-COMP(WS-IND-NOM) = ZERO
               GO TO 1220-NIVEAU-UNE-NOM-FIN
           END-IF.
      *
           MOVE WS-TNOM-IND-PAR(WS-IND-NOM)  TO WS-IND-ART.
           MOVE WS-TNOM-IND-COMP(WS-IND-NOM) TO WS-IND-RCH.
           IF  WS-TART-NIVEAU(WS-IND-RCH) > WS-TART-NIVEAU(WS-IND-ART)
               GO TO 1220-NIVEAU-UNE-NOM-FIN
           END-IF.
      *
           IF  WS-TART-NIVEAU(WS-IND-ART) NOT < 9
               IF  WS-NB-PASSES = 10
                   MOVE WS-TART-CODE(WS-IND-RCH) TO WS-EXC-ART
                   MOVE WS-TART-CODE(WS-IND-ART) TO WS-EXC-REF
                   MOVE 'NOMENCLATURE CYCLIQUE OU TROP PROFONDE'
                                         TO WS-EXC-MOTIF
                   PERFORM  7200-RETIENT-EXCEPTION-DEB
                      THRU  7200-RETIENT-EXCEPTION-FIN
               END-IF
               GO TO 1220-NIVEAU-UNE-NOM-FIN
           END-IF.
      *
           COMPUTE WS-TART-NIVEAU(WS-IND-RCH) =
                   WS-TART-NIVEAU(WS-IND-ART) + 1.
           SET  NIV-MODIFIES             TO TRUE.
      *
       1220-NIVEAU-UNE-NOM-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 BESOINS BRUTS DES LIGNES DE VENTE : RESTE A EXPEDIER
      * DES LIGNES OUVERTES OU BLOQUEES A LA DATE DEMANDEE
      *----------------------------------------------------
       2000-BESOINS-VENTE-DEB.
      *
           PERFORM  6030-READ-F-VTE-E-DEB
              THRU  6030-READ-F-VTE-E-FIN.
           PERFORM  2010-BESOIN-UNE-VTE-DEB
              THRU  2010-BESOIN-UNE-VTE-FIN
             UNTIL  VTE-FIN.
      *
       2000-BESOINS-VENTE-FIN.
           EXIT.
       2010-BESOIN-UNE-VTE-DEB.
      *
           IF  NOT (VTE-OUVERTE OR VTE-BLOQUEE-CREDIT)
               OR WS-VTE-QTE NOT > WS-VTE-QTE-EXP
               GO TO 2010-BESOIN-UNE-VTE-SUITE
           END-IF.
      *
           MOVE WS-VTE-ART-CODE          TO WS-CLE-ART-CHERCHE.
           PERFORM  7010-CHERCHE-ARTICLE-DEB
              THRU  7010-CHERCHE-ARTICLE-FIN.
           IF  WS-IND-ART-TRV = ZERO
               MOVE WS-VTE-ART-CODE      TO WS-EXC-ART
               MOVE WS-VTE-CLE           TO WS-EXC-REF
               MOVE 'LIGNE DE VENTE : ARTICLE INCONNU'
                                         TO WS-EXC-MOTIF
               PERFORM  7200-RETIENT-EXCEPTION-DEB
                  THRU  7200-RETIENT-EXCEPTION-FIN
               GO TO 2010-BESOIN-UNE-VTE-SUITE
           END-IF.
      *
           IF  WS-VTE-DATE-DEM = ZERO
               MOVE WS-DATEJ-N           TO WS-DATE-CNV-N
           ELSE
               MOVE WS-VTE-DATE-DEM      TO WS-DATE-CNV-N
           END-IF.
           PERFORM  7050-CALC-QUANTIEME-DEB
              THRU  7050-CALC-QUANTIEME-FIN.
           PERFORM  7100-CALC-SEMAINE-DEB
              THRU  7100-CALC-SEMAINE-FIN.
           IF  WS-SEM-CALC = ZERO
               ADD  1                    TO WS-NB-HORS-HORIZON
               GO TO 2010-BESOIN-UNE-VTE-SUITE
           END-IF.
      *
           COMPUTE WS-TART-BRUT(WS-IND-ART-TRV WS-SEM-CALC) =
                   WS-TART-BRUT(WS-IND-ART-TRV WS-SEM-CALC)
                 + WS-VTE-QTE - WS-VTE-QTE-EXP.
           ADD  1                        TO WS-NB-VTE-RETENUES.
      *
       2010-BESOIN-UNE-VTE-SUITE.
           PERFORM  6030-READ-F-VTE-E-DEB
              THRU  6030-READ-F-VTE-E-FIN.
      *
       2010-BESOIN-UNE-VTE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2100 ORDRES DE FABRICATION OUVERTS : RECEPTION PREVUE DU
      * KIT ET BESOINS BRUTS DE SES COMPOSANTS, A LA SEMAINE DE
      * CREATION DE L ORDRE (SEMAINE 1 SI ELLE EST PASSEE)
      *----------------------------------------------------
       2100-BESOINS-OFA-DEB.
      *
           PERFORM  6040-READ-F-OFA-E-DEB
              THRU  6040-READ-F-OFA-E-FIN.
           PERFORM  2110-BESOIN-UN-OFA-DEB
              THRU  2110-BESOIN-UN-OFA-FIN
             UNTIL  OFA-FIN.
      *
       2100-BESOINS-OFA-FIN.
           EXIT.
       2110-BESOIN-UN-OFA-DEB.
      *
           IF  NOT OFA-OUVERT
               GO TO 2110-BESOIN-UN-OFA-SUITE
           END-IF.
           ADD  1                        TO WS-NB-OFA-OUVERTS.
      *
           MOVE WS-OFA-ART-CODE          TO WS-CLE-ART-CHERCHE.
           PERFORM  7010-CHERCHE-ARTICLE-DEB
              THRU  7010-CHERCHE-ARTICLE-FIN.
           IF  WS-IND-ART-TRV = ZERO
               MOVE WS-OFA-ART-CODE      TO WS-EXC-ART
               MOVE WS-OFA-NUM           TO WS-EXC-REF
               MOVE 'ORDRE DE FABRICATION : KIT INCONNU'
                                         TO WS-EXC-MOTIF
               PERFORM  7200-RETIENT-EXCEPTION-DEB
                  THRU  7200-RETIENT-EXCEPTION-FIN
               GO TO 2110-BESOIN-UN-OFA-SUITE
           END-IF.
           IF  NOT TART-KIT(WS-IND-ART-TRV)
               MOVE WS-OFA-ART-CODE      TO WS-EXC-ART
               MOVE WS-OFA-NUM           TO WS-EXC-REF
               MOVE 'ORDRE DE FABRICATION SANS NOMENCLATURE'
                                         TO WS-EXC-MOTIF
               PERFORM  7200-RETIENT-EXCEPTION-DEB
                  THRU  7200-RETIENT-EXCEPTION-FIN
           END-IF.
      *
           MOVE WS-OFA-NUM-DATE          TO WS-DATE-CNV-N.
           PERFORM  7050-CALC-QUANTIEME-DEB
              THRU  7050-CALC-QUANTIEME-FIN.
           PERFORM  7100-CALC-SEMAINE-DEB
              THRU  7100-CALC-SEMAINE-FIN.
           IF  WS-SEM-CALC = ZERO
               ADD  1                    TO WS-NB-HORS-HORIZON
               GO TO 2110-BESOIN-UN-OFA-SUITE
           END-IF.
      *
           ADD  WS-OFA-QTE TO WS-TART-RECEP(WS-IND-ART-TRV WS-SEM-CALC).
           MOVE WS-IND-ART-TRV           TO WS-IND-ART.
           MOVE WS-OFA-QTE               TO WS-QTE-PLAN.
           PERFORM  7150-EXPLOSE-UNE-NOM-DEB
              THRU  7150-EXPLOSE-UNE-NOM-FIN
             VARYING WS-IND-NOM FROM 1 BY 1
             UNTIL  WS-IND-NOM > WS-NB-NOM.
      *
       2110-BESOIN-UN-OFA-SUITE.
           PERFORM  6040-READ-F-OFA-E-DEB
              THRU  6040-READ-F-OFA-E-FIN.
      *
       2110-BESOIN-UN-OFA-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2200 DISPONIBLE : QUANTITES DES LOTS ACTIFS
      *----------------------------------------------------
       2200-DISPO-LOTS-DEB.
      *
           PERFORM  6050-READ-F-LOT-E-DEB
              THRU  6050-READ-F-LOT-E-FIN.
           PERFORM  2210-DISPO-UN-LOT-DEB
              THRU  2210-DISPO-UN-LOT-FIN
             UNTIL  FLOT-FIN.
      *
       2200-DISPO-LOTS-FIN.
           EXIT.
       2210-DISPO-UN-LOT-DEB.
      *
           IF  LOT-ACTIF
               MOVE WS-LOT-ART-CODE      TO WS-CLE-ART-CHERCHE
               PERFORM  7010-CHERCHE-ARTICLE-DEB
                  THRU  7010-CHERCHE-ARTICLE-FIN
               IF  WS-IND-ART-TRV NOT = ZERO
                   ADD  WS-LOT-QTE  TO WS-TART-DISPO(WS-IND-ART-TRV)
                   ADD  1                TO WS-NB-LOT-ACTIFS
               END-IF
           END-IF.
      *
           PERFORM  6050-READ-F-LOT-E-DEB
              THRU  6050-READ-F-LOT-E-FIN.
      *
       2210-DISPO-UN-LOT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2300 DISPONIBLE : DEDUCTION DES RESERVATIONS NON ECHUES
      * (UNE RESERVATION ECHUE SERA PURGEE PAR ARIO992)
      *----------------------------------------------------
       2300-DISPO-RESERV-DEB.
      *
           PERFORM  6060-READ-F-RSV-E-DEB
              THRU  6060-READ-F-RSV-E-FIN.
           PERFORM  2310-DISPO-UNE-RSV-DEB
              THRU  2310-DISPO-UNE-RSV-FIN
             UNTIL  RSV-FIN.
      *
       2300-DISPO-RESERV-FIN.
           EXIT.
       2310-DISPO-UNE-RSV-DEB.
      *
           IF  WS-RSV-DATE-EXP NOT < WS-DATEJ-N
               MOVE WS-RSV-ART-CODE      TO WS-CLE-ART-CHERCHE
               PERFORM  7010-CHERCHE-ARTICLE-DEB
                  THRU  7010-CHERCHE-ARTICLE-FIN
               IF  WS-IND-ART-TRV NOT = ZERO
                   SUBTRACT WS-RSV-QTE
                       FROM WS-TART-DISPO(WS-IND-ART-TRV)
                   ADD  1                TO WS-NB-RSV-RETENUES
               END-IF
           END-IF.
      *
           PERFORM  6060-READ-F-RSV-E-DEB
              THRU  6060-READ-F-RSV-E-FIN.
      *
       2310-DISPO-UNE-RSV-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2400 RECEPTIONS PREVUES : RESTE A RECEVOIR DES COMMANDES
      * EN COURS A LA DATE PROMISE, A DEFAUT DATE DE COMMANDE + DELAI.
      * UNE COMMANDE REFUSEE PAR LE FOURNISSEUR N APPORTE RIEN ET EST
      * SIGNALEE
      *----------------------------------------------------
       2400-RECEP-COMMANDES-DEB.
      *
           PERFORM  6070-READ-F-CDE-E-DEB
              THRU  6070-READ-F-CDE-E-FIN.
           PERFORM  2410-RECEP-UNE-CDE-DEB
              THRU  2410-RECEP-UNE-CDE-FIN
             UNTIL  CDE-FIN.
      *
       2400-RECEP-COMMANDES-FIN.
           EXIT.
       2410-RECEP-UNE-CDE-DEB.
      *
           IF  NOT CDE-EN-COURS
               OR WS-CDE-QTE NOT > WS-CDE-QTE-RECUE
               GO TO 2410-RECEP-UNE-CDE-SUITE
           END-IF.
      *
           IF  CDE-REFUSEE-FOU
               MOVE WS-CDE-ART-CODE      TO WS-EXC-ART
               MOVE WS-CDE-NUM           TO WS-EXC-REF
               MOVE 'COMMANDE REFUSEE PAR LE FOURNISSEUR'
                                         TO WS-EXC-MOTIF
               PERFORM  7200-RETIENT-EXCEPTION-DEB
                  THRU  7200-RETIENT-EXCEPTION-FIN
               GO TO 2410-RECEP-UNE-CDE-SUITE
           END-IF.
      *
           MOVE WS-CDE-ART-CODE          TO WS-CLE-ART-CHERCHE.
           PERFORM  7010-CHERCHE-ARTICLE-DEB
              THRU  7010-CHERCHE-ARTICLE-FIN.
           IF  WS-IND-ART-TRV = ZERO
               GO TO 2410-RECEP-UNE-CDE-SUITE
           END-IF.
      *
           IF  WS-CDE-DATE-CONF NOT = ZERO
               MOVE WS-CDE-DATE-CONF     TO WS-DATE-CNV-N
               PERFORM  7050-CALC-QUANTIEME-DEB
                  THRU  7050-CALC-QUANTIEME-FIN
           ELSE
               MOVE WS-CDE-DATE-CDE      TO WS-DATE-CNV-N
               PERFORM  7050-CALC-QUANTIEME-DEB
                  THRU  7050-CALC-QUANTIEME-FIN
               ADD  WS-CDE-DELAI         TO WS-JOUR-ORD
           END-IF.
           PERFORM  7100-CALC-SEMAINE-DEB
              THRU  7100-CALC-SEMAINE-FIN.
           IF  WS-SEM-CALC = ZERO
               ADD  1                    TO WS-NB-HORS-HORIZON
               GO TO 2410-RECEP-UNE-CDE-SUITE
           END-IF.
      *
           COMPUTE WS-TART-RECEP(WS-IND-ART-TRV WS-SEM-CALC) =
                   WS-TART-RECEP(WS-IND-ART-TRV WS-SEM-CALC)
                 + WS-CDE-QTE - WS-CDE-QTE-RECUE.
           ADD  1                        TO WS-NB-CDE-EN-COURS.
      *
       2410-RECEP-UNE-CDE-SUITE.
           PERFORM  6070-READ-F-CDE-E-DEB
              THRU  6070-READ-F-CDE-E-FIN.
      *
       2410-RECEP-UNE-CDE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 SUPPRIME LES ORDRES ENCORE PLANIFIES DU CALCUL
      * PRECEDENT ET REPREND LA SEQUENCE DU JOUR APRES LES ORDRES
      * ACCEPTES CONSERVES
      *----------------------------------------------------
       3000-PURGE-PLANIFIES-DEB.
      *
           PERFORM  6080-START-F-PLA-ES-DEB
              THRU  6080-START-F-PLA-ES-FIN.
           IF  PLA-OK
               PERFORM  6085-READNEXT-F-PLA-ES-DEB
                  THRU  6085-READNEXT-F-PLA-ES-FIN
               PERFORM  3010-PURGE-UN-PLANIFIE-DEB
                  THRU  3010-PURGE-UN-PLANIFIE-FIN
                 UNTIL  PLA-FIN
           END-IF.
      *
       3000-PURGE-PLANIFIES-FIN.
           EXIT.
       3010-PURGE-UN-PLANIFIE-DEB.
      *
           IF  PLA-PLANIFIE
               PERFORM  6086-DELETE-F-PLA-ES-DEB
                  THRU  6086-DELETE-F-PLA-ES-FIN
               ADD  1                    TO WS-NB-PLA-SUPPR
           ELSE
               IF  WS-PLA-NUM-DATE = WS-DATEJ-N
                   AND WS-PLA-NUM-SEQ > WS-PLA-SEQ-JOUR
                   MOVE WS-PLA-NUM-SEQ   TO WS-PLA-SEQ-JOUR
               END-IF
           END-IF.
      *
           PERFORM  6085-READNEXT-F-PLA-ES-DEB
              THRU  6085-READNEXT-F-PLA-ES-FIN.
      *
       3010-PURGE-UN-PLANIFIE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 4000 CALCULE LE NET DES ARTICLES DU NIVEAU WS-NIV (LES
      * BESOINS DEPENDANTS DES NIVEAUX SUPERIEURS SONT DEJA POSES)
      *----------------------------------------------------
       4000-TRT-NIVEAU-DEB.
      *
           PERFORM  4010-TRT-ARTICLE-DEB
              THRU  4010-TRT-ARTICLE-FIN
             VARYING WS-IND-ART FROM 1 BY 1
             UNTIL  WS-IND-ART > WS-NB-ART.
      *
       4000-TRT-NIVEAU-FIN.
           EXIT.
       4010-TRT-ARTICLE-DEB.
      *
           IF  WS-TART-NIVEAU(WS-IND-ART) NOT = WS-NIV
               GO TO 4010-TRT-ARTICLE-FIN
           END-IF.
      *
           MOVE WS-TART-DISPO(WS-IND-ART) TO WS-PROJ.
           PERFORM  4020-NET-UNE-SEMAINE-DEB
              THRU  4020-NET-UNE-SEMAINE-FIN
             VARYING WS-IND-SEM FROM 1 BY 1
             UNTIL  WS-IND-SEM > WS-NB-SEM.
      *
       4010-TRT-ARTICLE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 4020 STOCK PROJETE DE LA SEMAINE : UN MANQUE DONNE UN
      * ORDRE PLANIFIE POUR LA QUANTITE MANQUANTE (LOT POUR LOT)
      *----------------------------------------------------
       4020-NET-UNE-SEMAINE-DEB.
      *
           COMPUTE WS-PROJ = WS-PROJ
                   + WS-TART-RECEP(WS-IND-ART WS-IND-SEM)
                   - WS-TART-BRUT(WS-IND-ART WS-IND-SEM).
           IF  WS-PROJ NOT < ZERO
               GO TO 4020-NET-UNE-SEMAINE-FIN
           END-IF.
      *
           COMPUTE WS-QTE-PLAN = ZERO - WS-PROJ.
           MOVE ZERO                     TO WS-PROJ.
           PERFORM  4030-CREE-PLANIFIE-DEB
              THRU  4030-CREE-PLANIFIE-FIN.
      *
       4020-NET-UNE-SEMAINE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 4030 ECRIT L ORDRE PLANIFIE DE L ARTICLE ET DE LA SEMAINE
      * COURANTS ; POUR UN KIT, POSE LES BESOINS DES COMPOSANTS A LA
      * DATE DE LANCEMENT
      *----------------------------------------------------
       4030-CREE-PLANIFIE-DEB.
      *
           MOVE SPACES                   TO WS-LMRP-OBS-ED.
           IF  WS-QTE-PLAN > 999999
               MOVE WS-TART-CODE(WS-IND-ART) TO WS-EXC-ART
               MOVE SPACES               TO WS-EXC-REF
               MOVE 'QUANTITE PLANIFIEE PLAFONNEE A 999999'
                                         TO WS-EXC-MOTIF
               PERFORM  7200-RETIENT-EXCEPTION-DEB
                  THRU  7200-RETIENT-EXCEPTION-FIN
               MOVE 999999               TO WS-QTE-PLAN
               MOVE 'QTE PLAFONNEE'      TO WS-LMRP-OBS-ED
           END-IF.
      *
           MOVE SPACES                   TO WS-PLA-ENR.
           ADD  1                        TO WS-PLA-SEQ-JOUR.
           MOVE WS-DATEJ-N               TO WS-PLA-NUM-DATE.
           MOVE WS-PLA-SEQ-JOUR          TO WS-PLA-NUM-SEQ.
           MOVE WS-TART-CODE(WS-IND-ART) TO WS-PLA-ART-CODE.
           MOVE WS-QTE-PLAN              TO WS-PLA-QTE.
           MOVE WS-TART-DELAI(WS-IND-ART) TO WS-PLA-DELAI.
           IF  TART-KIT(WS-IND-ART)
               SET  PLA-FABRICATION      TO TRUE
               MOVE ZERO                 TO WS-PLA-FOU-CODE
           ELSE
               SET  PLA-ACHAT            TO TRUE
               MOVE WS-TART-FOU(WS-IND-ART) TO WS-PLA-FOU-CODE
           END-IF.
           SET  PLA-PLANIFIE             TO TRUE.
           MOVE 'N'                      TO WS-PLA-RETARD.
           MOVE ZERO                     TO WS-PLA-DATE-ACCEPT.
      *
      *    BESOIN AU PREMIER JOUR DE LA SEMAINE, LANCEMENT = BESOIN
      *    MOINS LE DELAI DE L ARTICLE
           COMPUTE WS-JOUR-ORD-BES = WS-JOUR-ORD-JOUR
                                   + ((WS-IND-SEM - 1) * 7).
           COMPUTE WS-JOUR-ORD-LANC = WS-JOUR-ORD-BES
                                    - WS-PLA-DELAI.
           MOVE WS-JOUR-ORD-BES          TO WS-JOUR-ORD.
           PERFORM  7060-CALC-DATE-DEB
              THRU  7060-CALC-DATE-FIN.
           MOVE WS-DATE-CNV-N            TO WS-PLA-DATE-BESOIN.
           MOVE WS-JOUR-ORD-LANC         TO WS-JOUR-ORD.
           PERFORM  7060-CALC-DATE-DEB
              THRU  7060-CALC-DATE-FIN.
           MOVE WS-DATE-CNV-N            TO WS-PLA-DATE-LANC.
      *
           IF  WS-JOUR-ORD-LANC < WS-JOUR-ORD-JOUR
               SET  PLA-EN-RETARD        TO TRUE
               ADD  1                    TO WS-NB-PLA-RETARD
               MOVE 'LANCEMENT EN RETARD' TO WS-EXC-MOTIF
               PERFORM  4040-EXCEPTION-ORDRE-DEB
                  THRU  4040-EXCEPTION-ORDRE-FIN
           END-IF.
      *
           IF  PLA-ACHAT
               IF  WS-PLA-FOU-CODE = ZERO
                   MOVE 'ARTICLE SANS FOURNISSEUR ATTITRE'
                                         TO WS-EXC-MOTIF
                   PERFORM  4040-EXCEPTION-ORDRE-DEB
                      THRU  4040-EXCEPTION-ORDRE-FIN
               END-IF
               MOVE WS-TART-STATUT(WS-IND-ART) TO WS-ART-STATUT
               IF  ART-BROUILLON OR ART-BLOQUE-ACHAT OR ART-FIN-DE-VIE
                   MOVE 'ARTICLE NON ACHETABLE (STATUT)'
                                         TO WS-EXC-MOTIF
                   PERFORM  4040-EXCEPTION-ORDRE-DEB
                      THRU  4040-EXCEPTION-ORDRE-FIN
               END-IF
               ADD  1                    TO WS-NB-PLA-ACHAT
           ELSE
               ADD  1                    TO WS-NB-PLA-FABRIC
           END-IF.
      *
           PERFORM  6087-WRITE-F-PLA-ES-DEB
              THRU  6087-WRITE-F-PLA-ES-FIN.
           PERFORM  8010-EDITION-PLANIFIE-DEB
              THRU  8010-EDITION-PLANIFIE-FIN.
      *
      *    KIT : LES COMPOSANTS SONT REQUIS AU LANCEMENT
           IF  PLA-FABRICATION
               MOVE WS-JOUR-ORD-LANC     TO WS-JOUR-ORD
               IF  WS-JOUR-ORD-LANC < WS-JOUR-ORD-JOUR
                   MOVE WS-JOUR-ORD-JOUR TO WS-JOUR-ORD
               END-IF
               PERFORM  7100-CALC-SEMAINE-DEB
                  THRU  7100-CALC-SEMAINE-FIN
               PERFORM  7150-EXPLOSE-UNE-NOM-DEB
                  THRU  7150-EXPLOSE-UNE-NOM-FIN
                 VARYING WS-IND-NOM FROM 1 BY 1
                 UNTIL  WS-IND-NOM > WS-NB-NOM
           END-IF.
      *
       4030-CREE-PLANIFIE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 4040 RETIENT UNE EXCEPTION SUR L ORDRE PLANIFIE COURANT
      * (MOTIF POSE PAR L APPELANT, REPRIS EN OBSERVATION)
      *----------------------------------------------------
       4040-EXCEPTION-ORDRE-DEB.
      *
           MOVE WS-PLA-ART-CODE          TO WS-EXC-ART.
           MOVE WS-PLA-NUM               TO WS-EXC-REF.
           PERFORM  7200-RETIENT-EXCEPTION-DEB
              THRU  7200-RETIENT-EXCEPTION-FIN.
           IF  WS-LMRP-OBS-ED = SPACES
               MOVE WS-EXC-MOTIF         TO WS-LMRP-OBS-ED
           END-IF.
      *
       4040-EXCEPTION-ORDRE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *6000 EXECUTE L OPEN DES FICHIERS
      *----------------------------------------
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
           OPEN INPUT F-NOM-E.
           IF WS-FS-NOM-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-NOM-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-NOM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-VTE-E.
           IF WS-FS-VTE-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-VTE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-VTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-OFA-E.
           IF WS-FS-OFA-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-OFA-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-OFA-E
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
           OPEN INPUT F-RSV-E.
           IF WS-FS-RSV-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-RSV-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RSV-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-CDE-E.
           IF WS-FS-CDE-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CDE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CDE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
      *    LE FICHIER DES ORDRES PLANIFIES EST CREE AU PREMIER CALCUL
           OPEN I-O F-PLA-ES.
           IF PLA-FICHIER-ABSENT
              OPEN OUTPUT F-PLA-ES
              IF PLA-OK
                 CLOSE F-PLA-ES
                 OPEN I-O F-PLA-ES
              END-IF
           END-IF.
           IF WS-FS-PLA-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-PLA-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PLA-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-MRP-S.
           IF WS-FS-ETAT-MRP-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-MRP-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-MRP-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT L ARTICLE SUIVANT
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
      *6020 LIT LA LIGNE DE NOMENCLATURE SUIVANTE
      *------------------------------------
       6020-READ-F-NOM-E-DEB.
      *
           READ F-NOM-E INTO WS-NOM-ENR.
           IF NOT (NOM-OK OR NOM-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-NOM-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-NOM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-F-NOM-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 LIT LA LIGNE DE VENTE SUIVANTE
      *------------------------------------
       6030-READ-F-VTE-E-DEB.
      *
           READ F-VTE-E INTO WS-VTE-ENR.
           IF NOT (VTE-OK OR VTE-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-VTE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-VTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-READ-F-VTE-E-FIN.
           EXIT.
      *-------------------------------------
      *6040 LIT L ORDRE DE FABRICATION SUIVANT
      *------------------------------------
       6040-READ-F-OFA-E-DEB.
      *
           READ F-OFA-E INTO WS-OFA-ENR.
           IF NOT (OFA-OK OR OFA-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-OFA-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-OFA-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-READ-F-OFA-E-FIN.
           EXIT.
      *-------------------------------------
      *6050 LIT LE LOT SUIVANT
      *------------------------------------
       6050-READ-F-LOT-E-DEB.
      *
           READ F-LOT-E INTO WS-LOT-ENR.
           IF NOT (FLOT-OK OR FLOT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6050-READ-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6060 LIT LA RESERVATION SUIVANTE
      *------------------------------------
       6060-READ-F-RSV-E-DEB.
      *
           READ F-RSV-E INTO WS-RSV-ENR.
           IF NOT (RSV-OK OR RSV-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-RSV-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RSV-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6060-READ-F-RSV-E-FIN.
           EXIT.
      *-------------------------------------
      *6070 LIT LA COMMANDE SUIVANTE
      *------------------------------------
       6070-READ-F-CDE-E-DEB.
      *
           READ F-CDE-E INTO WS-CDE-ENR.
           IF NOT (CDE-OK OR CDE-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CDE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CDE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6070-READ-F-CDE-E-FIN.
           EXIT.
      *-------------------------------------
      *6080 POSITIONNE F-PLA-ES EN DEBUT DE FICHIER
      *------------------------------------
       6080-START-F-PLA-ES-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-PLA.
           START F-PLA-ES
             KEY IS NOT LESS THAN FS-KEY-PLA
           END-START.
           IF NOT (PLA-OK OR PLA-INEXISTANT)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-PLA-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PLA-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6080-START-F-PLA-ES-FIN.
           EXIT.
      *-------------------------------------
      *6085 LIT L ORDRE PLANIFIE SUIVANT
      *------------------------------------
       6085-READNEXT-F-PLA-ES-DEB.
      *
           READ F-PLA-ES NEXT RECORD INTO WS-PLA-ENR.
           IF NOT (PLA-OK OR PLA-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PLA-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PLA-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6085-READNEXT-F-PLA-ES-FIN.
           EXIT.
      *-------------------------------------
      *6086 SUPPRIME L ORDRE PLANIFIE QUI VIENT D ETRE LU
      *------------------------------------
       6086-DELETE-F-PLA-ES-DEB.
      *
           DELETE F-PLA-ES RECORD.
           IF NOT PLA-OK
              DISPLAY 'PROBLEME DE SUPPRESSION FICHIER F-PLA-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PLA-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6086-DELETE-F-PLA-ES-FIN.
           EXIT.
      *-------------------------------------
      *6087 ECRIT UN NOUVEL ORDRE PLANIFIE
      *------------------------------------
       6087-WRITE-F-PLA-ES-DEB.
      *
           WRITE FS-BUFF-F-PLA-ES FROM WS-PLA-ENR.
           IF NOT PLA-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-PLA-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PLA-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6087-WRITE-F-PLA-ES-FIN.
           EXIT.
      *-------------------------------------
      *6090 EXECUTE LA FERMETURE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-ART-E.
           CLOSE F-NOM-E.
           CLOSE F-VTE-E.
           CLOSE F-OFA-E.
           CLOSE F-LOT-E.
           CLOSE F-RSV-E.
           CLOSE F-CDE-E.
           CLOSE F-PLA-ES.
           IF WS-FS-PLA-ES NOT = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-PLA-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PLA-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETAT-MRP-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LA DATE DU JOUR ET SON QUANTIEME
      *------------------------------------
       7000-INIT-DATE-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE WS-DATEJ-JJ   TO WS-LMRP-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LMRP-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LMRP-DATE-ED (7:4).
           MOVE WS-DATEJ-N               TO WS-DATE-CNV-N.
           PERFORM  7050-CALC-QUANTIEME-DEB
              THRU  7050-CALC-QUANTIEME-FIN.
           MOVE WS-JOUR-ORD              TO WS-JOUR-ORD-JOUR.
      *
       7000-INIT-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7010 RETROUVE LE RANG DE L ARTICLE WS-CLE-ART-CHERCHE DANS LA
      *     TABLE (ZERO = INCONNU) - LE DERNIER RANG TROUVE EST
      *     ESSAYE D ABORD (FICHIERS LUS DANS L ORDRE DES ARTICLES)
      *------------------------------------
       7010-CHERCHE-ARTICLE-DEB.
      *
           IF  WS-IND-ART-TRV NOT = ZERO
               IF  WS-TART-CODE(WS-IND-ART-TRV) = WS-CLE-ART-CHERCHE
                   GO TO 7010-CHERCHE-ARTICLE-FIN
               END-IF
           END-IF.
      *
           MOVE ZERO                     TO WS-IND-ART-TRV.
           PERFORM  7015-TESTE-UN-ARTICLE-DEB
              THRU  7015-TESTE-UN-ARTICLE-FIN
             VARYING WS-IND-RCH FROM 1 BY 1
             UNTIL  WS-IND-RCH > WS-NB-ART
                 OR WS-IND-ART-TRV NOT = ZERO.
      *
       7010-CHERCHE-ARTICLE-FIN.
           EXIT.
       7015-TESTE-UN-ARTICLE-DEB.
      *
           IF  WS-TART-CODE(WS-IND-RCH) = WS-CLE-ART-CHERCHE
               MOVE WS-IND-RCH           TO WS-IND-ART-TRV
           END-IF.
      *
       7015-TESTE-UN-ARTICLE-FIN.
           EXIT.
      *-------------------------------------
      *7050 CALCULE LE QUANTIEME (CONVENTION 360 JOURS) DE LA DATE
      *     WS-DATE-CNV
      *------------------------------------
       7050-CALC-QUANTIEME-DEB.
      *
           IF  WS-DCNV-JJ > 30
               MOVE 30                  TO WS-DCNV-JJ
           END-IF.
           COMPUTE WS-JOUR-ORD = (WS-DCNV-AAAA * 360)
                               + (WS-DCNV-MM   * 30)
                               +  WS-DCNV-JJ.
      *
       7050-CALC-QUANTIEME-FIN.
           EXIT.
      *-------------------------------------
      *7060 RECONSTITUE DANS WS-DATE-CNV LA DATE DU QUANTIEME
      *     WS-JOUR-ORD (CONVENTION 360 JOURS, INVERSE DE 7050)
      *------------------------------------
       7060-CALC-DATE-DEB.
      *
           COMPUTE WS-ORD-RESTE = WS-JOUR-ORD - 31.
           DIVIDE WS-ORD-RESTE BY 360 GIVING WS-DCNV-AAAA
                                  REMAINDER WS-ORD-RESTE2.
           DIVIDE WS-ORD-RESTE2 BY 30 GIVING WS-DCNV-MM
                                  REMAINDER WS-DCNV-JJ.
           ADD  1                        TO WS-DCNV-MM
                                            WS-DCNV-JJ.
      *
       7060-CALC-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7100 DONNE LA SEMAINE DE L HORIZON DU QUANTIEME WS-JOUR-ORD :
      *     SEMAINE 1 POUR UNE DATE PASSEE, ZERO AU-DELA DE L HORIZON
      *------------------------------------
       7100-CALC-SEMAINE-DEB.
      *
           IF  WS-JOUR-ORD < WS-JOUR-ORD-JOUR
               MOVE 1                    TO WS-SEM-CALC
           ELSE
               COMPUTE WS-SEM-CALC =
                       ((WS-JOUR-ORD - WS-JOUR-ORD-JOUR) / 7) + 1
           END-IF.
           IF  WS-SEM-CALC > WS-NB-SEM
               MOVE ZERO                 TO WS-SEM-CALC
           END-IF.
      *
       7100-CALC-SEMAINE-FIN.
           EXIT.
      *-------------------------------------
      *7150 BESOIN BRUT DU COMPOSANT D UNE LIGNE DE NOMENCLATURE DU
      *     KIT DE RANG WS-IND-ART : WS-QTE-PLAN FOIS LA QUANTITE PAR
      *     KIT, EN SEMAINE WS-SEM-CALC
      *------------------------------------
       7150-EXPLOSE-UNE-NOM-DEB.
      *
           IF  WS-TNOM-IND-PAR(WS-IND-NOM) NOT = WS-IND-ART
               OR WS-TNOM-IND-COMP(WS-IND-NOM) = ZERO
               GO TO 7150-EXPLOSE-UNE-NOM-FIN
           END-IF.
      *
           MOVE WS-TNOM-IND-COMP(WS-IND-NOM) TO WS-IND-RCH.
           COMPUTE WS-QTE-CALC = WS-QTE-PLAN
                               * WS-TNOM-QTE-PAR(WS-IND-NOM)
               ON SIZE ERROR
                   MOVE 999999999        TO WS-QTE-CALC
           END-COMPUTE.
           COMPUTE WS-TART-BRUT(WS-IND-RCH WS-SEM-CALC) =
                   WS-TART-BRUT(WS-IND-RCH WS-SEM-CALC) + WS-QTE-CALC
               ON SIZE ERROR
                   MOVE 999999999
                            TO WS-TART-BRUT(WS-IND-RCH WS-SEM-CALC)
           END-COMPUTE.
      *
       7150-EXPLOSE-UNE-NOM-FIN.
           EXIT.
      *-------------------------------------
      *7200 RETIENT UNE EXCEPTION POUR LA FIN D ETAT
      *------------------------------------
       7200-RETIENT-EXCEPTION-DEB.
      *
           IF  WS-NB-EXC < 999
               ADD  1                    TO WS-NB-EXC
               MOVE WS-EXC-ART           TO WS-TEXC-ART(WS-NB-EXC)
               MOVE WS-EXC-REF           TO WS-TEXC-REF(WS-NB-EXC)
               MOVE WS-EXC-MOTIF         TO WS-TEXC-MOTIF(WS-NB-EXC)
           ELSE
               ADD  1                    TO WS-NB-EXC-HORS-TAB
           END-IF.
      *
       7200-RETIENT-EXCEPTION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : EDITIONS                                           *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *8000 EDITE L ENTETE DE L ETAT
      *------------------------------------
       8000-EDITION-ENTETE-DEB.
      *
           WRITE FS-BUFF-F-ETAT-MRP-S FROM WS-LMRP-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-MRP-S FROM WS-LMRP-BLANC.
           WRITE FS-BUFF-F-ETAT-MRP-S FROM WS-LMRP-INTITULE.
           WRITE FS-BUFF-F-ETAT-MRP-S FROM WS-LMRP-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8010 EDITE L ORDRE PLANIFIE COURANT (OBSERVATION POSEE PAR
      *     L APPELANT)
      *------------------------------------
       8010-EDITION-PLANIFIE-DEB.
      *
           MOVE WS-PLA-NUM-DATE          TO WS-LMRP-NUM-DATE-ED.
           MOVE WS-PLA-NUM-SEQ           TO WS-LMRP-NUM-SEQ-ED.
           MOVE WS-PLA-TYPE              TO WS-LMRP-TYPE-ED.
           MOVE WS-PLA-ART-CODE          TO WS-LMRP-ART-ED.
           MOVE WS-PLA-QTE               TO WS-LMRP-QTE-ED.
           MOVE WS-PLA-DATE-BESOIN       TO WS-LMRP-BESOIN-ED.
           MOVE WS-PLA-DATE-LANC         TO WS-LMRP-LANC-ED.
           IF  PLA-ACHAT
               MOVE WS-PLA-FOU-CODE      TO WS-LMRP-FOU-ED
           ELSE
               MOVE SPACES               TO WS-LMRP-FOU-ED
           END-IF.
      *
           WRITE FS-BUFF-F-ETAT-MRP-S FROM WS-LMRP-DETAIL.
      *
       8010-EDITION-PLANIFIE-FIN.
           EXIT.
      *-------------------------------------
      *8040 EDITE EN FIN D ETAT LES EXCEPTIONS DU CALCUL
      *------------------------------------
       8040-EDITION-EXCEPTIONS-DEB.
      *
           IF  WS-NB-EXC = ZERO
               GO TO 8040-EDITION-EXCEPTIONS-FIN
           END-IF.
      *
           WRITE FS-BUFF-F-ETAT-MRP-S FROM WS-LMRP-BLANC.
           WRITE FS-BUFF-F-ETAT-MRP-S FROM WS-LEXC-TITRE.
           WRITE FS-BUFF-F-ETAT-MRP-S FROM WS-LEXC-INTITULE.
           WRITE FS-BUFF-F-ETAT-MRP-S FROM WS-LMRP-TIRET.
           PERFORM  8045-EDITION-UNE-EXCEPTION-DEB
              THRU  8045-EDITION-UNE-EXCEPTION-FIN
             VARYING WS-IND-EXC FROM 1 BY 1
             UNTIL  WS-IND-EXC > WS-NB-EXC.
      *
       8040-EDITION-EXCEPTIONS-FIN.
           EXIT.
       8045-EDITION-UNE-EXCEPTION-DEB.
      *
           MOVE WS-TEXC-ART(WS-IND-EXC)   TO WS-LEXC-ART-ED.
           MOVE WS-TEXC-REF(WS-IND-EXC)   TO WS-LEXC-REF-ED.
           MOVE WS-TEXC-MOTIF(WS-IND-EXC) TO WS-LEXC-MOTIF-ED.
           WRITE FS-BUFF-F-ETAT-MRP-S FROM WS-LEXC-DETAIL.
      *
       8045-EDITION-UNE-EXCEPTION-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO960              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* ARTICLES LUS              : ' WS-NB-ART-LUS.
           DISPLAY '* ARTICLES HORS TABLE       : ' WS-NB-ART-HORS-TAB.
           DISPLAY '* LIGNES DE NOMENCLATURE    : ' WS-NB-NOM-LUS.
           DISPLAY '* NOMENCLATURE HORS TABLE   : ' WS-NB-NOM-HORS-TAB.
           DISPLAY '* LIGNES DE VENTE RETENUES  : ' WS-NB-VTE-RETENUES.
           DISPLAY '* ORDRES DE FAB. OUVERTS    : ' WS-NB-OFA-OUVERTS.
           DISPLAY '* LOTS ACTIFS               : ' WS-NB-LOT-ACTIFS.
           DISPLAY '* RESERVATIONS DEDUITES     : ' WS-NB-RSV-RETENUES.
           DISPLAY '* COMMANDES EN COURS        : ' WS-NB-CDE-EN-COURS.
           DISPLAY '* HORS HORIZON              : ' WS-NB-HORS-HORIZON.
           DISPLAY '* PLANIFIES SUPPRIMES       : ' WS-NB-PLA-SUPPR.
           DISPLAY '* ORDRES D ACHAT PLANIFIES  : ' WS-NB-PLA-ACHAT.
           DISPLAY '* ORDRES DE FAB. PLANIFIES  : ' WS-NB-PLA-FABRIC.
           DISPLAY '* DONT LANCEMENT EN RETARD  : ' WS-NB-PLA-RETARD.
           DISPLAY '* EXCEPTIONS                : ' WS-NB-EXC.
           DISPLAY '* EXCEPTIONS HORS TABLE     : ' WS-NB-EXC-HORS-TAB.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO960         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO960        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
