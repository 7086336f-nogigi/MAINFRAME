      *DEFAUT PRIX PAR DEFAUT DE LA CATEGORIE - CF PRIXVNT). EDITE    *
      *LA MARGE UNITAIRE ET SIGNALE EN CLAIR LES ARTICLES VENDUS A    *
      *PERTE (PRIX DE VENTE SOUS LE COUT MOYEN).                      *
      *SECONDE PARTIE : MARGE AU PRIX D ACCORD PAR CLIENT. POUR       *
      *CHAQUE ACCORD DE PRIX CLIENT VALABLE A LA DATE DU RUN          *
      *(ACP0101, F-ACP-E, COPY ACCPRIX - LE PLUS RECENT PAR COUPLE    *
      *CLIENT/CODE), UNE LIGNE PAR ARTICLE COUVERT (ACCORD SUR UN     *
      *ARTICLE, OU ARTICLES DE LA CATEGORIE PAR ARTXCAT F-XCAT-E HORS *
      *ARTICLES AYANT LEUR PROPRE ACCORD - CONTROLE PAR F-ACPX-E) :    *
      *COUT MOYEN, PRIX CATALOGUE, PRIX D ACCORD (A DEFAUT PRIX       *
      *CATALOGUE), MARGE AU PRIX D ACCORD ET MARGE AU PLUS FORT       *
      *PALIER DE REMISE. SIGNALE LES CONTRATS A PERTE (PERTE AU PRIX  *
      *D ACCORD, OU AU PLUS FORT PALIER), TOTAL PAR CLIENT (CLI0101). *
      *COUT STANDARD DES KITS (CST0101, F-CST-E, COPY COUTSTD,        *
      *CALCULE PAR ARIO959) EDITE A COTE DU COUT MOYEN DES LOTS ;     *
      *UN KIT SANS LOT EN PROPRE A SA MARGE SUR LE COUT STANDARD.     *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * 22/08/2026    ! CREATION DU PROGRAMME                         *
      *               !                                               *
      * 15/10/2026    ! AJOUT DE LA MARGE AU PRIX D ACCORD PAR CLIENT *
      *               ! (ACCORDS DE PRIX ACP0101)                     *
      *               !                                               *
      * 15/10/2026    ! AJOUT DU COUT STANDARD DES KITS (CST0101) A   *
      *               ! COTE DU COUT MOYEN DES LOTS                   *
      *===============================================================*
      *
      *************************
      *                      -------------------------------------------
           SELECT  F-ART-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-ART
                   FILE STATUS         IS WS-FS-ART-E.
      *                      -------------------------------------------
                   FILE STATUS         IS WS-FS-PRX-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ACP-E : ACCORDS DE PRIX CLIENT (PARCOURS)
      *                      -------------------------------------------
           SELECT  F-ACP-E             ASSIGN TO INP004
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-ACP
                   FILE STATUS         IS WS-FS-ACP-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ACPX-E : ACCORDS DE PRIX CLIENT (ACCES
      *                      PAR CLE, MEME FICHIER QUE F-ACP-E)
      *                      -------------------------------------------
           SELECT  F-ACPX-E            ASSIGN TO INP005
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-ACPX
                   FILE STATUS         IS WS-FS-ACPX-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-XCAT-E : ARTICLES PAR CATEGORIE
      *                      -------------------------------------------
           SELECT  F-XCAT-E            ASSIGN TO INP006
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-XCAT
                   FILE STATUS         IS WS-FS-XCAT-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CLI-E : FICHIER MAITRE DES CLIENTS
      *                      -------------------------------------------
           SELECT  F-CLI-E             ASSIGN TO INP007
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-CLI
                   FILE STATUS         IS WS-FS-CLI-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CST-E : COUTS STANDARD DES KITS
      *                      -------------------------------------------
           SELECT  F-CST-E             ASSIGN TO INP008
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-CST
                   FILE STATUS         IS WS-FS-CST-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-MRG-S : SYSOUT ETAT DE MARGE
      *                      -------------------------------------------
           SELECT  F-ETAT-MRG-S        ASSIGN TO ETATMRG
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 INP003 INP004 INP005 INP006 INP007    *
      *           INP008 ETATMRG                                      *
      *===============================================================*
      *
      ***************
       01  FS-BUFF-F-PRX-E.
           05  FS-KEY-PRX        PIC X(13).
           05  FILLER            PIC X(17).
      *FICHIER DES ACCORDS DE PRIX CLIENT EN ENTREE (PARCOURS)
       FD  F-ACP-E
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-ACP-E.
           05  FS-KEY-ACP        PIC X(19).
           05  FILLER            PIC X(61).
      *FICHIER DES ACCORDS DE PRIX CLIENT EN ENTREE (ACCES PAR CLE)
       FD  F-ACPX-E
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-ACPX-E.
           05  FS-KEY-ACPX       PIC X(19).
           05  FILLER            PIC X(61).
      *FICHIER CROISE DES ARTICLES PAR CATEGORIE EN ENTREE
       FD  F-XCAT-E
           RECORD CONTAINS 46 CHARACTERS.
       01  FS-BUFF-F-XCAT-E.
           05  FS-KEY-XCAT       PIC X(10).
           05  FILLER            PIC X(36).
      *FICHIER MAITRE DES CLIENTS EN ENTREE
       FD  F-CLI-E
           RECORD CONTAINS 130 CHARACTERS.
       01  FS-BUFF-F-CLI-E.
           05  FS-KEY-CLI        PIC X(6).
           05  FILLER            PIC X(124).
      *COUTS STANDARD DES KITS EN ENTREE
       FD  F-CST-E
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-CST-E.
           05  FS-KEY-CST        PIC X(5).
           05  FILLER            PIC X(75).
      *ETAT DE MARGE EN SORTIE
       FD  F-ETAT-MRG-S
           RECORDING MODE IS F.
       COPY ARTICLE.
       COPY ARTLOT.
       COPY PRIXVNT.
       COPY ACCPRIX.
       COPY ARTXCAT.
       COPY CLIENT.
       COPY COUTSTD.
      *FILE STATUS
       01  WS-FS-ART-E       PIC X(2).
           88 ART-OK                              VALUE '00'.
           88 ART-FIN                             VALUE '10'.
           88 ART-INEXISTANT                      VALUE '23'.
       01  WS-FS-LOT-E       PIC X(2).
           88 FLOT-OK                             VALUE '00'.
           88 FLOT-FIN                            VALUE '10'.
           88 PRX-OK                              VALUE '00'.
           88 PRX-FIN                             VALUE '10'.
           88 PRX-INEXISTANT                      VALUE '23'.
       01  WS-FS-ACP-E       PIC X(2).
           88 ACP-OK                              VALUE '00'.
           88 ACP-FIN                             VALUE '10'.
       01  WS-FS-ACPX-E      PIC X(2).
           88 ACPX-OK                             VALUE '00'.
           88 ACPX-FIN                            VALUE '10'.
           88 ACPX-INEXISTANT                     VALUE '23'.
       01  WS-FS-XCAT-E      PIC X(2).
           88 XCAT-OK                             VALUE '00'.
           88 XCAT-FIN                            VALUE '10'.
           88 XCAT-INEXISTANT                     VALUE '23'.
       01  WS-FS-CLI-E       PIC X(2).
           88 CLI-OK                              VALUE '00'.
           88 CLI-INEXISTANT                      VALUE '23'.
       01  WS-FS-CST-E       PIC X(2).
           88 CST-OK                              VALUE '00'.
           88 CST-INEXISTANT                      VALUE '23'.
       01  WS-FS-ETAT-MRG-S  PIC X(2).
           88 ETMRG-OK                            VALUE '00'.
      *DATE DU JOUR
       01  WS-FS-LOT-ART     PIC X.
           88 LOT-ART-ENCOURS                     VALUE '0'.
           88 LOT-ART-FIN                         VALUE '1'.
      *COUT STANDARD DU KIT (CST0101) - ZERO HORS KIT CALCULE
       01  WS-COUT-STD       PIC 9(7)V99 VALUE ZERO.
       01  WS-FS-STD         PIC X.
           88 STD-CONNU                           VALUE '1'.
           88 STD-ABSENT                          VALUE '0'.
      *RECHERCHE DU PRIX APPLICABLE
       01  WS-CLE-PRX-CHERCHE PIC X(5).
       01  WS-PV-TROUVE      PIC 9(5)V99 VALUE ZERO.
           88 PV-ABSENT                           VALUE '0'.
      *MARGE UNITAIRE
       01  WS-MARGE          PIC S9(7)V99 VALUE ZERO.
      *ACCORD DE PRIX RETENU POUR LE COUPLE CLIENT/CODE EN COURS (LE
      *PLUS RECENT VALABLE A LA DATE DU JOUR)
       01  WS-FS-ACCORD      PIC X.
           88 ACCORD-EN-ATTENTE                   VALUE '1'.
           88 ACCORD-AUCUN                        VALUE '0'.
       01  WS-ACC-CLIENT     PIC X(6)  VALUE SPACES.
       01  WS-ACC-CODE       PIC X(5)  VALUE SPACES.
       01  WS-ACC-TYPE       PIC X(1)  VALUE SPACES.
       01  WS-ACC-PV         PIC 9(5)V99 VALUE ZERO.
       01  WS-ACC-REM-MAX    PIC 99V99 VALUE ZERO.
       01  WS-ACP-SUIVANT    PIC X(80).
       01  WS-IND-PAL        PIC S9(4) COMP.
      *CONTROLE D UN ACCORD PROPRE A L ARTICLE (ACCORD DE CATEGORIE)
       01  WS-CLE-ACPX-CHERCHE.
           05  WS-CLE-ACPX-CLIENT PIC X(6).
           05  WS-CLE-ACPX-CODE  PIC X(5).
       01  WS-FS-ACPX-CODE   PIC X.
           88 ACPX-CODE-ENCOURS                   VALUE '0'.
           88 ACPX-CODE-FIN                       VALUE '1'.
       01  WS-FS-ACC-PROPRE  PIC X.
           88 ACCORD-PROPRE                       VALUE '1'.
           88 ACCORD-PROPRE-ABSENT                VALUE '0'.
       01  WS-FS-XCAT-CAT    PIC X.
           88 XCAT-CAT-ENCOURS                    VALUE '0'.
           88 XCAT-CAT-FIN                        VALUE '1'.
      *MARGE AU PRIX D ACCORD
       01  WS-FS-PX-ACCORD   PIC X.
           88 PX-ACCORD-CONNU                     VALUE '1'.
           88 PX-ACCORD-ABSENT                    VALUE '0'.
       01  WS-PX-ACCORD      PIC 9(5)V99 VALUE ZERO.
       01  WS-PX-NET-MIN     PIC 9(5)V99 VALUE ZERO.
       01  WS-MARGE-MIN      PIC S9(7)V99 VALUE ZERO.
       01  WS-CLIENT-PREC    PIC X(6)  VALUE SPACES.
       01  WS-NB-LIG-CLIENT  PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-PERTE-CLIENT PIC S9(6) COMP VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LMRG-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LMRG-ENTETE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'COUT MOYEN'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE '  COUT STD'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'PRIX VENTE'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(9)  VALUE 'MARGE    '.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(15) VALUE 'OBSERVATION    '.
           05  FILLER            PIC X(9)  VALUE SPACES.
       01  WS-LMRG-DETAIL.
           05  WS-LMRG-ART-ED    PIC X(5).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-LMRG-COUT-ED   PIC ZZZZ9,99.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-LMRG-STD-ED    PIC X(10).
           05  WS-LMRG-STD-N REDEFINES WS-LMRG-STD-ED
                                 PIC ZZZZZZ9,99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LMRG-PV-ED     PIC ZZZZ9,99.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-LMRG-MARGE-ED  PIC -(5)9,99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LMRG-OBS-ED    PIC X(15).
           05  FILLER            PIC X(8)  VALUE SPACES.
      *LIGNES D EDITION DE LA MARGE AU PRIX D ACCORD
       01  WS-LACP-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LACP-ENTETE.
           05  FILLER            PIC X(44)
                   VALUE 'MARGE AU PRIX D ACCORD PAR CLIENT'.
           05  FILLER            PIC X(18) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LACP-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LACP-LEGENDE.
           05  FILLER            PIC X(40)
                   VALUE 'T : A = ACCORD ARTICLE, C = CATEGORIE - '.
           05  FILLER            PIC X(40)
                   VALUE 'REM% = PLUS FORT PALIER DE REMISE       '.
       01  WS-LACP-INTITULE.
           05  FILLER            PIC X(8)  VALUE 'ACCORD T'.
           05  FILLER            PIC X(6)  VALUE ' ART. '.
           05  FILLER            PIC X(9)  VALUE 'COUT MOY '.
           05  FILLER            PIC X(9)  VALUE 'PRIX CAT '.
           05  FILLER            PIC X(9)  VALUE 'PRIX ACC '.
           05  FILLER            PIC X(10) VALUE '    MARGE '.
           05  FILLER            PIC X(6)  VALUE ' REM% '.
           05  FILLER            PIC X(10) VALUE 'MARGE MIN '.
           05  FILLER            PIC X(6)  VALUE 'OBS.  '.
           05  FILLER            PIC X(7)  VALUE SPACES.
       01  WS-LACP-CLIENT.
           05  FILLER            PIC X(9)  VALUE 'CLIENT : '.
           05  WS-LACP-CLI-ED    PIC X(6).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LACP-NOM-ED    PIC X(20).
           05  FILLER            PIC X(44) VALUE SPACES.
       01  WS-LACP-DETAIL.
           05  WS-LACP-CODE-ED   PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LACP-TYPE-ED   PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LACP-ART-ED    PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LACP-COUT-ED   PIC ZZZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LACP-PV-ED     PIC ZZZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LACP-PXA-ED    PIC ZZZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LACP-MARGE-ED  PIC -(5)9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LACP-REM-ED    PIC Z9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LACP-MMIN-ED   PIC -(5)9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LACP-OBS-ED    PIC X(6).
           05  FILLER            PIC X(7)  VALUE SPACES.
       01  WS-LACP-TOTAL.
           05  FILLER            PIC X(15) VALUE '  TOTAL CLIENT '.
           05  WS-LACP-TCLI-ED   PIC X(6).
           05  FILLER            PIC X(3)  VALUE ' : '.
           05  WS-LACP-TLIG-ED   PIC ZZZZZ9.
           05  FILLER            PIC X(26)
                   VALUE ' LIGNE(S) SOUS ACCORD DONT'.
           05  WS-LACP-TPER-ED   PIC ZZZZZ9.
           05  FILLER            PIC X(8)  VALUE ' A PERTE'.
           05  FILLER            PIC X(10) VALUE SPACES.
      *COMPTEUR RENDU EXEC
       01  WS-NB-ART-LUS     PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-SANS-PRIX   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-A-PERTE     PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-KITS-STD    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-MARGE-STD   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-ACP-LUS     PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-ACP-VALABLES PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-LIG-ACCORD  PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-ACCORD-PERTE PIC S9(6) COMP VALUE ZERO.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *---------------------------------------------------------------*
      * 0000 TRT PRINCIPAL
      * PARCOURT LES ARTICLES, CALCULE COUT MOYEN ET PRIX APPLICABLE  *
      * ET EDITE LA MARGE, PUIS PARCOURT LES ACCORDS DE PRIX CLIENT   *
      * ET EDITE LA MARGE AU PRIX D ACCORD                            *
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-DATE-DEB
           PERFORM  1000-TRT-ARTICLE-DEB
              THRU  1000-TRT-ARTICLE-FIN
             UNTIL  ART-FIN.
      *
           PERFORM  8100-EDITION-ENTETE-ACP-DEB
              THRU  8100-EDITION-ENTETE-ACP-FIN.
           SET  ACCORD-AUCUN            TO TRUE.
           PERFORM  6040-READ-F-ACP-E-DEB
              THRU  6040-READ-F-ACP-E-FIN.
           PERFORM  2000-TRT-ACCORD-DEB
              THRU  2000-TRT-ACCORD-FIN
             UNTIL  ACP-FIN.
           IF  ACCORD-EN-ATTENTE
               PERFORM  2100-EDITE-ACCORD-DEB
                  THRU  2100-EDITE-ACCORD-FIN
           END-IF.
           IF  WS-CLIENT-PREC NOT = SPACES
               PERFORM  8130-EDITION-TOTAL-CLI-DEB
                  THRU  8130-EDITION-TOTAL-CLI-FIN
           END-IF.
      *
           PERFORM  6090-CLOSE-FICHIERS-DEB
              THRU  6090-CLOSE-FICHIERS-FIN.
      *
           PERFORM  7030-COUT-MOYEN-DEB
              THRU  7030-COUT-MOYEN-FIN.
      *
           PERFORM  6070-READ-F-CST-E-DEB
              THRU  6070-READ-F-CST-E-FIN.
      *
      *    PRIX DE L ARTICLE, A DEFAUT PRIX DE LA CATEGORIE
           MOVE WS-ART-CODE             TO WS-CLE-PRX-CHERCHE.
      *
       1000-TRT-ARTICLE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 RETIENT L ACCORD COURANT S IL EST VALABLE A LA DATE
      * DU JOUR (LES ACCORDS D UN COUPLE CLIENT/CODE SE SUIVENT PAR
      * DATE DE DEBUT CROISSANTE : LE DERNIER VALABLE L EMPORTE) ;
      * EDITE L ACCORD RETENU AU CHANGEMENT DE COUPLE PUIS LIT LE
      * SUIVANT
      *----------------------------------------------------
       2000-TRT-ACCORD-DEB.
      *
           ADD  1                       TO WS-NB-ACP-LUS.
           IF  ACCORD-EN-ATTENTE
               AND (WS-ACP-CLIENT NOT = WS-ACC-CLIENT
                 OR WS-ACP-CODE NOT = WS-ACC-CODE)
               MOVE WS-ACP-ENR          TO WS-ACP-SUIVANT
               PERFORM  2100-EDITE-ACCORD-DEB
                  THRU  2100-EDITE-ACCORD-FIN
               MOVE WS-ACP-SUIVANT      TO WS-ACP-ENR
           END-IF.
      *
           IF  WS-ACP-DATE-DEB NOT > WS-DATEJ-N
               AND (WS-ACP-DATE-FIN = ZERO
                 OR WS-ACP-DATE-FIN NOT < WS-DATEJ-N)
               PERFORM  7150-RETIENT-ACCORD-DEB
                  THRU  7150-RETIENT-ACCORD-FIN
           END-IF.
      *
           PERFORM  6040-READ-F-ACP-E-DEB
              THRU  6040-READ-F-ACP-E-FIN.
      *
       2000-TRT-ACCORD-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2100 EDITE L ACCORD RETENU : RUPTURE SUR CLIENT, PUIS UNE
      * LIGNE POUR L ARTICLE DE L ACCORD OU UNE LIGNE PAR ARTICLE DE
      * LA CATEGORIE DE L ACCORD
      *----------------------------------------------------
       2100-EDITE-ACCORD-DEB.
      *
           IF  WS-ACC-CLIENT NOT = WS-CLIENT-PREC
               IF  WS-CLIENT-PREC NOT = SPACES
                   PERFORM  8130-EDITION-TOTAL-CLI-DEB
                      THRU  8130-EDITION-TOTAL-CLI-FIN
               END-IF
               MOVE WS-ACC-CLIENT       TO WS-CLIENT-PREC
               MOVE ZERO                TO WS-NB-LIG-CLIENT
                                           WS-NB-PERTE-CLIENT
               PERFORM  6050-READ-F-CLI-E-DEB
                  THRU  6050-READ-F-CLI-E-FIN
               PERFORM  8110-EDITION-ENTETE-CLI-DEB
                  THRU  8110-EDITION-ENTETE-CLI-FIN
           END-IF.
           ADD  1                       TO WS-NB-ACP-VALABLES.
      *
           MOVE WS-ACC-CODE             TO FS-KEY-ART.
           PERFORM  6015-READ-KEY-F-ART-E-DEB
              THRU  6015-READ-KEY-F-ART-E-FIN.
           IF  ART-OK
               MOVE 'A'                 TO WS-ACC-TYPE
               PERFORM  2200-MARGE-ACCORD-DEB
                  THRU  2200-MARGE-ACCORD-FIN
           ELSE
               MOVE 'C'                 TO WS-ACC-TYPE
               SET  XCAT-CAT-ENCOURS    TO TRUE
               PERFORM  6060-START-F-XCAT-E-DEB
                  THRU  6060-START-F-XCAT-E-FIN
               IF  XCAT-OK
                   PERFORM  6065-READNEXT-F-XCAT-E-DEB
                      THRU  6065-READNEXT-F-XCAT-E-FIN
                   PERFORM  2150-ARTICLE-CATEGORIE-DEB
                      THRU  2150-ARTICLE-CATEGORIE-FIN
                     UNTIL  XCAT-FIN OR XCAT-CAT-FIN
               END-IF
           END-IF.
      *
           SET  ACCORD-AUCUN            TO TRUE.
      *
       2100-EDITE-ACCORD-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2150 EDITE L ARTICLE COURANT DE LA CATEGORIE DE L ACCORD,
      * SAUF S IL A SON PROPRE ACCORD VALABLE POUR LE CLIENT (EDITE
      * SOUS CET ACCORD), PUIS LIT LE SUIVANT
      *----------------------------------------------------
       2150-ARTICLE-CATEGORIE-DEB.
      *
           IF  WS-XCAT-CATEG NOT = WS-ACC-CODE
               SET  XCAT-CAT-FIN        TO TRUE
               GO TO 2150-ARTICLE-CATEGORIE-FIN
           END-IF.
      *
           PERFORM  7100-ACCORD-PROPRE-DEB
              THRU  7100-ACCORD-PROPRE-FIN.
           IF  ACCORD-PROPRE-ABSENT
               MOVE WS-XCAT-CODE        TO FS-KEY-ART
               PERFORM  6015-READ-KEY-F-ART-E-DEB
                  THRU  6015-READ-KEY-F-ART-E-FIN
               IF  ART-OK
                   PERFORM  2200-MARGE-ACCORD-DEB
                      THRU  2200-MARGE-ACCORD-FIN
               END-IF
           END-IF.
      *
           PERFORM  6065-READNEXT-F-XCAT-E-DEB
              THRU  6065-READNEXT-F-XCAT-E-FIN.
      *
       2150-ARTICLE-CATEGORIE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2200 CALCULE ET EDITE LA MARGE AU PRIX D ACCORD DE
      * L ARTICLE COURANT
      *----------------------------------------------------
       2200-MARGE-ACCORD-DEB.
      *
           PERFORM  7030-COUT-MOYEN-DEB
              THRU  7030-COUT-MOYEN-FIN.
      *
      *    PRIX CATALOGUE : PRIX DE L ARTICLE, A DEFAUT DE LA CATEGORIE
           MOVE WS-ART-CODE             TO WS-CLE-PRX-CHERCHE.
           PERFORM  7050-CHERCHE-PRIX-DEB
              THRU  7050-CHERCHE-PRIX-FIN.
           IF  PV-ABSENT
               MOVE WS-ART-CATEG        TO WS-CLE-PRX-CHERCHE
               PERFORM  7050-CHERCHE-PRIX-DEB
                  THRU  7050-CHERCHE-PRIX-FIN
           END-IF.
      *
           PERFORM  7200-CALCUL-MARGE-ACCORD-DEB
              THRU  7200-CALCUL-MARGE-ACCORD-FIN.
           PERFORM  8120-EDITION-DETAIL-ACP-DEB
              THRU  8120-EDITION-DETAIL-ACP-FIN.
      *
       2200-MARGE-ACCORD-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-ACP-E.
           IF WS-FS-ACP-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ACP-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ACP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-ACPX-E.
           IF WS-FS-ACPX-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ACPX-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ACPX-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-XCAT-E.
           IF WS-FS-XCAT-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-XCAT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-XCAT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-CLI-E.
           IF WS-FS-CLI-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CLI-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLI-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-CST-E.
           IF WS-FS-CST-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CST-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CST-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-MRG-S.
           IF WS-FS-ETAT-MRG-S NOT = '00'
      *------------------------------------
       6010-READ-F-ART-E-DEB.
      *
           READ F-ART-E NEXT RECORD INTO WS-ART-ENR.
           IF NOT (ART-OK OR ART-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
       6010-READ-F-ART-E-FIN.
           EXIT.
      *-------------------------------------
      *6015 LIT L ARTICLE DE CLE FS-KEY-ART SUR F-ART-E - ABSENT :
      *     ART-INEXISTANT
      *------------------------------------
       6015-READ-KEY-F-ART-E-DEB.
      *
           READ F-ART-E INTO WS-ART-ENR
             KEY IS FS-KEY-ART
           END-READ.
           IF NOT (ART-OK OR ART-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6015-READ-KEY-F-ART-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 POSITIONNE F-LOT-E SUR LE PREMIER LOT DE L ARTICLE
      *------------------------------------
       6020-START-F-LOT-E-DEB.
       6035-READNEXT-F-PRX-E-FIN.
           EXIT.
      *-------------------------------------
      *6040 LIT L ACCORD DE PRIX SUIVANT SUR F-ACP-E
      *------------------------------------
       6040-READ-F-ACP-E-DEB.
      *
           READ F-ACP-E INTO WS-ACP-ENR.
           IF NOT (ACP-OK OR ACP-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ACP-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ACP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-READ-F-ACP-E-FIN.
           EXIT.
      *-------------------------------------
      *6045 POSITIONNE F-ACPX-E SUR LE PREMIER ACCORD DU COUPLE
      *     (CLIENT, ARTICLE) CHERCHE
      *------------------------------------
       6045-START-F-ACPX-E-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-ACPX.
           MOVE WS-CLE-ACPX-CHERCHE      TO FS-KEY-ACPX (1:11).
           START F-ACPX-E
             KEY IS NOT LESS THAN FS-KEY-ACPX
           END-START.
           IF NOT (ACPX-OK OR ACPX-INEXISTANT OR ACPX-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-ACPX-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ACPX-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6045-START-F-ACPX-E-FIN.
           EXIT.
      *-------------------------------------
      *6046 LIT L ACCORD SUIVANT SUR F-ACPX-E
      *------------------------------------
       6046-READNEXT-F-ACPX-E-DEB.
      *
           READ F-ACPX-E NEXT RECORD INTO WS-ACP-ENR.
           IF NOT (ACPX-OK OR ACPX-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ACPX-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ACPX-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6046-READNEXT-F-ACPX-E-FIN.
           EXIT.
      *-------------------------------------
      *6050 LIT LE CLIENT DE L ACCORD - ABSENT : NOM INCONNU
      *------------------------------------
       6050-READ-F-CLI-E-DEB.
      *
           MOVE WS-ACC-CLIENT            TO FS-KEY-CLI.
           READ F-CLI-E INTO WS-CLI-ENR.
           IF CLI-INEXISTANT
              MOVE SPACES                TO WS-CLI-ENR
              MOVE WS-ACC-CLIENT         TO WS-CLI-NUM
              MOVE '** CLIENT INCONNU **' TO WS-CLI-NOM
           ELSE
              IF NOT CLI-OK
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLI-E'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-CLI-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6050-READ-F-CLI-E-FIN.
           EXIT.
      *-------------------------------------
      *6060 POSITIONNE F-XCAT-E SUR LE PREMIER ARTICLE DE LA
      *     CATEGORIE DE L ACCORD
      *------------------------------------
       6060-START-F-XCAT-E-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-XCAT.
           MOVE WS-ACC-CODE              TO FS-KEY-XCAT (1:5).
           START F-XCAT-E
             KEY IS NOT LESS THAN FS-KEY-XCAT
           END-START.
           IF NOT (XCAT-OK OR XCAT-INEXISTANT OR XCAT-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-XCAT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-XCAT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6060-START-F-XCAT-E-FIN.
           EXIT.
      *-------------------------------------
      *6065 LIT L ARTICLE SUIVANT SUR F-XCAT-E
      *------------------------------------
       6065-READNEXT-F-XCAT-E-DEB.
      *
           READ F-XCAT-E NEXT RECORD INTO WS-XCAT-ENR.
           IF NOT (XCAT-OK OR XCAT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-XCAT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-XCAT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6065-READNEXT-F-XCAT-E-FIN.
           EXIT.
      *-------------------------------------
      *6070 LIT LE COUT STANDARD DE L ARTICLE COURANT - ABSENT OU
      *     JAMAIS CALCULE : PAS DE COUT STANDARD
      *------------------------------------
       6070-READ-F-CST-E-DEB.
      *
           SET  STD-ABSENT               TO TRUE.
           MOVE ZERO                     TO WS-COUT-STD.
           MOVE WS-ART-CODE              TO FS-KEY-CST.
           READ F-CST-E INTO WS-CST-ENR.
           IF CST-OK
              IF WS-CST-DATE-CALC NOT = ZERO
                 SET  STD-CONNU          TO TRUE
                 MOVE WS-CST-COUT-STD    TO WS-COUT-STD
                 ADD  1                  TO WS-NB-KITS-STD
              END-IF
           ELSE
              IF NOT CST-INEXISTANT
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CST-E'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-CST-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6070-READ-F-CST-E-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
           CLOSE F-ART-E.
           CLOSE F-LOT-E.
           CLOSE F-PRX-E.
           CLOSE F-ACP-E.
           CLOSE F-ACPX-E.
           CLOSE F-XCAT-E.
           CLOSE F-CLI-E.
           CLOSE F-CST-E.
           CLOSE F-ETAT-MRG-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           MOVE WS-DATEJ-JJ   TO WS-LMRG-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LMRG-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LMRG-DATE-ED (7:4).
           MOVE WS-LMRG-DATE-ED          TO WS-LACP-DATE-ED.
      *
       7000-INIT-DATE-FIN.
           EXIT.
      *
       7055-TESTE-UN-PRIX-FIN.
           EXIT.
      *-------------------------------------
      *7100 CHERCHE SI L ARTICLE COURANT DE LA CATEGORIE A SON PROPRE
      *     ACCORD VALABLE A LA DATE DU JOUR POUR LE CLIENT
      *------------------------------------
       7100-ACCORD-PROPRE-DEB.
      *
           SET  ACCORD-PROPRE-ABSENT    TO TRUE.
           SET  ACPX-CODE-ENCOURS       TO TRUE.
           MOVE WS-ACC-CLIENT           TO WS-CLE-ACPX-CLIENT.
           MOVE WS-XCAT-CODE            TO WS-CLE-ACPX-CODE.
           PERFORM  6045-START-F-ACPX-E-DEB
              THRU  6045-START-F-ACPX-E-FIN.
           IF  ACPX-OK
               PERFORM  6046-READNEXT-F-ACPX-E-DEB
                  THRU  6046-READNEXT-F-ACPX-E-FIN
               PERFORM  7110-TESTE-ACCORD-PROPRE-DEB
                  THRU  7110-TESTE-ACCORD-PROPRE-FIN
                 UNTIL  ACPX-FIN OR ACPX-CODE-FIN OR ACCORD-PROPRE
           END-IF.
      *
       7100-ACCORD-PROPRE-FIN.
           EXIT.
       7110-TESTE-ACCORD-PROPRE-DEB.
      *
           IF  WS-ACP-CLIENT NOT = WS-CLE-ACPX-CLIENT
               OR WS-ACP-CODE NOT = WS-CLE-ACPX-CODE
               SET  ACPX-CODE-FIN       TO TRUE
           ELSE
               IF  WS-ACP-DATE-DEB NOT > WS-DATEJ-N
                   AND (WS-ACP-DATE-FIN = ZERO
                     OR WS-ACP-DATE-FIN NOT < WS-DATEJ-N)
                   SET  ACCORD-PROPRE   TO TRUE
               ELSE
                   PERFORM  6046-READNEXT-F-ACPX-E-DEB
                      THRU  6046-READNEXT-F-ACPX-E-FIN
               END-IF
           END-IF.
      *
       7110-TESTE-ACCORD-PROPRE-FIN.
           EXIT.
      *-------------------------------------
      *7150 RETIENT L ACCORD COURANT : PRIX D ACCORD ET PLUS FORTE
      *     REMISE DE SES PALIERS
      *------------------------------------
       7150-RETIENT-ACCORD-DEB.
      *
           MOVE WS-ACP-CLIENT           TO WS-ACC-CLIENT.
           MOVE WS-ACP-CODE             TO WS-ACC-CODE.
           MOVE WS-ACP-PV               TO WS-ACC-PV.
           MOVE ZERO                    TO WS-ACC-REM-MAX.
           PERFORM  7155-REMISE-PALIER-DEB
              THRU  7155-REMISE-PALIER-FIN
             VARYING WS-IND-PAL FROM 1 BY 1
               UNTIL WS-IND-PAL > 3.
           SET  ACCORD-EN-ATTENTE       TO TRUE.
      *
       7150-RETIENT-ACCORD-FIN.
           EXIT.
       7155-REMISE-PALIER-DEB.
      *
           IF  WS-ACP-SEUIL (WS-IND-PAL) NOT = ZERO
               AND WS-ACP-REMISE (WS-IND-PAL) > WS-ACC-REM-MAX
               MOVE WS-ACP-REMISE (WS-IND-PAL) TO WS-ACC-REM-MAX
           END-IF.
      *
       7155-REMISE-PALIER-FIN.
           EXIT.
      *-------------------------------------
      *7200 CALCULE LA MARGE AU PRIX D ACCORD (A DEFAUT PRIX
      *     CATALOGUE) ET AU PRIX NET DU PLUS FORT PALIER
      *------------------------------------
       7200-CALCUL-MARGE-ACCORD-DEB.
      *
           SET  PX-ACCORD-CONNU         TO TRUE.
           MOVE ZERO                    TO WS-MARGE
                                           WS-MARGE-MIN
                                           WS-PX-NET-MIN.
           IF  WS-ACC-PV NOT = ZERO
               MOVE WS-ACC-PV           TO WS-PX-ACCORD
           ELSE
               IF  PV-TROUVE
                   MOVE WS-PV-TROUVE    TO WS-PX-ACCORD
               ELSE
                   MOVE ZERO            TO WS-PX-ACCORD
                   SET  PX-ACCORD-ABSENT TO TRUE
                   GO TO 7200-CALCUL-MARGE-ACCORD-FIN
               END-IF
           END-IF.
           COMPUTE WS-PX-NET-MIN ROUNDED =
                   WS-PX-ACCORD * (100 - WS-ACC-REM-MAX) / 100.
           COMPUTE WS-MARGE = WS-PX-ACCORD - WS-COUT-MOYEN.
           COMPUTE WS-MARGE-MIN = WS-PX-NET-MIN - WS-COUT-MOYEN.
      *
       7200-CALCUL-MARGE-ACCORD-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           MOVE WS-ART-CODE             TO WS-LMRG-ART-ED.
           MOVE WS-COUT-MOYEN           TO WS-LMRG-COUT-ED.
           MOVE WS-PV-TROUVE            TO WS-LMRG-PV-ED.
           IF  STD-CONNU
               MOVE WS-COUT-STD         TO WS-LMRG-STD-N
           ELSE
               MOVE SPACES              TO WS-LMRG-STD-ED
           END-IF.
      *
           IF  PV-ABSENT
               ADD  1                   TO WS-NB-SANS-PRIX
               MOVE ZERO                TO WS-LMRG-MARGE-ED
               MOVE 'SANS PRIX      '   TO WS-LMRG-OBS-ED
           ELSE
      *        KIT SANS LOT EN PROPRE : MARGE SUR LE COUT STANDARD
               IF  WS-COUT-MOYEN = ZERO AND STD-CONNU
                   COMPUTE WS-MARGE = WS-PV-TROUVE - WS-COUT-STD
               ELSE
                   COMPUTE WS-MARGE = WS-PV-TROUVE - WS-COUT-MOYEN
               END-IF
               MOVE WS-MARGE            TO WS-LMRG-MARGE-ED
               IF  WS-MARGE < ZERO
                   ADD  1               TO WS-NB-A-PERTE
                   MOVE 'VENTE A PERTE  ' TO WS-LMRG-OBS-ED
               ELSE
                   IF  WS-COUT-MOYEN = ZERO AND STD-CONNU
                       ADD  1           TO WS-NB-MARGE-STD
                       MOVE 'MARGE / STD    ' TO WS-LMRG-OBS-ED
                   ELSE
                       MOVE SPACES      TO WS-LMRG-OBS-ED
                   END-IF
               END-IF
           END-IF.
      *
       8010-EDITION-DETAIL-FIN.
           EXIT.
      *-------------------------------------
      *8100 EDITE L ENTETE DE LA MARGE AU PRIX D ACCORD (NOUVELLE
      *     PAGE)
      *------------------------------------
       8100-EDITION-ENTETE-ACP-DEB.
      *
           WRITE FS-BUFF-F-ETAT-MRG-S FROM WS-LACP-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-MRG-S FROM WS-LACP-LEGENDE.
           WRITE FS-BUFF-F-ETAT-MRG-S FROM WS-LACP-INTITULE.
           WRITE FS-BUFF-F-ETAT-MRG-S FROM WS-LMRG-TIRET.
      *
       8100-EDITION-ENTETE-ACP-FIN.
           EXIT.
      *-------------------------------------
      *8110 EDITE L ENTETE DU CLIENT DES ACCORDS QUI SUIVENT
      *------------------------------------
       8110-EDITION-ENTETE-CLI-DEB.
      *
           MOVE WS-ACC-CLIENT           TO WS-LACP-CLI-ED.
           MOVE WS-CLI-NOM              TO WS-LACP-NOM-ED.
           WRITE FS-BUFF-F-ETAT-MRG-S FROM WS-LACP-BLANC.
           WRITE FS-BUFF-F-ETAT-MRG-S FROM WS-LACP-CLIENT.
      *
       8110-EDITION-ENTETE-CLI-FIN.
           EXIT.
      *-------------------------------------
      *8120 EDITE LA LIGNE DE MARGE AU PRIX D ACCORD DE L ARTICLE
      *     COURANT : PERTE AU PRIX D ACCORD, PERTE AU PLUS FORT
      *     PALIER SEULEMENT (PALIER), OU PRIX INCONNU (S/PRIX)
      *------------------------------------
       8120-EDITION-DETAIL-ACP-DEB.
      *
           ADD  1                       TO WS-NB-LIG-ACCORD
                                           WS-NB-LIG-CLIENT.
           MOVE WS-ACC-CODE             TO WS-LACP-CODE-ED.
           MOVE WS-ACC-TYPE             TO WS-LACP-TYPE-ED.
           MOVE WS-ART-CODE             TO WS-LACP-ART-ED.
           MOVE WS-COUT-MOYEN           TO WS-LACP-COUT-ED.
           MOVE WS-PV-TROUVE            TO WS-LACP-PV-ED.
           MOVE WS-PX-ACCORD            TO WS-LACP-PXA-ED.
           MOVE WS-MARGE                TO WS-LACP-MARGE-ED.
           MOVE WS-ACC-REM-MAX          TO WS-LACP-REM-ED.
           MOVE WS-MARGE-MIN            TO WS-LACP-MMIN-ED.
      *
           EVALUATE TRUE
               WHEN PX-ACCORD-ABSENT
                   MOVE 'S/PRIX'        TO WS-LACP-OBS-ED
               WHEN WS-MARGE < ZERO
                   MOVE 'PERTE '        TO WS-LACP-OBS-ED
               WHEN WS-MARGE-MIN < ZERO
                   MOVE 'PALIER'        TO WS-LACP-OBS-ED
               WHEN OTHER
                   MOVE SPACES          TO WS-LACP-OBS-ED
           END-EVALUATE.
           IF  PX-ACCORD-CONNU
               AND WS-MARGE-MIN < ZERO
               ADD  1                   TO WS-NB-ACCORD-PERTE
                                           WS-NB-PERTE-CLIENT
           END-IF.
      *
           WRITE FS-BUFF-F-ETAT-MRG-S FROM WS-LACP-DETAIL.
      *
       8120-EDITION-DETAIL-ACP-FIN.
           EXIT.
      *-------------------------------------
      *8130 EDITE LE TOTAL DU CLIENT PRECEDENT
      *------------------------------------
       8130-EDITION-TOTAL-CLI-DEB.
      *
           MOVE WS-CLIENT-PREC          TO WS-LACP-TCLI-ED.
           MOVE WS-NB-LIG-CLIENT        TO WS-LACP-TLIG-ED.
           MOVE WS-NB-PERTE-CLIENT      TO WS-LACP-TPER-ED.
           WRITE FS-BUFF-F-ETAT-MRG-S FROM WS-LACP-TOTAL.
      *
       8130-EDITION-TOTAL-CLI-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
           DISPLAY '* ARTICLES LUS              : ' WS-NB-ART-LUS.
           DISPLAY '* ARTICLES SANS PRIX        : ' WS-NB-SANS-PRIX.
           DISPLAY '* ARTICLES VENDUS A PERTE   : ' WS-NB-A-PERTE.
           DISPLAY '* KITS AU COUT STANDARD     : ' WS-NB-KITS-STD.
           DISPLAY '* MARGES SUR COUT STANDARD  : ' WS-NB-MARGE-STD.
           DISPLAY '* ACCORDS DE PRIX LUS       : ' WS-NB-ACP-LUS.
           DISPLAY '* ACCORDS VALABLES EDITES   : ' WS-NB-ACP-VALABLES.
           DISPLAY '* LIGNES SOUS ACCORD        : ' WS-NB-LIG-ACCORD.
           DISPLAY '* LIGNES SOUS ACCORD A PERTE: ' WS-NB-ACCORD-PERTE.
           DISPLAY '*==============================================*'.
      *
       8999-STATISTIQUES-FIN.
