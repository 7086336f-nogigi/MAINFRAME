      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARID213                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *SYNCHRONISATION QUOTIDIENNE DES TABLES DB2 DU COTE ARTICLE     *
      *(TARTIC, TLOTS, TAMVTS, CHARGEES PAR ARID212) DEPUIS LES       *
      *FICHIERS ART0101, LOT0101 ET ARTMVTS, A PASSER EN FIN DE NUIT  *
      *APRES LES TRAITEMENTS FICHIER. LES TRANSACTIONS CICS METTENT A *
      *JOUR LES FICHIERS : C EST LE FICHIER QUI FAIT FOI ET LA TABLE  *
      *QUI EST ALIGNEE (SENS INVERSE D ARID112). POUR CHAQUE TABLE :  *
      *  - ENREGISTREMENT DU FICHIER ABSENT DE LA TABLE : INSERE      *
      *    (SIGNALE),                                                 *
      *  - ZONES DIVERGENTES : LA LIGNE EST ALIGNEE SUR LE FICHIER ET *
      *    LA PREMIERE DIVERGENCE EST EDITEE,                         *
      *  - LIGNE DE LA TABLE ABSENTE DU FICHIER : SUPPRIMEE (SIGNALE) *
      *    - C EST AINSI QUE LA PURGE ARIO998 DE L HISTORIQUE DES     *
      *    MOUVEMENTS EST REPORTEE SUR TAMVTS.                        *
      *APRES UN CHARGEMENT ARID212 L ETAT NE DOIT RIEN MONTRER D      *
      *AUTRE QUE LA JOURNEE ; UNE DIVERGENCE SUR UN ARTICLE NON       *
      *MOUVEMENTE DANS LA JOURNEE DEMANDE UNE RECHERCHE.              *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *ETATSYN-> ETAT DES DIVERGENCES CONSTATEES AVANT ALIGNEMENT     *
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
       PROGRAM-ID.      ARID213.
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
      *                      F-ART-E  : FICHIER ARTICLE (ART0101)
      *                      -------------------------------------------
           SELECT  F-ART-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-ART
                   FILE STATUS         IS WS-FS-ART-E.
      *                      -------------------------------------------
      *                      F-LOT-E  : FICHIER MAITRE DES LOTS
      *                      (LOT0101)
      *                      -------------------------------------------
           SELECT  F-LOT-E             ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-LOT
                   FILE STATUS         IS WS-FS-LOT-E.
      *                      -------------------------------------------
      *                      F-AMVT-E : HISTORIQUE DES MOUVEMENTS
      *                      (ARTMVTS)
      *                      -------------------------------------------
           SELECT  F-AMVT-E            ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-AMVT
                   FILE STATUS         IS WS-FS-AMVT-E.
      *                      -------------------------------------------
      *                      F-ETAT-S : ETAT DES DIVERGENCES
      *                      -------------------------------------------
           SELECT  F-ETAT-S            ASSIGN TO ETATSYN
                   FILE STATUS         IS WS-FS-ETAT-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 INP003 ETATSYN                        *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *FICHIER ARTICLE
       FD  F-ART-E
           RECORD CONTAINS 290 CHARACTERS.
       01  FS-BUFF-F-ART-E.
           05  FS-KEY-ART        PIC X(5).
           05  FILLER            PIC X(285).
      *FICHIER MAITRE DES LOTS
       FD  F-LOT-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-LOT-E.
           05  FS-KEY-LOT        PIC X(11).
           05  FILLER            PIC X(39).
      *HISTORIQUE DES MOUVEMENTS ARTICLE
       FD  F-AMVT-E
           RECORD CONTAINS 85 CHARACTERS.
       01  FS-BUFF-F-AMVT-E.
           05  FS-KEY-AMVT       PIC X(19).
           05  FILLER            PIC X(66).
      *ETAT DES DIVERGENCES
       FD  F-ETAT-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-S      PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY ARTICLE.
       COPY ARTLOT.
       COPY ARTMVTS.
      *
           EXEC SQL
               INCLUDE FARTIC
           END-EXEC.
           EXEC SQL
               INCLUDE FLOTS
           END-EXEC.
           EXEC SQL
               INCLUDE FAMVTS
           END-EXEC.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *CURSEURS DE RECHERCHE DES LIGNES ABSENTES DES FICHIERS
           EXEC SQL
             DECLARE CUR-ARTIC
             CURSOR FOR
               SELECT CODARTIC,
                      QTEARTIC
               FROM TARTIC
               FOR UPDATE
           END-EXEC.
           EXEC SQL
             DECLARE CUR-LOTS
             CURSOR FOR
               SELECT ARTLOTS,
                      NUMLOTS,
                      QTELOTS
               FROM TLOTS
               FOR UPDATE
           END-EXEC.
           EXEC SQL
             DECLARE CUR-AMVTS
             CURSOR FOR
               SELECT ARTAMVTS,
                      DATAMVTS,
                      HEUAMVTS,
                      QTEAMVTS
               FROM TAMVTS
               FOR UPDATE
           END-EXEC.
      *SQL VARIABLE
       01 WS-DB2-ERR-ARTIC.
          02 WS-ARTIC-SQLCODE
                            PIC S9(9) COMP       VALUE ZERO.
             88 ARTIC-FIN                        VALUE 100.
             88 ARTIC-OK                         VALUE 0.
          02 WS-ARTIC-ERR   PIC X(70)            VALUE SPACE.
       01 WS-DB2-ERR-LOTS.
          02 WS-LOTS-SQLCODE
                            PIC S9(9) COMP       VALUE ZERO.
             88 LOTS-FIN                         VALUE 100.
             88 LOTS-OK                          VALUE 0.
          02 WS-LOTS-ERR    PIC X(70)            VALUE SPACE.
       01 WS-DB2-ERR-AMVTS.
          02 WS-AMVTS-SQLCODE
                            PIC S9(9) COMP       VALUE ZERO.
             88 AMVTS-FIN                        VALUE 100.
             88 AMVTS-OK                         VALUE 0.
          02 WS-AMVTS-ERR   PIC X(70)            VALUE SPACE.
      *FILE STATUS
       01  WS-FS-ART-E      PIC X(2).
           88 ARTE-OK                            VALUE '00'.
           88 ARTE-FIN                           VALUE '10'.
           88 ARTE-INEXISTANT                    VALUE '23'.
       01  WS-FS-LOT-E      PIC X(2).
           88 LOTE-OK                            VALUE '00'.
           88 LOTE-FIN                           VALUE '10'.
           88 LOTE-INEXISTANT                    VALUE '23'.
       01  WS-FS-AMVT-E     PIC X(2).
           88 AMVTE-OK                           VALUE '00'.
           88 AMVTE-FIN                          VALUE '10'.
           88 AMVTE-INEXISTANT                   VALUE '23'.
       01  WS-FS-ETAT-S     PIC X(2).
           88 ETAT-OK                            VALUE '00'.
      *GESTION DATE (AAAAMMJJ <-> JJ.MM.SSAA) ET HEURE (HHMMSS <->
      *HH.MM.SS)
       01  WS-DATE-J.
           05  WS-YYYY.
               10 WS-SS     PIC 9(2).
               10 WS-AA     PIC 9(2).
           05  WS-MM        PIC 9(2).
           05  WS-DD        PIC 9(2).
       01  WS-DATE-J-N REDEFINES WS-DATE-J
                            PIC 9(8).
       01 WS-DB2-DATE.
          05 WS-DD          PIC 9(2).
          05 FILLER         PIC X                VALUE '.'.
          05 WS-MM          PIC 9(2).
          05 FILLER         PIC X                VALUE '.'.
          05 WS-YYYY.
             10 WS-SS       PIC 9(2).
             10 WS-AA       PIC 9(2).
       01  WS-HEURE-F.
           05  WS-HH        PIC 9(2).
           05  WS-MN        PIC 9(2).
           05  WS-SE        PIC 9(2).
       01 WS-DB2-HEURE.
          05 WS-HH          PIC 9(2).
          05 FILLER         PIC X                VALUE '.'.
          05 WS-MN          PIC 9(2).
          05 FILLER         PIC X                VALUE '.'.
          05 WS-SE          PIC 9(2).
      *DATE DE L ALIGNEMENT (DMJARTIC, DMJLOTS)
       01  WS-DB2-DATE-JOUR PIC X(10)            VALUE SPACE.
      *LOT SANS DATE DE PEREMPTION
       01  WS-DEX-SANS      PIC X(10)            VALUE '31.12.9999'.
       01  WS-DEX-TABLE     PIC 9(8)             VALUE ZERO.
      *CLE DU MOUVEMENT DE LA TABLE AU FORMAT DU FICHIER
       01  WS-CLE-AMVT.
           05  WS-CLE-AMVT-ART
                            PIC X(5).
           05  WS-CLE-AMVT-DATE
                            PIC 9(8).
           05  WS-CLE-AMVT-HEURE
                            PIC 9(6).
      *SWITCH EXISTENCE SUR LE FICHIER
       01  WS-SW-FICHIER    PIC X                VALUE '0'.
           88 AU-FICHIER                         VALUE '1'.
           88 ABSENT-FICHIER                     VALUE '0'.
      *COMPTEURS STATISTIQUES PAR TABLE (1 TARTIC, 2 TLOTS, 3 TAMVTS)
       01  WS-TAB-CPT.
           05  WS-CPT OCCURS 3.
               10  WS-CPT-TABLE
                            PIC X(6).
               10  WS-NB-FICHIER
                            PIC 9(7).
               10  WS-NB-CONFORMES
                            PIC 9(7).
               10  WS-NB-INSERES
                            PIC 9(7).
               10  WS-NB-ALIGNES
                            PIC 9(7).
               10  WS-NB-SUPPRIMES
                            PIC 9(7).
       01  WS-IT            PIC S9(4) COMP       VALUE ZERO.
      *LIGNES DE L ETAT DES DIVERGENCES
       01  WS-LETAT-TITRE.
           05  FILLER       PIC X(60)
               VALUE '  ARID213 - DIVERGENCES FICHIERS ARTICLE / TABLES
      -              ' DB2'.
           05  FILLER       PIC X(7)  VALUE 'DATE : '.
           05  WS-LT-DATE   PIC 99/99/9999.
           05  FILLER       PIC X(3)  VALUE SPACE.
       01  WS-LETAT-TIRET.
           05  FILLER       PIC X(78) VALUE ALL '-'.
           05  FILLER       PIC X(2)  VALUE SPACE.
       01  WS-LETAT-SECTION.
           05  FILLER       PIC X(8)  VALUE 'TABLE : '.
           05  WS-LS-TABLE  PIC X(6).
           05  FILLER       PIC X(12) VALUE '  FICHIER : '.
           05  WS-LS-FICHIER
                            PIC X(7).
           05  FILLER       PIC X(47) VALUE SPACE.
       01  WS-LETAT-DIV.
           05  WS-LD-CLE    PIC X(19).
           05  FILLER       PIC X(1)  VALUE SPACE.
           05  WS-LD-NATURE PIC X(14).
           05  FILLER       PIC X(9)  VALUE ' FICHIER '.
           05  WS-LD-FIC    PIC ZZZ.ZZZ.ZZ9,99-.
           05  FILLER       PIC X(7)  VALUE ' TABLE '.
           05  WS-LD-TAB    PIC ZZZ.ZZZ.ZZ9,99-.
       01  WS-LETAT-CPT.
           05  FILLER       PIC X(2)  VALUE SPACE.
           05  WS-LCPT-LIB  PIC X(34).
           05  FILLER       PIC X(2)  VALUE ': '.
           05  WS-LCPT-NB   PIC ZZZZZZ9.
           05  FILLER       PIC X(35) VALUE SPACE.
       01  WS-LETAT-VIDE    PIC X(80)            VALUE SPACE.
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
      * ALIGNE SUCCESSIVEMENT TARTIC, TLOTS ET TAMVTS SUR LEUR
      * FICHIER : PARCOURS DU FICHIER (INSERTION, ALIGNEMENT) PUIS
      * PARCOURS DE LA TABLE (SUPPRESSION DES LIGNES ORPHELINES)
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-DEB
              THRU  7000-INIT-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  8000-ENTETE-ETAT-DEB
              THRU  8000-ENTETE-ETAT-FIN.
      *
           PERFORM  1000-SYNC-ARTICLES-DEB
              THRU  1000-SYNC-ARTICLES-FIN.
      *
           PERFORM  2000-SYNC-LOTS-DEB
              THRU  2000-SYNC-LOTS-FIN.
      *
           PERFORM  3000-SYNC-MOUVEMENTS-DEB
              THRU  3000-SYNC-MOUVEMENTS-FIN.
      *
           PERFORM  8030-TOTAUX-ETAT-DEB
              THRU  8030-TOTAUX-ETAT-FIN
             VARYING WS-IT FROM 1 BY 1
             UNTIL  WS-IT > 3.
      *
           PERFORM  6090-CLOSE-FICHIERS-DEB
              THRU  6090-CLOSE-FICHIERS-FIN.
      *
           PERFORM  9999-FIN-PROGRAMME-DEB
              THRU  9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *-----------------------------------------------------
      * TRT 1000 ALIGNE TARTIC SUR LE FICHIER ARTICLE
      *----------------------------------------------------
       1000-SYNC-ARTICLES-DEB.
      *
           MOVE 1                       TO WS-IT.
           MOVE 'ART0101'               TO WS-LS-FICHIER.
           PERFORM  8005-SECTION-ETAT-DEB
              THRU  8005-SECTION-ETAT-FIN.
      *
           PERFORM  6100-START-F-ART-E-DEB
              THRU  6100-START-F-ART-E-FIN.
           PERFORM  6110-READNEXT-F-ART-E-DEB
              THRU  6110-READNEXT-F-ART-E-FIN.
           PERFORM  1010-TRT-UN-ART-FICHIER-DEB
              THRU  1010-TRT-UN-ART-FICHIER-FIN
             UNTIL  ARTE-FIN.
      *
           PERFORM  6160-OPEN-CUR-ARTIC-DEB
              THRU  6160-OPEN-CUR-ARTIC-FIN.
           PERFORM  6170-FETCH-CUR-ARTIC-DEB
              THRU  6170-FETCH-CUR-ARTIC-FIN.
           PERFORM  1050-TRT-UN-ART-TABLE-DEB
              THRU  1050-TRT-UN-ART-TABLE-FIN
             UNTIL  ARTIC-FIN.
           PERFORM  6190-CLOSE-CUR-ARTIC-DEB
              THRU  6190-CLOSE-CUR-ARTIC-FIN.
      *
       1000-SYNC-ARTICLES-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1010 ALIGNE LA LIGNE TARTIC DE L ARTICLE COURANT DU
      * FICHIER : CREATION, ALIGNEMENT SIGNALE OU CONFORMITE
      *----------------------------------------------------
       1010-TRT-UN-ART-FICHIER-DEB.
      *
           ADD  1                       TO WS-NB-FICHIER (1).
           MOVE WS-ART-CODE             TO WS-LD-CLE.
           MOVE WS-ART-QTE              TO WS-LD-FIC.
           PERFORM  6130-SELECT-TARTIC-DEB
              THRU  6130-SELECT-TARTIC-FIN.
      *
           IF  ARTIC-FIN
               MOVE 'ABSENT TABLE  '    TO WS-LD-NATURE
               MOVE ZERO                TO WS-LD-TAB
               PERFORM  8010-LIGNE-DIVERGENCE-DEB
                  THRU  8010-LIGNE-DIVERGENCE-FIN
               PERFORM  7010-PREP-HOST-ARTIC-DEB
                  THRU  7010-PREP-HOST-ARTIC-FIN
               PERFORM  6140-INSERT-TARTIC-DEB
                  THRU  6140-INSERT-TARTIC-FIN
               ADD  1                   TO WS-NB-INSERES (1)
               GO TO 1010-TRT-UN-ART-FICHIER-SUITE
           END-IF.
      *
           MOVE QTEARTIC                TO WS-LD-TAB.
           EVALUATE TRUE
               WHEN WS-ART-QTE NOT = QTEARTIC
                   MOVE 'QUANTITE      ' TO WS-LD-NATURE
               WHEN WS-ART-LIBEL NOT = LIBARTIC
                 OR WS-ART-CATEG NOT = CATARTIC
                 OR WS-ART-FOU   NOT = FOUARTIC
                   MOVE 'SIGNALETIQUE  ' TO WS-LD-NATURE
               WHEN WS-ART-DELAI NOT = DELARTIC
                 OR WS-ART-ALERT NOT = ALRARTIC
                   MOVE 'DELAI/ALERTE  ' TO WS-LD-NATURE
               WHEN WS-ART-CLASSE NOT = CLSARTIC
                 OR WS-ART-STATUT NOT = STAARTIC
                 OR WS-ART-SERIE  NOT = SERARTIC
                   MOVE 'STATUT/CLASSE ' TO WS-LD-NATURE
               WHEN OTHER
                   ADD  1               TO WS-NB-CONFORMES (1)
                   GO TO 1010-TRT-UN-ART-FICHIER-SUITE
           END-EVALUATE.
           PERFORM  8010-LIGNE-DIVERGENCE-DEB
              THRU  8010-LIGNE-DIVERGENCE-FIN.
           PERFORM  7010-PREP-HOST-ARTIC-DEB
              THRU  7010-PREP-HOST-ARTIC-FIN.
           PERFORM  6150-UPDATE-TARTIC-DEB
              THRU  6150-UPDATE-TARTIC-FIN.
           ADD  1                       TO WS-NB-ALIGNES (1).
      *
       1010-TRT-UN-ART-FICHIER-SUITE.
           PERFORM  6110-READNEXT-F-ART-E-DEB
              THRU  6110-READNEXT-F-ART-E-FIN.
      *
       1010-TRT-UN-ART-FICHIER-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1050 SUPPRIME DE TARTIC L ARTICLE COURANT DU CURSEUR
      * S IL N EST PLUS AU FICHIER (SIGNALE)
      *----------------------------------------------------
       1050-TRT-UN-ART-TABLE-DEB.
      *
           MOVE CODARTIC                TO FS-KEY-ART.
           PERFORM  6120-READ-F-ART-E-DEB
              THRU  6120-READ-F-ART-E-FIN.
           IF  ABSENT-FICHIER
               MOVE CODARTIC            TO WS-LD-CLE
               MOVE 'ABSENT FICHIER'    TO WS-LD-NATURE
               MOVE ZERO                TO WS-LD-FIC
               MOVE QTEARTIC            TO WS-LD-TAB
               PERFORM  8010-LIGNE-DIVERGENCE-DEB
                  THRU  8010-LIGNE-DIVERGENCE-FIN
               PERFORM  6180-DELETE-CUR-ARTIC-DEB
                  THRU  6180-DELETE-CUR-ARTIC-FIN
               ADD  1                   TO WS-NB-SUPPRIMES (1)
           END-IF.
      *
           PERFORM  6170-FETCH-CUR-ARTIC-DEB
              THRU  6170-FETCH-CUR-ARTIC-FIN.
      *
       1050-TRT-UN-ART-TABLE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 ALIGNE TLOTS SUR LE FICHIER MAITRE DES LOTS
      *----------------------------------------------------
       2000-SYNC-LOTS-DEB.
      *
           MOVE 2                       TO WS-IT.
           MOVE 'LOT0101'               TO WS-LS-FICHIER.
           PERFORM  8005-SECTION-ETAT-DEB
              THRU  8005-SECTION-ETAT-FIN.
      *
           PERFORM  6200-START-F-LOT-E-DEB
              THRU  6200-START-F-LOT-E-FIN.
           PERFORM  6210-READNEXT-F-LOT-E-DEB
              THRU  6210-READNEXT-F-LOT-E-FIN.
           PERFORM  2010-TRT-UN-LOT-FICHIER-DEB
              THRU  2010-TRT-UN-LOT-FICHIER-FIN
             UNTIL  LOTE-FIN.
      *
           PERFORM  6260-OPEN-CUR-LOTS-DEB
              THRU  6260-OPEN-CUR-LOTS-FIN.
           PERFORM  6270-FETCH-CUR-LOTS-DEB
              THRU  6270-FETCH-CUR-LOTS-FIN.
           PERFORM  2050-TRT-UN-LOT-TABLE-DEB
              THRU  2050-TRT-UN-LOT-TABLE-FIN
             UNTIL  LOTS-FIN.
           PERFORM  6290-CLOSE-CUR-LOTS-DEB
              THRU  6290-CLOSE-CUR-LOTS-FIN.
      *
       2000-SYNC-LOTS-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2010 ALIGNE LA LIGNE TLOTS DU LOT COURANT DU FICHIER
      *----------------------------------------------------
       2010-TRT-UN-LOT-FICHIER-DEB.
      *
           ADD  1                       TO WS-NB-FICHIER (2).
           MOVE WS-LOT-CLE              TO WS-LD-CLE.
           MOVE WS-LOT-QTE              TO WS-LD-FIC.
           PERFORM  6230-SELECT-TLOTS-DEB
              THRU  6230-SELECT-TLOTS-FIN.
      *
           IF  LOTS-FIN
               MOVE 'ABSENT TABLE  '    TO WS-LD-NATURE
               MOVE ZERO                TO WS-LD-TAB
               PERFORM  8010-LIGNE-DIVERGENCE-DEB
                  THRU  8010-LIGNE-DIVERGENCE-FIN
               PERFORM  7020-PREP-HOST-LOTS-DEB
                  THRU  7020-PREP-HOST-LOTS-FIN
               PERFORM  6240-INSERT-TLOTS-DEB
                  THRU  6240-INSERT-TLOTS-FIN
               ADD  1                   TO WS-NB-INSERES (2)
               GO TO 2010-TRT-UN-LOT-FICHIER-SUITE
           END-IF.
      *
      *    PEREMPTION DE LA TABLE RAMENEE AU FORMAT DU FICHIER
           IF  DEXLOTS = WS-DEX-SANS
               MOVE ZERO                TO WS-DEX-TABLE
           ELSE
               MOVE DEXLOTS             TO WS-DB2-DATE
               MOVE CORR WS-DB2-DATE    TO WS-DATE-J
               MOVE WS-DATE-J-N         TO WS-DEX-TABLE
           END-IF.
      *
           MOVE QTELOTS                 TO WS-LD-TAB.
           EVALUATE TRUE
               WHEN WS-LOT-QTE NOT = QTELOTS
                   MOVE 'QUANTITE      ' TO WS-LD-NATURE
               WHEN WS-LOT-PXU NOT = PXULOTS
                   MOVE 'PRIX UNITAIRE ' TO WS-LD-NATURE
                   MOVE WS-LOT-PXU      TO WS-LD-FIC
                   MOVE PXULOTS         TO WS-LD-TAB
               WHEN WS-LOT-DATEXP NOT = WS-DEX-TABLE
                   MOVE 'PEREMPTION    ' TO WS-LD-NATURE
               WHEN WS-LOT-STATUT NOT = STALOTS
                   MOVE 'STATUT        ' TO WS-LD-NATURE
               WHEN WS-LOT-DEPOT NOT = DEPLOTS
                 OR WS-LOT-EMPL  NOT = EMPLOTS
                   MOVE 'EMPLACEMENT   ' TO WS-LD-NATURE
               WHEN WS-LOT-CONSIGNE  NOT = CSGLOTS
                 OR WS-LOT-DEROG-SUP NOT = DRGLOTS
                   MOVE 'CONSIGNE/DEROG' TO WS-LD-NATURE
               WHEN OTHER
                   ADD  1               TO WS-NB-CONFORMES (2)
                   GO TO 2010-TRT-UN-LOT-FICHIER-SUITE
           END-EVALUATE.
           PERFORM  8010-LIGNE-DIVERGENCE-DEB
              THRU  8010-LIGNE-DIVERGENCE-FIN.
           PERFORM  7020-PREP-HOST-LOTS-DEB
              THRU  7020-PREP-HOST-LOTS-FIN.
           PERFORM  6250-UPDATE-TLOTS-DEB
              THRU  6250-UPDATE-TLOTS-FIN.
           ADD  1                       TO WS-NB-ALIGNES (2).
      *
       2010-TRT-UN-LOT-FICHIER-SUITE.
           PERFORM  6210-READNEXT-F-LOT-E-DEB
              THRU  6210-READNEXT-F-LOT-E-FIN.
      *
       2010-TRT-UN-LOT-FICHIER-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2050 SUPPRIME DE TLOTS LE LOT COURANT DU CURSEUR S IL
      * N EST PLUS AU FICHIER (SIGNALE)
      *----------------------------------------------------
       2050-TRT-UN-LOT-TABLE-DEB.
      *
           MOVE ARTLOTS                 TO FS-KEY-LOT (1:5).
           MOVE NUMLOTS                 TO FS-KEY-LOT (6:6).
           PERFORM  6220-READ-F-LOT-E-DEB
              THRU  6220-READ-F-LOT-E-FIN.
           IF  ABSENT-FICHIER
               MOVE FS-KEY-LOT          TO WS-LD-CLE
               MOVE 'ABSENT FICHIER'    TO WS-LD-NATURE
               MOVE ZERO                TO WS-LD-FIC
               MOVE QTELOTS             TO WS-LD-TAB
               PERFORM  8010-LIGNE-DIVERGENCE-DEB
                  THRU  8010-LIGNE-DIVERGENCE-FIN
               PERFORM  6280-DELETE-CUR-LOTS-DEB
                  THRU  6280-DELETE-CUR-LOTS-FIN
               ADD  1                   TO WS-NB-SUPPRIMES (2)
           END-IF.
      *
           PERFORM  6270-FETCH-CUR-LOTS-DEB
              THRU  6270-FETCH-CUR-LOTS-FIN.
      *
       2050-TRT-UN-LOT-TABLE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 ALIGNE TAMVTS SUR L HISTORIQUE DES MOUVEMENTS
      *----------------------------------------------------
       3000-SYNC-MOUVEMENTS-DEB.
      *
           MOVE 3                       TO WS-IT.
           MOVE 'ARTMVTS'               TO WS-LS-FICHIER.
           PERFORM  8005-SECTION-ETAT-DEB
              THRU  8005-SECTION-ETAT-FIN.
      *
           PERFORM  6300-START-F-AMVT-E-DEB
              THRU  6300-START-F-AMVT-E-FIN.
           PERFORM  6310-READNEXT-F-AMVT-E-DEB
              THRU  6310-READNEXT-F-AMVT-E-FIN.
           PERFORM  3010-TRT-UN-MVT-FICHIER-DEB
              THRU  3010-TRT-UN-MVT-FICHIER-FIN
             UNTIL  AMVTE-FIN.
      *
           PERFORM  6360-OPEN-CUR-AMVTS-DEB
              THRU  6360-OPEN-CUR-AMVTS-FIN.
           PERFORM  6370-FETCH-CUR-AMVTS-DEB
              THRU  6370-FETCH-CUR-AMVTS-FIN.
           PERFORM  3050-TRT-UN-MVT-TABLE-DEB
              THRU  3050-TRT-UN-MVT-TABLE-FIN
             UNTIL  AMVTS-FIN.
           PERFORM  6390-CLOSE-CUR-AMVTS-DEB
              THRU  6390-CLOSE-CUR-AMVTS-FIN.
      *
       3000-SYNC-MOUVEMENTS-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3010 ALIGNE LA LIGNE TAMVTS DU MOUVEMENT COURANT DU
      * FICHIER (LA CLE ARTICLE/DATE/HEURE EST COMMUNE)
      *----------------------------------------------------
       3010-TRT-UN-MVT-FICHIER-DEB.
      *
           ADD  1                       TO WS-NB-FICHIER (3).
           MOVE FS-KEY-AMVT             TO WS-LD-CLE.
           MOVE WS-AMVT-QTE             TO WS-LD-FIC.
           PERFORM  7030-PREP-HOST-AMVTS-DEB
              THRU  7030-PREP-HOST-AMVTS-FIN.
           PERFORM  6330-SELECT-TAMVTS-DEB
              THRU  6330-SELECT-TAMVTS-FIN.
      *
           IF  AMVTS-FIN
               MOVE 'ABSENT TABLE  '    TO WS-LD-NATURE
               MOVE ZERO                TO WS-LD-TAB
               PERFORM  8010-LIGNE-DIVERGENCE-DEB
                  THRU  8010-LIGNE-DIVERGENCE-FIN
               PERFORM  7030-PREP-HOST-AMVTS-DEB
                  THRU  7030-PREP-HOST-AMVTS-FIN
               PERFORM  6340-INSERT-TAMVTS-DEB
                  THRU  6340-INSERT-TAMVTS-FIN
               ADD  1                   TO WS-NB-INSERES (3)
               GO TO 3010-TRT-UN-MVT-FICHIER-SUITE
           END-IF.
      *
           MOVE QTEAMVTS                TO WS-LD-TAB.
           EVALUATE TRUE
               WHEN WS-AMVT-QTE NOT = QTEAMVTS
                   MOVE 'QUANTITE      ' TO WS-LD-NATURE
               WHEN WS-AMVT-CODE NOT = CODAMVTS
                   MOVE 'CODE MOUVEMENT' TO WS-LD-NATURE
               WHEN WS-AMVT-SOLDE NOT = SLDAMVTS
                   MOVE 'SOLDE         ' TO WS-LD-NATURE
                   MOVE WS-AMVT-SOLDE   TO WS-LD-FIC
                   MOVE SLDAMVTS        TO WS-LD-TAB
               WHEN WS-AMVT-TERM     NOT = TRMAMVTS
                 OR WS-AMVT-TASK     NOT = TSKAMVTS
                 OR WS-AMVT-DEPOT    NOT = DEPAMVTS
                 OR WS-AMVT-CCTR     NOT = CCTAMVTS
                 OR WS-AMVT-LOT      NOT = LOTAMVTS
                 OR WS-AMVT-ART-ORIG NOT = ORGAMVTS
                 OR WS-AMVT-SERIE    NOT = SERAMVTS
                   MOVE 'REFERENCES    ' TO WS-LD-NATURE
               WHEN OTHER
                   ADD  1               TO WS-NB-CONFORMES (3)
                   GO TO 3010-TRT-UN-MVT-FICHIER-SUITE
           END-EVALUATE.
           PERFORM  8010-LIGNE-DIVERGENCE-DEB
              THRU  8010-LIGNE-DIVERGENCE-FIN.
           PERFORM  7030-PREP-HOST-AMVTS-DEB
              THRU  7030-PREP-HOST-AMVTS-FIN.
           PERFORM  6350-UPDATE-TAMVTS-DEB
              THRU  6350-UPDATE-TAMVTS-FIN.
           ADD  1                       TO WS-NB-ALIGNES (3).
      *
       3010-TRT-UN-MVT-FICHIER-SUITE.
           PERFORM  6310-READNEXT-F-AMVT-E-DEB
              THRU  6310-READNEXT-F-AMVT-E-FIN.
      *
       3010-TRT-UN-MVT-FICHIER-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3050 SUPPRIME DE TAMVTS LE MOUVEMENT COURANT DU CURSEUR
      * S IL N EST PLUS AU FICHIER (PURGE ARIO998 OU ANOMALIE)
      *----------------------------------------------------
       3050-TRT-UN-MVT-TABLE-DEB.
      *
           MOVE ARTAMVTS                TO WS-CLE-AMVT-ART.
           MOVE DATAMVTS                TO WS-DB2-DATE.
           MOVE CORR WS-DB2-DATE        TO WS-DATE-J.
           MOVE WS-DATE-J-N             TO WS-CLE-AMVT-DATE.
           MOVE HEUAMVTS                TO WS-DB2-HEURE.
           MOVE CORR WS-DB2-HEURE       TO WS-HEURE-F.
           MOVE WS-HEURE-F              TO WS-CLE-AMVT-HEURE.
           MOVE WS-CLE-AMVT             TO FS-KEY-AMVT.
           PERFORM  6320-READ-F-AMVT-E-DEB
              THRU  6320-READ-F-AMVT-E-FIN.
           IF  ABSENT-FICHIER
               MOVE WS-CLE-AMVT         TO WS-LD-CLE
               MOVE 'ABSENT FICHIER'    TO WS-LD-NATURE
               MOVE ZERO                TO WS-LD-FIC
               MOVE QTEAMVTS            TO WS-LD-TAB
               PERFORM  8010-LIGNE-DIVERGENCE-DEB
                  THRU  8010-LIGNE-DIVERGENCE-FIN
               PERFORM  6380-DELETE-CUR-AMVTS-DEB
                  THRU  6380-DELETE-CUR-AMVTS-FIN
               ADD  1                   TO WS-NB-SUPPRIMES (3)
           END-IF.
      *
           PERFORM  6370-FETCH-CUR-AMVTS-DEB
              THRU  6370-FETCH-CUR-AMVTS-FIN.
      *
       3050-TRT-UN-MVT-TABLE-FIN.
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
           OPEN INPUT F-AMVT-E.
           IF WS-FS-AMVT-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-AMVT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-AMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-S.
           IF WS-FS-ETAT-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-ART-E.
           CLOSE F-LOT-E.
           CLOSE F-AMVT-E.
           CLOSE F-ETAT-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6092 CONTROLE L ECRITURE D UNE LIGNE SUR L ETAT
      *------------------------------------
       6092-WRITE-F-ETAT-S-DEB.
      *
           IF NOT ETAT-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-ETAT-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6092-WRITE-F-ETAT-S-FIN.
           EXIT.
      *-------------------------------------
      *6100 POSITIONNE LE FICHIER ARTICLE EN DEBUT
      *------------------------------------
       6100-START-F-ART-E-DEB.
      *
           MOVE LOW-VALUES              TO FS-KEY-ART.
           START F-ART-E
             KEY IS NOT LESS THAN FS-KEY-ART
           END-START.
           IF NOT (ARTE-OK OR ARTE-INEXISTANT)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF ARTE-INEXISTANT
              SET ARTE-FIN              TO TRUE
           END-IF.
      *
       6100-START-F-ART-E-FIN.
           EXIT.
      *-------------------------------------
      *6110 LIT L ARTICLE SUIVANT DU FICHIER
      *------------------------------------
       6110-READNEXT-F-ART-E-DEB.
      *
           IF ARTE-FIN
              GO TO 6110-READNEXT-F-ART-E-FIN
           END-IF.
           READ F-ART-E NEXT RECORD INTO WS-ART-ENR.
           IF NOT (ARTE-OK OR ARTE-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6110-READNEXT-F-ART-E-FIN.
           EXIT.
      *-------------------------------------
      *6120 RECHERCHE SUR LE FICHIER L ARTICLE DE LA TABLE
      *------------------------------------
       6120-READ-F-ART-E-DEB.
      *
           READ F-ART-E
             KEY IS FS-KEY-ART
           END-READ.
           EVALUATE TRUE
               WHEN ARTE-OK
                   SET AU-FICHIER       TO TRUE
               WHEN ARTE-INEXISTANT
                   SET ABSENT-FICHIER   TO TRUE
               WHEN OTHER
                   DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-E'
                   DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
       6120-READ-F-ART-E-FIN.
           EXIT.
      *-------------------------------------
      *6130 LIT LA LIGNE TARTIC DE L ARTICLE DU FICHIER
      *------------------------------------
       6130-SELECT-TARTIC-DEB.
      *
           MOVE WS-ART-CODE             TO CODARTIC.
           EXEC SQL SELECT CODARTIC, LIBARTIC, CATARTIC, FOUARTIC,
                           DELARTIC, QTEARTIC, ALRARTIC, CLSARTIC,
                           STAARTIC, SERARTIC, DMJARTIC
                    INTO :CODARTIC, :LIBARTIC, :CATARTIC, :FOUARTIC,
                         :DELARTIC, :QTEARTIC, :ALRARTIC, :CLSARTIC,
                         :STAARTIC, :SERARTIC, :DMJARTIC
                    FROM TARTIC
                    WHERE CODARTIC = :CODARTIC
           END-EXEC.
           MOVE SQLCODE                 TO WS-ARTIC-SQLCODE.
           IF NOT ARTIC-OK AND NOT ARTIC-FIN
              DISPLAY 'ERREUR SELECT TARTIC : ' WS-ARTIC-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6130-SELECT-TARTIC-FIN.
           EXIT.
      *-------------------------------------
      *6140 CREE DANS TARTIC L ARTICLE ABSENT DE LA TABLE
      *------------------------------------
       6140-INSERT-TARTIC-DEB.
      *
           EXEC SQL INSERT INTO TARTIC
                    (CODARTIC,LIBARTIC,CATARTIC,FOUARTIC,DELARTIC,
                     QTEARTIC,ALRARTIC,CLSARTIC,STAARTIC,SERARTIC,
                     DMJARTIC)
           VALUES (:CODARTIC,:LIBARTIC,:CATARTIC,:FOUARTIC,:DELARTIC,
                   :QTEARTIC,:ALRARTIC,:CLSARTIC,:STAARTIC,:SERARTIC,
                   :DMJARTIC)
           END-EXEC.
           MOVE SQLCODE                 TO WS-ARTIC-SQLCODE.
           IF NOT ARTIC-OK
              DISPLAY 'ERREUR INSERT TARTIC : ' WS-ARTIC-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6140-INSERT-TARTIC-FIN.
           EXIT.
      *-------------------------------------
      *6150 ALIGNE LA LIGNE TARTIC SUR L ARTICLE DU FICHIER
      *------------------------------------
       6150-UPDATE-TARTIC-DEB.
      *
           EXEC SQL UPDATE TARTIC
                    SET LIBARTIC    = :LIBARTIC,
                        CATARTIC    = :CATARTIC,
                        FOUARTIC    = :FOUARTIC,
                        DELARTIC    = :DELARTIC,
                        QTEARTIC    = :QTEARTIC,
                        ALRARTIC    = :ALRARTIC,
                        CLSARTIC    = :CLSARTIC,
                        STAARTIC    = :STAARTIC,
                        SERARTIC    = :SERARTIC,
                        DMJARTIC    = :DMJARTIC
                    WHERE CODARTIC  = :CODARTIC
           END-EXEC.
           MOVE SQLCODE                 TO WS-ARTIC-SQLCODE.
           IF NOT ARTIC-OK
              DISPLAY 'ERREUR UPDATE TARTIC : ' WS-ARTIC-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6150-UPDATE-TARTIC-FIN.
           EXIT.
      *-------------------------------------
      *6160 OUVRE LE CURSEUR DES ARTICLES DE LA TABLE
      *------------------------------------
       6160-OPEN-CUR-ARTIC-DEB.
      *
           EXEC SQL OPEN CUR-ARTIC
           END-EXEC.
           MOVE SQLCODE                 TO WS-ARTIC-SQLCODE.
           IF NOT ARTIC-OK
              DISPLAY 'ERREUR OUVERTURE CURSEUR ARTIC : '
                      WS-ARTIC-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6160-OPEN-CUR-ARTIC-FIN.
           EXIT.
      *-------------------------------------
      *6170 LIT L ARTICLE SUIVANT DE LA TABLE
      *------------------------------------
       6170-FETCH-CUR-ARTIC-DEB.
      *
           EXEC SQL FETCH CUR-ARTIC
                    INTO :CODARTIC,
                         :QTEARTIC
           END-EXEC.
           MOVE SQLCODE                 TO WS-ARTIC-SQLCODE.
           IF NOT ARTIC-OK AND NOT ARTIC-FIN
              DISPLAY 'ERREUR LECTURE CURSEUR ARTIC : '
                      WS-ARTIC-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6170-FETCH-CUR-ARTIC-FIN.
           EXIT.
      *-------------------------------------
      *6180 SUPPRIME L ARTICLE COURANT DU CURSEUR
      *------------------------------------
       6180-DELETE-CUR-ARTIC-DEB.
      *
           EXEC SQL
               DELETE FROM TARTIC
                WHERE CURRENT OF CUR-ARTIC
           END-EXEC.
           MOVE SQLCODE                 TO WS-ARTIC-SQLCODE.
           IF NOT ARTIC-OK
              DISPLAY 'ERREUR SUPPRESSION TARTIC : ' WS-ARTIC-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6180-DELETE-CUR-ARTIC-FIN.
           EXIT.
      *-------------------------------------
      *6190 FERME LE CURSEUR DES ARTICLES
      *------------------------------------
       6190-CLOSE-CUR-ARTIC-DEB.
      *
           EXEC SQL CLOSE CUR-ARTIC
           END-EXEC.
           MOVE SQLCODE                 TO WS-ARTIC-SQLCODE.
           IF NOT ARTIC-OK
              DISPLAY 'ERREUR FERMETURE CURSEUR ARTIC : '
                      WS-ARTIC-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6190-CLOSE-CUR-ARTIC-FIN.
           EXIT.
      *-------------------------------------
      *6200 POSITIONNE LE FICHIER DES LOTS EN DEBUT
      *------------------------------------
       6200-START-F-LOT-E-DEB.
      *
           MOVE LOW-VALUES              TO FS-KEY-LOT.
           START F-LOT-E
             KEY IS NOT LESS THAN FS-KEY-LOT
           END-START.
           IF NOT (LOTE-OK OR LOTE-INEXISTANT)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF LOTE-INEXISTANT
              SET LOTE-FIN              TO TRUE
           END-IF.
      *
       6200-START-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6210 LIT LE LOT SUIVANT DU FICHIER
      *------------------------------------
       6210-READNEXT-F-LOT-E-DEB.
      *
           IF LOTE-FIN
              GO TO 6210-READNEXT-F-LOT-E-FIN
           END-IF.
           READ F-LOT-E NEXT RECORD INTO WS-LOT-ENR.
           IF NOT (LOTE-OK OR LOTE-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6210-READNEXT-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6220 RECHERCHE SUR LE FICHIER LE LOT DE LA TABLE
      *------------------------------------
       6220-READ-F-LOT-E-DEB.
      *
           READ F-LOT-E
             KEY IS FS-KEY-LOT
           END-READ.
           EVALUATE TRUE
               WHEN LOTE-OK
                   SET AU-FICHIER       TO TRUE
               WHEN LOTE-INEXISTANT
                   SET ABSENT-FICHIER   TO TRUE
               WHEN OTHER
                   DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-E'
                   DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
       6220-READ-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6230 LIT LA LIGNE TLOTS DU LOT DU FICHIER
      *------------------------------------
       6230-SELECT-TLOTS-DEB.
      *
           MOVE WS-LOT-ART-CODE         TO ARTLOTS.
           MOVE WS-LOT-NUM              TO NUMLOTS.
           EXEC SQL SELECT ARTLOTS, NUMLOTS, QTELOTS, PXULOTS,
                           DEXLOTS, STALOTS, DEPLOTS, EMPLOTS,
                           CSGLOTS, DRGLOTS, DMJLOTS
                    INTO :ARTLOTS, :NUMLOTS, :QTELOTS, :PXULOTS,
                         :DEXLOTS, :STALOTS, :DEPLOTS, :EMPLOTS,
                         :CSGLOTS, :DRGLOTS, :DMJLOTS
                    FROM TLOTS
                    WHERE ARTLOTS = :ARTLOTS
                      AND NUMLOTS = :NUMLOTS
           END-EXEC.
           MOVE SQLCODE                 TO WS-LOTS-SQLCODE.
           IF NOT LOTS-OK AND NOT LOTS-FIN
              DISPLAY 'ERREUR SELECT TLOTS : ' WS-LOTS-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6230-SELECT-TLOTS-FIN.
           EXIT.
      *-------------------------------------
      *6240 CREE DANS TLOTS LE LOT ABSENT DE LA TABLE
      *------------------------------------
       6240-INSERT-TLOTS-DEB.
      *
           EXEC SQL INSERT INTO TLOTS
                    (ARTLOTS,NUMLOTS,QTELOTS,PXULOTS,DEXLOTS,
                     STALOTS,DEPLOTS,EMPLOTS,CSGLOTS,DRGLOTS,
                     DMJLOTS)
           VALUES (:ARTLOTS,:NUMLOTS,:QTELOTS,:PXULOTS,:DEXLOTS,
                   :STALOTS,:DEPLOTS,:EMPLOTS,:CSGLOTS,:DRGLOTS,
                   :DMJLOTS)
           END-EXEC.
           MOVE SQLCODE                 TO WS-LOTS-SQLCODE.
           IF NOT LOTS-OK
              DISPLAY 'ERREUR INSERT TLOTS : ' WS-LOTS-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6240-INSERT-TLOTS-FIN.
           EXIT.
      *-------------------------------------
      *6250 ALIGNE LA LIGNE TLOTS SUR LE LOT DU FICHIER
      *------------------------------------
       6250-UPDATE-TLOTS-DEB.
      *
           EXEC SQL UPDATE TLOTS
                    SET QTELOTS     = :QTELOTS,
                        PXULOTS     = :PXULOTS,
                        DEXLOTS     = :DEXLOTS,
                        STALOTS     = :STALOTS,
                        DEPLOTS     = :DEPLOTS,
                        EMPLOTS     = :EMPLOTS,
                        CSGLOTS     = :CSGLOTS,
                        DRGLOTS     = :DRGLOTS,
                        DMJLOTS     = :DMJLOTS
                    WHERE ARTLOTS   = :ARTLOTS
                      AND NUMLOTS   = :NUMLOTS
           END-EXEC.
           MOVE SQLCODE                 TO WS-LOTS-SQLCODE.
           IF NOT LOTS-OK
              DISPLAY 'ERREUR UPDATE TLOTS : ' WS-LOTS-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6250-UPDATE-TLOTS-FIN.
           EXIT.
      *-------------------------------------
      *6260 OUVRE LE CURSEUR DES LOTS DE LA TABLE
      *------------------------------------
       6260-OPEN-CUR-LOTS-DEB.
      *
           EXEC SQL OPEN CUR-LOTS
           END-EXEC.
           MOVE SQLCODE                 TO WS-LOTS-SQLCODE.
           IF NOT LOTS-OK
              DISPLAY 'ERREUR OUVERTURE CURSEUR LOTS : '
                      WS-LOTS-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6260-OPEN-CUR-LOTS-FIN.
           EXIT.
      *-------------------------------------
      *6270 LIT LE LOT SUIVANT DE LA TABLE
      *------------------------------------
       6270-FETCH-CUR-LOTS-DEB.
      *
           EXEC SQL FETCH CUR-LOTS
                    INTO :ARTLOTS,
                         :NUMLOTS,
                         :QTELOTS
           END-EXEC.
           MOVE SQLCODE                 TO WS-LOTS-SQLCODE.
           IF NOT LOTS-OK AND NOT LOTS-FIN
              DISPLAY 'ERREUR LECTURE CURSEUR LOTS : '
                      WS-LOTS-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6270-FETCH-CUR-LOTS-FIN.
           EXIT.
      *-------------------------------------
      *6280 SUPPRIME LE LOT COURANT DU CURSEUR
      *------------------------------------
       6280-DELETE-CUR-LOTS-DEB.
      *
           EXEC SQL
               DELETE FROM TLOTS
                WHERE CURRENT OF CUR-LOTS
           END-EXEC.
           MOVE SQLCODE                 TO WS-LOTS-SQLCODE.
           IF NOT LOTS-OK
              DISPLAY 'ERREUR SUPPRESSION TLOTS : ' WS-LOTS-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6280-DELETE-CUR-LOTS-FIN.
           EXIT.
      *-------------------------------------
      *6290 FERME LE CURSEUR DES LOTS
      *------------------------------------
       6290-CLOSE-CUR-LOTS-DEB.
      *
           EXEC SQL CLOSE CUR-LOTS
           END-EXEC.
           MOVE SQLCODE                 TO WS-LOTS-SQLCODE.
           IF NOT LOTS-OK
              DISPLAY 'ERREUR FERMETURE CURSEUR LOTS : '
                      WS-LOTS-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6290-CLOSE-CUR-LOTS-FIN.
           EXIT.
      *-------------------------------------
      *6300 POSITIONNE L HISTORIQUE DES MOUVEMENTS EN DEBUT
      *------------------------------------
       6300-START-F-AMVT-E-DEB.
      *
           MOVE LOW-VALUES              TO FS-KEY-AMVT.
           START F-AMVT-E
             KEY IS NOT LESS THAN FS-KEY-AMVT
           END-START.
           IF NOT (AMVTE-OK OR AMVTE-INEXISTANT)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-AMVT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-AMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF AMVTE-INEXISTANT
              SET AMVTE-FIN             TO TRUE
           END-IF.
      *
       6300-START-F-AMVT-E-FIN.
           EXIT.
      *-------------------------------------
      *6310 LIT LE MOUVEMENT SUIVANT DU FICHIER
      *------------------------------------
       6310-READNEXT-F-AMVT-E-DEB.
      *
           IF AMVTE-FIN
              GO TO 6310-READNEXT-F-AMVT-E-FIN
           END-IF.
           READ F-AMVT-E NEXT RECORD INTO WS-AMVT-ENR.
           IF NOT (AMVTE-OK OR AMVTE-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-AMVT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-AMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6310-READNEXT-F-AMVT-E-FIN.
           EXIT.
      *-------------------------------------
      *6320 RECHERCHE SUR LE FICHIER LE MOUVEMENT DE LA TABLE
      *------------------------------------
       6320-READ-F-AMVT-E-DEB.
      *
           READ F-AMVT-E
             KEY IS FS-KEY-AMVT
           END-READ.
           EVALUATE TRUE
               WHEN AMVTE-OK
                   SET AU-FICHIER       TO TRUE
               WHEN AMVTE-INEXISTANT
                   SET ABSENT-FICHIER   TO TRUE
               WHEN OTHER
                   DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-AMVT-E'
                   DISPLAY 'VALEUR DU FS= ' WS-FS-AMVT-E
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
       6320-READ-F-AMVT-E-FIN.
           EXIT.
      *-------------------------------------
      *6330 LIT LA LIGNE TAMVTS DU MOUVEMENT DU FICHIER (CLE DEJA
      *     PREPAREE PAR 7030)
      *------------------------------------
       6330-SELECT-TAMVTS-DEB.
      *
           EXEC SQL SELECT CODAMVTS, QTEAMVTS, SLDAMVTS, TRMAMVTS,
                           TSKAMVTS, DEPAMVTS, CCTAMVTS, LOTAMVTS,
                           ORGAMVTS, SERAMVTS
                    INTO :CODAMVTS, :QTEAMVTS, :SLDAMVTS, :TRMAMVTS,
                         :TSKAMVTS, :DEPAMVTS, :CCTAMVTS, :LOTAMVTS,
                         :ORGAMVTS, :SERAMVTS
                    FROM TAMVTS
                    WHERE ARTAMVTS = :ARTAMVTS
                      AND DATAMVTS = :DATAMVTS
                      AND HEUAMVTS = :HEUAMVTS
           END-EXEC.
           MOVE SQLCODE                 TO WS-AMVTS-SQLCODE.
           IF NOT AMVTS-OK AND NOT AMVTS-FIN
              DISPLAY 'ERREUR SELECT TAMVTS : ' WS-AMVTS-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6330-SELECT-TAMVTS-FIN.
           EXIT.
      *-------------------------------------
      *6340 CREE DANS TAMVTS LE MOUVEMENT ABSENT DE LA TABLE
      *------------------------------------
       6340-INSERT-TAMVTS-DEB.
      *
           EXEC SQL INSERT INTO TAMVTS
                    (ARTAMVTS,DATAMVTS,HEUAMVTS,CODAMVTS,QTEAMVTS,
                     SLDAMVTS,TRMAMVTS,TSKAMVTS,DEPAMVTS,CCTAMVTS,
                     LOTAMVTS,ORGAMVTS,SERAMVTS)
           VALUES (:ARTAMVTS,:DATAMVTS,:HEUAMVTS,:CODAMVTS,:QTEAMVTS,
                   :SLDAMVTS,:TRMAMVTS,:TSKAMVTS,:DEPAMVTS,:CCTAMVTS,
                   :LOTAMVTS,:ORGAMVTS,:SERAMVTS)
           END-EXEC.
           MOVE SQLCODE                 TO WS-AMVTS-SQLCODE.
           IF NOT AMVTS-OK
              DISPLAY 'ERREUR INSERT TAMVTS : ' WS-AMVTS-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6340-INSERT-TAMVTS-FIN.
           EXIT.
      *-------------------------------------
      *6350 ALIGNE LA LIGNE TAMVTS SUR LE MOUVEMENT DU FICHIER
      *------------------------------------
       6350-UPDATE-TAMVTS-DEB.
      *
           EXEC SQL UPDATE TAMVTS
                    SET CODAMVTS    = :CODAMVTS,
                        QTEAMVTS    = :QTEAMVTS,
                        SLDAMVTS    = :SLDAMVTS,
                        TRMAMVTS    = :TRMAMVTS,
                        TSKAMVTS    = :TSKAMVTS,
                        DEPAMVTS    = :DEPAMVTS,
                        CCTAMVTS    = :CCTAMVTS,
                        LOTAMVTS    = :LOTAMVTS,
                        ORGAMVTS    = :ORGAMVTS,
                        SERAMVTS    = :SERAMVTS
                    WHERE ARTAMVTS  = :ARTAMVTS
                      AND DATAMVTS  = :DATAMVTS
                      AND HEUAMVTS  = :HEUAMVTS
           END-EXEC.
           MOVE SQLCODE                 TO WS-AMVTS-SQLCODE.
           IF NOT AMVTS-OK
              DISPLAY 'ERREUR UPDATE TAMVTS : ' WS-AMVTS-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6350-UPDATE-TAMVTS-FIN.
           EXIT.
      *-------------------------------------
      *6360 OUVRE LE CURSEUR DES MOUVEMENTS DE LA TABLE
      *------------------------------------
       6360-OPEN-CUR-AMVTS-DEB.
      *
           EXEC SQL OPEN CUR-AMVTS
           END-EXEC.
           MOVE SQLCODE                 TO WS-AMVTS-SQLCODE.
           IF NOT AMVTS-OK
              DISPLAY 'ERREUR OUVERTURE CURSEUR AMVTS : '
                      WS-AMVTS-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6360-OPEN-CUR-AMVTS-FIN.
           EXIT.
      *-------------------------------------
      *6370 LIT LE MOUVEMENT SUIVANT DE LA TABLE
      *------------------------------------
       6370-FETCH-CUR-AMVTS-DEB.
      *
           EXEC SQL FETCH CUR-AMVTS
                    INTO :ARTAMVTS,
                         :DATAMVTS,
                         :HEUAMVTS,
                         :QTEAMVTS
           END-EXEC.
           MOVE SQLCODE                 TO WS-AMVTS-SQLCODE.
           IF NOT AMVTS-OK AND NOT AMVTS-FIN
              DISPLAY 'ERREUR LECTURE CURSEUR AMVTS : '
                      WS-AMVTS-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6370-FETCH-CUR-AMVTS-FIN.
           EXIT.
      *-------------------------------------
      *6380 SUPPRIME LE MOUVEMENT COURANT DU CURSEUR
      *------------------------------------
       6380-DELETE-CUR-AMVTS-DEB.
      *
           EXEC SQL
               DELETE FROM TAMVTS
                WHERE CURRENT OF CUR-AMVTS
           END-EXEC.
           MOVE SQLCODE                 TO WS-AMVTS-SQLCODE.
           IF NOT AMVTS-OK
              DISPLAY 'ERREUR SUPPRESSION TAMVTS : ' WS-AMVTS-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6380-DELETE-CUR-AMVTS-FIN.
           EXIT.
      *-------------------------------------
      *6390 FERME LE CURSEUR DES MOUVEMENTS
      *------------------------------------
       6390-CLOSE-CUR-AMVTS-DEB.
      *
           EXEC SQL CLOSE CUR-AMVTS
           END-EXEC.
           MOVE SQLCODE                 TO WS-AMVTS-SQLCODE.
           IF NOT AMVTS-OK
              DISPLAY 'ERREUR FERMETURE CURSEUR AMVTS : '
                      WS-AMVTS-SQLCODE
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6390-CLOSE-CUR-AMVTS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LA DATE DU JOUR ET LES COMPTEURS PAR TABLE
      *------------------------------------
       7000-INIT-DEB.
      *
           ACCEPT WS-DATE-J FROM DATE YYYYMMDD.
           MOVE WS-DD OF WS-DATE-J      TO WS-LT-DATE (1:2).
           MOVE WS-MM OF WS-DATE-J      TO WS-LT-DATE (4:2).
           MOVE WS-YYYY OF WS-DATE-J    TO WS-LT-DATE (7:4).
           MOVE CORR WS-DATE-J          TO WS-DB2-DATE.
           MOVE WS-DB2-DATE             TO WS-DB2-DATE-JOUR.
      *
           INITIALIZE WS-TAB-CPT.
           MOVE 'TARTIC'                TO WS-CPT-TABLE (1).
           MOVE 'TLOTS '                TO WS-CPT-TABLE (2).
           MOVE 'TAMVTS'                TO WS-CPT-TABLE (3).
      *
       7000-INIT-FIN.
           EXIT.
      *-------------------------------------
      *7010 PREPARE LES VARIABLES HOTE A PARTIR DE L ARTICLE FICHIER
      *------------------------------------
       7010-PREP-HOST-ARTIC-DEB.
      *
           MOVE WS-ART-CODE             TO CODARTIC.
           MOVE WS-ART-LIBEL            TO LIBARTIC.
           MOVE WS-ART-CATEG            TO CATARTIC.
           MOVE WS-ART-FOU              TO FOUARTIC.
           MOVE WS-ART-DELAI            TO DELARTIC.
           MOVE WS-ART-QTE              TO QTEARTIC.
           MOVE WS-ART-ALERT            TO ALRARTIC.
           MOVE WS-ART-CLASSE           TO CLSARTIC.
           MOVE WS-ART-STATUT           TO STAARTIC.
           MOVE WS-ART-SERIE            TO SERARTIC.
           MOVE WS-DB2-DATE-JOUR        TO DMJARTIC.
      *
       7010-PREP-HOST-ARTIC-FIN.
           EXIT.
      *-------------------------------------
      *7020 PREPARE LES VARIABLES HOTE A PARTIR DU LOT FICHIER
      *------------------------------------
       7020-PREP-HOST-LOTS-DEB.
      *
           MOVE WS-LOT-ART-CODE         TO ARTLOTS.
           MOVE WS-LOT-NUM              TO NUMLOTS.
           MOVE WS-LOT-QTE              TO QTELOTS.
           MOVE WS-LOT-PXU              TO PXULOTS.
           IF WS-LOT-DATEXP = ZERO
              MOVE WS-DEX-SANS          TO DEXLOTS
           ELSE
              MOVE WS-LOT-DATEXP        TO WS-DATE-J
              MOVE CORR WS-DATE-J       TO WS-DB2-DATE
              MOVE WS-DB2-DATE          TO DEXLOTS
           END-IF.
           MOVE WS-LOT-STATUT           TO STALOTS.
           MOVE WS-LOT-DEPOT            TO DEPLOTS.
           MOVE WS-LOT-EMPL             TO EMPLOTS.
           MOVE WS-LOT-CONSIGNE         TO CSGLOTS.
           MOVE WS-LOT-DEROG-SUP        TO DRGLOTS.
           MOVE WS-DB2-DATE-JOUR        TO DMJLOTS.
      *
       7020-PREP-HOST-LOTS-FIN.
           EXIT.
      *-------------------------------------
      *7030 PREPARE LES VARIABLES HOTE A PARTIR DU MOUVEMENT FICHIER
      *------------------------------------
       7030-PREP-HOST-AMVTS-DEB.
      *
           MOVE WS-AMVT-ART-CODE        TO ARTAMVTS.
           MOVE WS-AMVT-DATE            TO WS-DATE-J.
           MOVE CORR WS-DATE-J          TO WS-DB2-DATE.
           MOVE WS-DB2-DATE             TO DATAMVTS.
           MOVE WS-AMVT-HEURE           TO WS-HEURE-F.
           MOVE CORR WS-HEURE-F         TO WS-DB2-HEURE.
           MOVE WS-DB2-HEURE            TO HEUAMVTS.
           MOVE WS-AMVT-CODE            TO CODAMVTS.
           MOVE WS-AMVT-QTE             TO QTEAMVTS.
           MOVE WS-AMVT-SOLDE           TO SLDAMVTS.
           MOVE WS-AMVT-TERM            TO TRMAMVTS.
           MOVE WS-AMVT-TASK            TO TSKAMVTS.
           MOVE WS-AMVT-DEPOT           TO DEPAMVTS.
           MOVE WS-AMVT-CCTR            TO CCTAMVTS.
           MOVE WS-AMVT-LOT             TO LOTAMVTS.
           MOVE WS-AMVT-ART-ORIG        TO ORGAMVTS.
           MOVE WS-AMVT-SERIE           TO SERAMVTS.
      *
       7030-PREP-HOST-AMVTS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *8000 EDITE L ENTETE DE L ETAT DES DIVERGENCES
      *------------------------------------
       8000-ENTETE-ETAT-DEB.
      *
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-TITRE.
           PERFORM  6092-WRITE-F-ETAT-S-DEB
              THRU  6092-WRITE-F-ETAT-S-FIN.
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-TIRET.
           PERFORM  6092-WRITE-F-ETAT-S-DEB
              THRU  6092-WRITE-F-ETAT-S-FIN.
      *
       8000-ENTETE-ETAT-FIN.
           EXIT.
      *-------------------------------------
      *8005 EDITE L ENTETE DE SECTION DE LA TABLE WS-IT
      *------------------------------------
       8005-SECTION-ETAT-DEB.
      *
           MOVE WS-CPT-TABLE (WS-IT)    TO WS-LS-TABLE.
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-VIDE.
           PERFORM  6092-WRITE-F-ETAT-S-DEB
              THRU  6092-WRITE-F-ETAT-S-FIN.
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-SECTION.
           PERFORM  6092-WRITE-F-ETAT-S-DEB
              THRU  6092-WRITE-F-ETAT-S-FIN.
      *
       8005-SECTION-ETAT-FIN.
           EXIT.
      *-------------------------------------
      *8010 EDITE LA DIVERGENCE COURANTE
      *------------------------------------
       8010-LIGNE-DIVERGENCE-DEB.
      *
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-DIV.
           PERFORM  6092-WRITE-F-ETAT-S-DEB
              THRU  6092-WRITE-F-ETAT-S-FIN.
      *
       8010-LIGNE-DIVERGENCE-FIN.
           EXIT.
      *-------------------------------------
      *8030 EDITE LES TOTAUX DE LA TABLE WS-IT
      *------------------------------------
       8030-TOTAUX-ETAT-DEB.
      *
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-VIDE.
           PERFORM  6092-WRITE-F-ETAT-S-DEB
              THRU  6092-WRITE-F-ETAT-S-FIN.
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-TIRET.
           PERFORM  6092-WRITE-F-ETAT-S-DEB
              THRU  6092-WRITE-F-ETAT-S-FIN.
           MOVE SPACE                   TO WS-LCPT-LIB.
           STRING 'TABLE ' WS-CPT-TABLE (WS-IT)
                  ' - LUS AU FICHIER' DELIMITED BY SIZE
                  INTO WS-LCPT-LIB.
           MOVE WS-NB-FICHIER (WS-IT)   TO WS-LCPT-NB.
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-CPT.
           PERFORM  6092-WRITE-F-ETAT-S-DEB
              THRU  6092-WRITE-F-ETAT-S-FIN.
           MOVE 'CONFORMES'             TO WS-LCPT-LIB.
           MOVE WS-NB-CONFORMES (WS-IT) TO WS-LCPT-NB.
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-CPT.
           PERFORM  6092-WRITE-F-ETAT-S-DEB
              THRU  6092-WRITE-F-ETAT-S-FIN.
           MOVE 'INSERES (ABSENTS DE LA TABLE)'
                                        TO WS-LCPT-LIB.
           MOVE WS-NB-INSERES (WS-IT)   TO WS-LCPT-NB.
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-CPT.
           PERFORM  6092-WRITE-F-ETAT-S-DEB
              THRU  6092-WRITE-F-ETAT-S-FIN.
           MOVE 'ALIGNES (DIVERGENTS)'  TO WS-LCPT-LIB.
           MOVE WS-NB-ALIGNES (WS-IT)   TO WS-LCPT-NB.
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-CPT.
           PERFORM  6092-WRITE-F-ETAT-S-DEB
              THRU  6092-WRITE-F-ETAT-S-FIN.
           MOVE 'SUPPRIMES (ABSENTS DU FICHIER)'
                                        TO WS-LCPT-LIB.
           MOVE WS-NB-SUPPRIMES (WS-IT) TO WS-LCPT-NB.
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-CPT.
           PERFORM  6092-WRITE-F-ETAT-S-DEB
              THRU  6092-WRITE-F-ETAT-S-FIN.
      *
       8030-TOTAUX-ETAT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           EXEC SQL
               COMMIT
           END-EXEC.
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARID213         *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* TARTIC INSERES/ALIGNES  : ' WS-NB-INSERES (1)
                   ' / ' WS-NB-ALIGNES (1).
           DISPLAY '* TARTIC SUPPRIMES        : ' WS-NB-SUPPRIMES (1).
           DISPLAY '* TLOTS  INSERES/ALIGNES  : ' WS-NB-INSERES (2)
                   ' / ' WS-NB-ALIGNES (2).
           DISPLAY '* TLOTS  SUPPRIMES        : ' WS-NB-SUPPRIMES (2).
           DISPLAY '* TAMVTS INSERES/ALIGNES  : ' WS-NB-INSERES (3)
                   ' / ' WS-NB-ALIGNES (3).
           DISPLAY '* TAMVTS SUPPRIMES        : ' WS-NB-SUPPRIMES (3).
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARID213        *'.
           DISPLAY '*==============================================*'.
           EXEC SQL
               ROLLBACK
           END-EXEC.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
