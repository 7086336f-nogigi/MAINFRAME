      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO962                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *ACCEPTATION PAR LE SERVICE ACHATS DES ORDRES D ACHAT PLANIFIES *
      *PAR LE CALCUL DES BESOINS NETS ARIO960 (PLA0101, COPY PLANIF). *
      *UNE CARTE F-ACC-E PAR ORDRE ACCEPTE : NUMERO DE L ORDRE ET,    *
      *FACULTATIVEMENT, QUANTITE A COMMANDER (A DEFAUT LA QUANTITE    *
      *PLANIFIEE). UNE COMMANDE OUVERTE CDE0101 EST CREEE CHEZ LE     *
      *FOURNISSEUR DE L ORDRE, DANS SA DEVISE (FOUR0101), AVEC LE     *
      *DELAI DE L ARTICLE ; L ORDRE PASSE ACCEPTE AVEC LE NUMERO DE   *
      *LA COMMANDE ET N EST PLUS SUPPRIME PAR LE CALCUL SUIVANT.      *
      *UNE CARTE EST REJETEE SI L ORDRE EST INCONNU, DEJA ACCEPTE OU  *
      *DE FABRICATION (LANCE PAR L ATELIER DANS ARIC137), SI          *
      *L ARTICLE EST INCONNU OU NE S ACHETE PLUS (BROUILLON, BLOQUE A *
      *L ACHAT, FIN DE VIE) OU SI AUCUN FOURNISSEUR N EST CONNU. LES  *
      *REJETS SONT LISTES EN FIN D ETAT.                              *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! COMMANDE CREEE EN UNITES DE STOCK (SANS UNITE *
      *               ! D ACHAT, CONVERSION A ZERO)                   *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO962.
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
      *                      F-ACC-E : CARTES D ACCEPTATION DES ORDRES
      *                                D ACHAT PLANIFIES
      *                      -------------------------------------------
           SELECT  F-ACC-E             ASSIGN TO ACCPLA
                   FILE STATUS         IS WS-FS-ACC-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-PLA-ES : ORDRES PLANIFIES (IO)
      *                      -------------------------------------------
           SELECT  F-PLA-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-PLA
                   FILE STATUS         IS WS-FS-PLA-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CDE-ES : FICHIER DES COMMANDES DE
      *                                 REAPPROVISIONNEMENT (IO)
      *                      -------------------------------------------
           SELECT  F-CDE-ES            ASSIGN TO IO002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-CDE
                   FILE STATUS         IS WS-FS-CDE-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ART-E : FICHIER DES ARTICLES EN ENTREE
      *                      -------------------------------------------
           SELECT  F-ART-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-ART
                   FILE STATUS         IS WS-FS-ART-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-FOUR-E : FICHIER MAITRE DES FOURNISSEURS
      *                      (DEVISE DES COMMANDES)
      *                      -------------------------------------------
           SELECT  F-FOUR-E            ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-FOUR
                   FILE STATUS         IS WS-FS-FOUR-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-ACC-S : SYSOUT ETAT DES COMMANDES
      *                      ISSUES DES ORDRES PLANIFIES
      *                      -------------------------------------------
           SELECT  F-ETAT-ACC-S        ASSIGN TO ETATACC
                   FILE STATUS         IS WS-FS-ETAT-ACC-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :ACCPLA IO001 IO002 INP001 INP002 ETATACC            *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *CARTES D ACCEPTATION EN ENTREE
       FD  F-ACC-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-ACC-E       PIC X(80).
      *FICHIER DES ORDRES PLANIFIES
       FD  F-PLA-ES
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-PLA-ES.
           05  FS-KEY-PLA        PIC X(12).
           05  FILLER            PIC X(68).
      *FICHIER DES COMMANDES DE REAPPROVISIONNEMENT
       FD  F-CDE-ES
           RECORD CONTAINS 124 CHARACTERS.
       01  FS-BUFF-F-CDE-ES.
           05  FS-KEY-CDE        PIC X(11).
           05  FILLER            PIC X(113).
      *FICHIER ARTICLE EN ENTREE
       FD  F-ART-E
           RECORD CONTAINS 290 CHARACTERS.
       01  FS-BUFF-F-ART-E.
           05  FS-KEY-ART        PIC X(5).
           05  FILLER            PIC X(285).
      *FICHIER MAITRE DES FOURNISSEURS EN ENTREE
       FD  F-FOUR-E
           RECORD CONTAINS 140 CHARACTERS.
       01  FS-BUFF-F-FOUR-E.
           05  FS-KEY-FOUR       PIC X(5).
           05  FILLER            PIC X(135).
      *ETAT DES COMMANDES ISSUES DES ORDRES PLANIFIES EN SORTIE
       FD  F-ETAT-ACC-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-ACC-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY PLANIF.
       COPY COMMANDE.
       COPY ARTICLE.
       COPY FOURNISS.
      *FILE STATUS
       01  WS-FS-ACC-E       PIC X(2).
           88 ACC-OK                              VALUE '00'.
           88 ACC-FIN                             VALUE '10'.
       01  WS-FS-PLA-ES      PIC X(2).
           88 PLA-OK                              VALUE '00'.
           88 PLA-INEXISTANT                      VALUE '23'.
       01  WS-FS-CDE-ES      PIC X(2).
           88 CDE-OK                              VALUE '00'.
           88 CDE-FIN                             VALUE '10'.
           88 CDE-INEXISTANTE                     VALUE '23'.
       01  WS-FS-ART-E       PIC X(2).
           88 ART-OK                              VALUE '00'.
           88 ART-INEXISTANT                      VALUE '23'.
       01  WS-FS-FOUR-E      PIC X(2).
           88 FOUR-OK                             VALUE '00'.
           88 FOUR-INEXISTANT                     VALUE '23'.
       01  WS-FS-ETAT-ACC-S  PIC X(2).
           88 ETACC-OK                            VALUE '00'.
      *CARTE D ACCEPTATION : NUMERO DE L ORDRE PLANIFIE ET QUANTITE
      *A COMMANDER (BLANC = QUANTITE PLANIFIEE)
       01  WS-ACC-ENR.
           05  WS-ACC-PLA-NUM        PIC X(12).
           05  WS-ACC-QTE-X          PIC X(6).
           05  WS-ACC-QTE-N REDEFINES WS-ACC-QTE-X
                                     PIC 9(6).
           05  FILLER                PIC X(62).
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
      *SEQUENCE DES COMMANDES DU JOUR (REPRISE APRES LA PLUS HAUTE
      *DEJA ATTRIBUEE PAR ARIO921, ARIO956 OU UNE EXECUTION PRECEDENTE)
       01  WS-CDE-SEQ-JOUR   PIC 9(3) COMP VALUE ZERO.
      *FOURNISSEUR ET QUANTITE DE LA COMMANDE A CREER
       01  WS-FOU-CDE        PIC 9(5) VALUE ZERO.
       01  WS-QTE-CDE        PIC 9(6) VALUE ZERO.
      *TABLE DES CARTES REJETEES (FIN D ETAT)
       01  WS-TAB-REJ.
           05  WS-TREJ-ENTREE        OCCURS 999.
               10  WS-TREJ-NUM       PIC X(12).
               10  WS-TREJ-ART       PIC X(5).
               10  WS-TREJ-MOTIF     PIC X(40).
       01  WS-NB-REJ         PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-REJ        PIC S9(4) COMP VALUE ZERO.
       01  WS-MOTIF-REJ      PIC X(40).
      *LIGNES D EDITION
       01  WS-LACC-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LACC-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LACC-ENTETE.
           05  FILLER            PIC X(50)
                VALUE 'COMMANDES ISSUES DES ORDRES D ACHAT PLANIFIES'.
           05  FILLER            PIC X(12) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LACC-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LACC-INTITULE.
           05  FILLER            PIC X(40)
                   VALUE 'ORDRE PLANIFIE ARTIC  QTE PLA COMMANDE  '.
           05  FILLER            PIC X(40)
                   VALUE '    FOURN  QTE CDE DEV  BESOIN   RETARD '.
       01  WS-LACC-DETAIL.
           05  WS-LACC-PLA-DATE-ED PIC 9(8).
           05  FILLER            PIC X(1)  VALUE '/'.
           05  WS-LACC-PLA-SEQ-ED  PIC 9(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LACC-ART-ED    PIC X(5).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LACC-QTE-PLA-ED PIC ZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LACC-CDE-DATE-ED PIC 9(8).
           05  FILLER            PIC X(1)  VALUE '/'.
           05  WS-LACC-CDE-SEQ-ED  PIC 9(3).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LACC-FOU-ED    PIC 9(5).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LACC-QTE-CDE-ED PIC ZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LACC-DEV-ED    PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LACC-BESOIN-ED PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LACC-RETARD-ED PIC X(6).
           05  FILLER            PIC X(4)  VALUE SPACES.
       01  WS-LREJ-TITRE.
           05  FILLER            PIC X(50)
             VALUE 'CARTES D ACCEPTATION REJETEES - A REPRENDRE PAR LE'.
           05  FILLER            PIC X(30)
             VALUE ' SERVICE ACHATS'.
       01  WS-LREJ-INTITULE.
           05  FILLER            PIC X(40)
                   VALUE 'ORDRE PLANIFIE ARTIC  MOTIF'.
           05  FILLER            PIC X(40) VALUE SPACES.
       01  WS-LREJ-DETAIL.
           05  WS-LREJ-NUM-ED    PIC X(12).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LREJ-ART-ED    PIC X(5).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LREJ-MOTIF-ED  PIC X(40).
           05  FILLER            PIC X(18) VALUE SPACES.
       01  WS-LACC-AUCUNE.
           05  FILLER            PIC X(50)
               VALUE 'AUCUN ORDRE D ACHAT PLANIFIE ACCEPTE'.
           05  FILLER            PIC X(30) VALUE SPACES.
      *COMPTEUR RENDU EXEC
       01  WS-NB-ACC-LUES    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-CDE-CREE    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-QTE-MODIF   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-HORS-TABLE  PIC S9(6) COMP VALUE ZERO.
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
      * REPREND LA SEQUENCE DES COMMANDES DU JOUR, PUIS CREE UNE      *
      * COMMANDE PAR CARTE D ACCEPTATION VALIDE                       *
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-DATE-DEB
              THRU  7000-INIT-DATE-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  1000-TRT-CDE-DU-JOUR-DEB
              THRU  1000-TRT-CDE-DU-JOUR-FIN.
      *
           PERFORM  8000-EDITION-ENTETE-DEB
              THRU  8000-EDITION-ENTETE-FIN.
      *
           PERFORM  6010-READ-F-ACC-E-DEB
              THRU  6010-READ-F-ACC-E-FIN.
           PERFORM  2000-TRT-UNE-CARTE-DEB
              THRU  2000-TRT-UNE-CARTE-FIN
             UNTIL  ACC-FIN.
      *
           IF  WS-NB-CDE-CREE = ZERO
               WRITE FS-BUFF-F-ETAT-ACC-S FROM WS-LACC-AUCUNE
           END-IF.
      *
           PERFORM  8040-EDITION-REJETS-DEB
              THRU  8040-EDITION-REJETS-FIN.
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
      * TRT 1000 PARCOURT LES COMMANDES POUR REPRENDRE LA SEQUENCE
      * DU JOUR APRES LA PLUS HAUTE DEJA ATTRIBUEE
      *----------------------------------------------------
       1000-TRT-CDE-DU-JOUR-DEB.
      *
           PERFORM  6030-START-F-CDE-ES-DEB
              THRU  6030-START-F-CDE-ES-FIN.
      *
           IF  CDE-OK
               PERFORM  6035-READNEXT-F-CDE-ES-DEB
                  THRU  6035-READNEXT-F-CDE-ES-FIN
               PERFORM  1010-TRT-UNE-CDE-DEB
                  THRU  1010-TRT-UNE-CDE-FIN
                 UNTIL  CDE-FIN
           END-IF.
      *
       1000-TRT-CDE-DU-JOUR-FIN.
           EXIT.
       1010-TRT-UNE-CDE-DEB.
      *
           IF  WS-CDE-NUM-DATE = WS-DATEJ-N
               AND WS-CDE-NUM-SEQ > WS-CDE-SEQ-JOUR
               MOVE WS-CDE-NUM-SEQ       TO WS-CDE-SEQ-JOUR
           END-IF.
      *
           PERFORM  6035-READNEXT-F-CDE-ES-DEB
              THRU  6035-READNEXT-F-CDE-ES-FIN.
      *
       1010-TRT-UNE-CDE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 CONTROLE UNE CARTE D ACCEPTATION : ORDRE D ACHAT
      * PLANIFIE CONNU, ARTICLE ACHETABLE, FOURNISSEUR CONNU, PUIS
      * CREE LA COMMANDE ET MARQUE L ORDRE ACCEPTE
      *----------------------------------------------------
       2000-TRT-UNE-CARTE-DEB.
      *
           ADD  1                        TO WS-NB-ACC-LUES.
           MOVE SPACES                   TO WS-PLA-ART-CODE.
      *
           IF  WS-ACC-PLA-NUM NOT NUMERIC
               OR (WS-ACC-QTE-X NOT = SPACES
                   AND WS-ACC-QTE-X NOT NUMERIC)
               MOVE 'CARTE INVALIDE'     TO WS-MOTIF-REJ
               GO TO 2000-TRT-UNE-CARTE-REJET
           END-IF.
      *
           MOVE WS-ACC-PLA-NUM           TO FS-KEY-PLA.
           PERFORM  6020-READ-F-PLA-ES-DEB
              THRU  6020-READ-F-PLA-ES-FIN.
           IF  PLA-INEXISTANT
               MOVE 'ORDRE PLANIFIE INCONNU' TO WS-MOTIF-REJ
               GO TO 2000-TRT-UNE-CARTE-REJET
           END-IF.
           IF  PLA-FABRICATION
               MOVE 'ORDRE DE FABRICATION (ARIC137)'
                                         TO WS-MOTIF-REJ
               GO TO 2000-TRT-UNE-CARTE-REJET
           END-IF.
           IF  NOT PLA-PLANIFIE
               MOVE 'ORDRE DEJA ACCEPTE' TO WS-MOTIF-REJ
               GO TO 2000-TRT-UNE-CARTE-REJET
           END-IF.
      *
           MOVE WS-PLA-ART-CODE          TO FS-KEY-ART.
           PERFORM  6050-READ-F-ART-E-DEB
              THRU  6050-READ-F-ART-E-FIN.
           IF  ART-INEXISTANT
               MOVE 'ARTICLE INCONNU'    TO WS-MOTIF-REJ
               GO TO 2000-TRT-UNE-CARTE-REJET
           END-IF.
           IF  ART-BROUILLON OR ART-BLOQUE-ACHAT OR ART-FIN-DE-VIE
               MOVE 'ARTICLE NON ACHETABLE (STATUT)'
                                         TO WS-MOTIF-REJ
               GO TO 2000-TRT-UNE-CARTE-REJET
           END-IF.
      *
      *    FOURNISSEUR DE L ORDRE, A DEFAUT FOURNISSEUR ATTITRE ACTUEL
           MOVE WS-PLA-FOU-CODE          TO WS-FOU-CDE.
           IF  WS-FOU-CDE = ZERO
               MOVE WS-ART-FOU           TO WS-FOU-CDE
           END-IF.
           IF  WS-FOU-CDE = ZERO
               MOVE 'ARTICLE SANS FOURNISSEUR ATTITRE'
                                         TO WS-MOTIF-REJ
               GO TO 2000-TRT-UNE-CARTE-REJET
           END-IF.
      *
           MOVE WS-PLA-QTE               TO WS-QTE-CDE.
           IF  WS-ACC-QTE-X NOT = SPACES
               IF  WS-ACC-QTE-N = ZERO
                   MOVE 'QUANTITE A COMMANDER NULLE'
                                         TO WS-MOTIF-REJ
                   GO TO 2000-TRT-UNE-CARTE-REJET
               END-IF
               IF  WS-ACC-QTE-N NOT = WS-PLA-QTE
                   MOVE WS-ACC-QTE-N     TO WS-QTE-CDE
                   ADD  1                TO WS-NB-QTE-MODIF
               END-IF
           END-IF.
      *
           PERFORM  3000-CREE-UNE-CDE-DEB
              THRU  3000-CREE-UNE-CDE-FIN.
           GO TO 2000-TRT-UNE-CARTE-SUITE.
      *
       2000-TRT-UNE-CARTE-REJET.
           PERFORM  7020-RETIENT-REJET-DEB
              THRU  7020-RETIENT-REJET-FIN.
      *
       2000-TRT-UNE-CARTE-SUITE.
           PERFORM  6010-READ-F-ACC-E-DEB
              THRU  6010-READ-F-ACC-E-FIN.
      *
       2000-TRT-UNE-CARTE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 CREE LA COMMANDE DE L ORDRE ACCEPTE, PASSE L ORDRE
      * ACCEPTE AVEC LE NUMERO DE COMMANDE PUIS EDITE LA LIGNE
      *----------------------------------------------------
       3000-CREE-UNE-CDE-DEB.
      *
           PERFORM  7030-ALIM-CDE-DEB
              THRU  7030-ALIM-CDE-FIN.
           PERFORM  6040-WRITE-F-CDE-ES-DEB
              THRU  6040-WRITE-F-CDE-ES-FIN.
           ADD  1                        TO WS-NB-CDE-CREE.
      *
           SET  PLA-ACCEPTE              TO TRUE.
           MOVE WS-CDE-NUM               TO WS-PLA-CDE-NUM.
           MOVE WS-DATEJ-N               TO WS-PLA-DATE-ACCEPT.
           PERFORM  6025-REWRITE-F-PLA-ES-DEB
              THRU  6025-REWRITE-F-PLA-ES-FIN.
      *
           PERFORM  8020-EDITION-DETAIL-DEB
              THRU  8020-EDITION-DETAIL-FIN.
      *
       3000-CREE-UNE-CDE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *6000 EXECUTE L OPEN DES FICHIERS
      *----------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN INPUT F-ACC-E.
           IF WS-FS-ACC-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ACC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ACC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-PLA-ES.
           IF WS-FS-PLA-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-PLA-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PLA-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-CDE-ES.
           IF WS-FS-CDE-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CDE-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CDE-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-ART-E.
           IF WS-FS-ART-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-FOUR-E.
           IF WS-FS-FOUR-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-FOUR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FOUR-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-ACC-S.
           IF WS-FS-ETAT-ACC-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-ACC-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-ACC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT LA CARTE D ACCEPTATION SUIVANTE
      *------------------------------------
       6010-READ-F-ACC-E-DEB.
      *
           READ F-ACC-E INTO WS-ACC-ENR.
           IF NOT (ACC-OK OR ACC-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ACC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ACC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-ACC-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 LIT L ORDRE PLANIFIE DE CLE FS-KEY-PLA (POSEE PAR
      *     L APPELANT)
      *------------------------------------
       6020-READ-F-PLA-ES-DEB.
      *
           READ F-PLA-ES INTO WS-PLA-ENR.
           IF NOT (PLA-OK OR PLA-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PLA-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PLA-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-F-PLA-ES-FIN.
           EXIT.
      *-------------------------------------
      *6025 REECRIT L ORDRE PLANIFIE ACCEPTE
      *------------------------------------
       6025-REWRITE-F-PLA-ES-DEB.
      *
           REWRITE FS-BUFF-F-PLA-ES FROM WS-PLA-ENR.
           IF NOT PLA-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-PLA-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PLA-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6025-REWRITE-F-PLA-ES-FIN.
           EXIT.
      *-------------------------------------
      *6030 POSITIONNE F-CDE-ES EN DEBUT DE FICHIER
      *------------------------------------
       6030-START-F-CDE-ES-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-CDE.
           START F-CDE-ES
             KEY IS NOT LESS THAN FS-KEY-CDE
           END-START.
           IF NOT (CDE-OK OR CDE-INEXISTANTE)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-CDE-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CDE-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-START-F-CDE-ES-FIN.
           EXIT.
      *-------------------------------------
      *6035 LIT LA COMMANDE SUIVANTE SUR F-CDE-ES
      *------------------------------------
       6035-READNEXT-F-CDE-ES-DEB.
      *
           READ F-CDE-ES NEXT RECORD INTO WS-CDE-ENR.
           IF NOT (CDE-OK OR CDE-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CDE-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CDE-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6035-READNEXT-F-CDE-ES-FIN.
           EXIT.
      *-------------------------------------
      *6040 ECRIT UNE NOUVELLE COMMANDE SUR F-CDE-ES
      *------------------------------------
       6040-WRITE-F-CDE-ES-DEB.
      *
           WRITE FS-BUFF-F-CDE-ES FROM WS-CDE-ENR.
           IF NOT CDE-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-CDE-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CDE-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-WRITE-F-CDE-ES-FIN.
           EXIT.
      *-------------------------------------
      *6050 LIT L ARTICLE DE CLE FS-KEY-ART (POSEE PAR L APPELANT)
      *------------------------------------
       6050-READ-F-ART-E-DEB.
      *
           READ F-ART-E INTO WS-ART-ENR.
           IF NOT (ART-OK OR ART-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6050-READ-F-ART-E-FIN.
           EXIT.
      *-------------------------------------
      *6060 LIT LE FOURNISSEUR DE LA COMMANDE - FOURNISSEUR ABSENT
      *     RENDU A L APPELANT (DEVISE EUR)
      *------------------------------------
       6060-READ-F-FOUR-E-DEB.
      *
           READ F-FOUR-E INTO WS-FOUR-ENR.
           IF NOT (FOUR-OK OR FOUR-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FOUR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FOUR-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6060-READ-F-FOUR-E-FIN.
           EXIT.
      *-------------------------------------
      *6090 EXECUTE LA FERMETURE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-ACC-E.
           CLOSE F-PLA-ES.
           IF WS-FS-PLA-ES NOT = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-PLA-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PLA-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-CDE-ES.
           IF WS-FS-CDE-ES NOT = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-CDE-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CDE-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ART-E.
           CLOSE F-FOUR-E.
           CLOSE F-ETAT-ACC-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LA DATE DU JOUR
      *------------------------------------
       7000-INIT-DATE-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE WS-DATEJ-JJ   TO WS-LACC-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LACC-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LACC-DATE-ED (7:4).
      *
       7000-INIT-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7020 RETIENT UNE CARTE REJETEE POUR LA FIN D ETAT
      *------------------------------------
       7020-RETIENT-REJET-DEB.
      *
           IF  WS-NB-REJ < 999
               ADD  1                    TO WS-NB-REJ
               MOVE WS-ACC-PLA-NUM       TO WS-TREJ-NUM(WS-NB-REJ)
               MOVE WS-PLA-ART-CODE      TO WS-TREJ-ART(WS-NB-REJ)
               MOVE WS-MOTIF-REJ         TO WS-TREJ-MOTIF(WS-NB-REJ)
           ELSE
               ADD  1                    TO WS-NB-HORS-TABLE
           END-IF.
      *
       7020-RETIENT-REJET-FIN.
           EXIT.
      *-------------------------------------
      *7030 CONSTITUE LA COMMANDE DE L ORDRE ACCEPTE : FOURNISSEUR DE
      *     L ORDRE, QUANTITE ACCEPTEE, DELAI DE L ARTICLE, DEVISE DU
      *     FOURNISSEUR
      *------------------------------------
       7030-ALIM-CDE-DEB.
      *
           MOVE SPACES                   TO WS-CDE-ENR.
           ADD  1                        TO WS-CDE-SEQ-JOUR.
           MOVE WS-DATEJ-N               TO WS-CDE-NUM-DATE.
           MOVE WS-CDE-SEQ-JOUR          TO WS-CDE-NUM-SEQ.
           MOVE WS-PLA-ART-CODE          TO WS-CDE-ART-CODE.
           MOVE WS-FOU-CDE               TO WS-CDE-FOU-CODE.
           MOVE WS-QTE-CDE               TO WS-CDE-QTE.
           MOVE WS-DATEJ-AAAA            TO WS-CDE-DATE-AAAA.
           MOVE WS-DATEJ-MM              TO WS-CDE-DATE-MM.
           MOVE WS-DATEJ-JJ              TO WS-CDE-DATE-JJ.
           MOVE WS-ART-DELAI             TO WS-CDE-DELAI.
           SET  CDE-OUVERTE              TO TRUE.
           MOVE ZERO                     TO WS-CDE-QTE-RECUE.
           MOVE ZERO                     TO WS-CDE-DATE-RECEP.
           MOVE ZERO                     TO WS-CDE-DATE-TRANS.
           MOVE ZERO                     TO WS-CDE-HEURE-TRANS.
           MOVE SPACES                   TO WS-CDE-SUP-APPRO.
           MOVE ZERO                     TO WS-CDE-NB-RELANCE.
           MOVE ZERO                     TO WS-CDE-DATE-RELANCE.
           SET  CDE-FOU-ATTITRE          TO TRUE.
           MOVE ZERO                     TO WS-CDE-QTE-CONF.
           MOVE ZERO                     TO WS-CDE-DATE-CONF.
           SET  CDE-SANS-REPONSE         TO TRUE.
           SET  CDE-HORS-CONTRAT         TO TRUE.
           MOVE SPACES                   TO WS-CDE-UNITE-ACH.
           MOVE ZERO                     TO WS-CDE-CONV.
           MOVE WS-CDE-QTE               TO WS-CDE-QTE-ACH.
      *
           MOVE 'EUR'                    TO WS-CDE-DEVISE.
           MOVE WS-FOU-CDE               TO FS-KEY-FOUR.
           PERFORM  6060-READ-F-FOUR-E-DEB
              THRU  6060-READ-F-FOUR-E-FIN.
           IF  FOUR-OK AND WS-FOUR-DEVISE NOT = SPACES
               MOVE WS-FOUR-DEVISE       TO WS-CDE-DEVISE
           END-IF.
      *
       7030-ALIM-CDE-FIN.
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
           WRITE FS-BUFF-F-ETAT-ACC-S FROM WS-LACC-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-ACC-S FROM WS-LACC-BLANC.
           WRITE FS-BUFF-F-ETAT-ACC-S FROM WS-LACC-INTITULE.
           WRITE FS-BUFF-F-ETAT-ACC-S FROM WS-LACC-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8020 EDITE L ORDRE ACCEPTE ET SA COMMANDE
      *------------------------------------
       8020-EDITION-DETAIL-DEB.
      *
           MOVE WS-PLA-NUM-DATE          TO WS-LACC-PLA-DATE-ED.
           MOVE WS-PLA-NUM-SEQ           TO WS-LACC-PLA-SEQ-ED.
           MOVE WS-PLA-ART-CODE          TO WS-LACC-ART-ED.
           MOVE WS-PLA-QTE               TO WS-LACC-QTE-PLA-ED.
           MOVE WS-CDE-NUM-DATE          TO WS-LACC-CDE-DATE-ED.
           MOVE WS-CDE-NUM-SEQ           TO WS-LACC-CDE-SEQ-ED.
           MOVE WS-CDE-FOU-CODE          TO WS-LACC-FOU-ED.
           MOVE WS-CDE-QTE               TO WS-LACC-QTE-CDE-ED.
           MOVE WS-CDE-DEVISE            TO WS-LACC-DEV-ED.
           MOVE WS-PLA-DATE-BESOIN       TO WS-LACC-BESOIN-ED.
           IF  PLA-EN-RETARD
               MOVE 'RETARD'             TO WS-LACC-RETARD-ED
           ELSE
               MOVE SPACES               TO WS-LACC-RETARD-ED
           END-IF.
      *
           WRITE FS-BUFF-F-ETAT-ACC-S FROM WS-LACC-DETAIL.
      *
       8020-EDITION-DETAIL-FIN.
           EXIT.
      *-------------------------------------
      *8040 EDITE EN FIN D ETAT LES CARTES REJETEES
      *------------------------------------
       8040-EDITION-REJETS-DEB.
      *
           IF  WS-NB-REJ = ZERO
               GO TO 8040-EDITION-REJETS-FIN
           END-IF.
      *
           WRITE FS-BUFF-F-ETAT-ACC-S FROM WS-LACC-BLANC.
           WRITE FS-BUFF-F-ETAT-ACC-S FROM WS-LREJ-TITRE.
           WRITE FS-BUFF-F-ETAT-ACC-S FROM WS-LREJ-INTITULE.
           WRITE FS-BUFF-F-ETAT-ACC-S FROM WS-LACC-TIRET.
           PERFORM  8045-EDITION-UN-REJET-DEB
              THRU  8045-EDITION-UN-REJET-FIN
             VARYING WS-IND-REJ FROM 1 BY 1
             UNTIL  WS-IND-REJ > WS-NB-REJ.
      *
       8040-EDITION-REJETS-FIN.
           EXIT.
       8045-EDITION-UN-REJET-DEB.
      *
           MOVE WS-TREJ-NUM(WS-IND-REJ)   TO WS-LREJ-NUM-ED.
           MOVE WS-TREJ-ART(WS-IND-REJ)   TO WS-LREJ-ART-ED.
           MOVE WS-TREJ-MOTIF(WS-IND-REJ) TO WS-LREJ-MOTIF-ED.
           WRITE FS-BUFF-F-ETAT-ACC-S FROM WS-LREJ-DETAIL.
      *
       8045-EDITION-UN-REJET-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO962              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* CARTES LUES               : ' WS-NB-ACC-LUES.
           DISPLAY '* COMMANDES CREEES          : ' WS-NB-CDE-CREE.
           DISPLAY '* DONT QUANTITE MODIFIEE    : ' WS-NB-QTE-MODIF.
           DISPLAY '* CARTES REJETEES           : ' WS-NB-REJ.
           DISPLAY '* REJETS HORS TABLE         : ' WS-NB-HORS-TABLE.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO962         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO962        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
