      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO956                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *TRANSFORMATION DE NUIT DES DEMANDES D ACHAT INTERNES VALIDEES  *
      *(DAC0101, SAISIES PAR LES CENTRES DE COUT DANS ARIC143) EN     *
      *COMMANDES FOURNISSEUR (CDE0101). LES DEMANDES VALIDEES SONT    *
      *REGROUPEES PAR FOURNISSEUR ATTITRE ET PAR ARTICLE (UNE         *
      *COMMANDE PORTE UN SEUL ARTICLE) : UNE COMMANDE OUVERTE EST     *
      *CREEE PAR GROUPE POUR LA SOMME DES QUANTITES DEMANDEES, DANS LA *
      *DEVISE DU FOURNISSEUR (FOUR0101). LES DEMANDES AYANT DEJA ETE  *
      *APPROUVEES, LA COMMANDE NE REPASSE PAS PAR LE SEUIL            *
      *D APPROBATION D ARIO921. CHAQUE DEMANDE PASSE AU STATUT        *
      *COMMANDEE AVEC LE NUMERO DE SA COMMANDE ET LE LIEN             *
      *COMMANDE / DEMANDE EST ECRIT DANS XDA0101 (COPY CDEXDAC) POUR  *
      *LA RECEPTION ARIC122. UNE DEMANDE DONT L ARTICLE EST INCONNU OU *
      *NE S ACHETE PLUS (BROUILLON, BLOQUE A L ACHAT, FIN DE VIE)     *
      *RESTE VALIDEE ET EST LISTEE EN FIN D ETAT. UNE DEMANDE DONT LA *
      *DATE DE BESOIN PRECEDE LA DATE DU JOUR AUGMENTEE DU DELAI DE   *
      *L ARTICLE (CONVENTION 360 JOURS) EST SIGNALEE SUR L ETAT.      *
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
       PROGRAM-ID.      ARIO956.
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
      *                      F-DAC-ES : FICHIER DES DEMANDES D ACHAT
      *                                 INTERNES (IO)
      *                      -------------------------------------------
           SELECT  F-DAC-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-DAC
                   FILE STATUS         IS WS-FS-DAC-ES.
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
      *                      F-XDA-S : LIENS COMMANDE / DEMANDES
      *                      D ACHAT (POUR LA RECEPTION ARIC122)
      *                      -------------------------------------------
           SELECT  F-XDA-S             ASSIGN TO IO003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-XDA
                   FILE STATUS         IS WS-FS-XDA-S.
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
      *                      F-ETAT-DAC-S : SYSOUT ETAT DES COMMANDES
      *                      ISSUES DES DEMANDES D ACHAT
      *                      -------------------------------------------
           SELECT  F-ETAT-DAC-S        ASSIGN TO ETATDAC
                   FILE STATUS         IS WS-FS-ETAT-DAC-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :IO001 IO002 IO003 INP001 INP002 ETATDAC             *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *FICHIER DES DEMANDES D ACHAT INTERNES
       FD  F-DAC-ES
           RECORD CONTAINS 150 CHARACTERS.
       01  FS-BUFF-F-DAC-ES.
           05  FS-KEY-DAC        PIC X(11).
           05  FILLER            PIC X(139).
      *FICHIER DES COMMANDES DE REAPPROVISIONNEMENT
       FD  F-CDE-ES
           RECORD CONTAINS 124 CHARACTERS.
       01  FS-BUFF-F-CDE-ES.
           05  FS-KEY-CDE        PIC X(11).
           05  FILLER            PIC X(113).
      *LIENS COMMANDE / DEMANDES D ACHAT
       FD  F-XDA-S
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-XDA-S.
           05  FS-KEY-XDA        PIC X(22).
           05  FILLER            PIC X(18).
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
      *ETAT DES COMMANDES ISSUES DES DEMANDES EN SORTIE
       FD  F-ETAT-DAC-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-DAC-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY DEMACHAT.
       COPY CDEXDAC.
       COPY COMMANDE.
       COPY ARTICLE.
       COPY FOURNISS.
      *FILE STATUS
       01  WS-FS-DAC-ES      PIC X(2).
           88 DAC-OK                              VALUE '00'.
           88 DAC-FIN                             VALUE '10'.
           88 DAC-INEXISTANTE                     VALUE '23'.
       01  WS-FS-CDE-ES      PIC X(2).
           88 CDE-OK                              VALUE '00'.
           88 CDE-FIN                             VALUE '10'.
           88 CDE-INEXISTANTE                     VALUE '23'.
       01  WS-FS-XDA-S       PIC X(2).
           88 XDA-OK                              VALUE '00'.
           88 XDA-DOUBLON                         VALUE '22'.
           88 XDA-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-ART-E       PIC X(2).
           88 ART-OK                              VALUE '00'.
           88 ART-INEXISTANT                      VALUE '23'.
       01  WS-FS-FOUR-E      PIC X(2).
           88 FOUR-OK                             VALUE '00'.
           88 FOUR-INEXISTANT                     VALUE '23'.
       01  WS-FS-ETAT-DAC-S  PIC X(2).
           88 ETDAC-OK                            VALUE '00'.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
      *DATE A CONVERTIR EN QUANTIEME (CONVENTION 360 JOURS)
       01  WS-DATE-CNV.
           05  WS-DCNV-AAAA      PIC 9(4).
           05  WS-DCNV-MM        PIC 99.
           05  WS-DCNV-JJ        PIC 99.
       01  WS-DATE-CNV-N REDEFINES WS-DATE-CNV
                             PIC 9(8).
       01  WS-JOUR-ORD       PIC 9(7) COMP VALUE ZERO.
       01  WS-JOUR-ORD-JOUR  PIC 9(7) COMP VALUE ZERO.
      *SEQUENCE DES COMMANDES DU JOUR (REPRISE APRES LA PLUS HAUTE
      *DEJA ATTRIBUEE PAR ARIO921 OU UNE EXECUTION PRECEDENTE)
       01  WS-CDE-SEQ-JOUR   PIC 9(3) COMP VALUE ZERO.
      *TABLE DES GROUPES FOURNISSEUR / ARTICLE A COMMANDER
       01  WS-TAB-GRP.
           05  WS-TGRP-ENTREE        OCCURS 999.
               10  WS-TGRP-FOU       PIC 9(5).
               10  WS-TGRP-ART       PIC X(5).
               10  WS-TGRP-QTE       PIC 9(6).
               10  WS-TGRP-DELAI     PIC 99.
               10  WS-TGRP-NB-DAC    PIC 9(4).
               10  WS-TGRP-CDE-NUM   PIC X(11).
       01  WS-NB-GRP         PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-GRP        PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-GRP-TRV    PIC S9(4) COMP VALUE ZERO.
      *TABLE DES DEMANDES RETENUES (RATTACHEES A UN GROUPE)
       01  WS-TAB-DAC.
           05  WS-TDAC-ENTREE        OCCURS 9999.
               10  WS-TDAC-NUM       PIC X(11).
               10  WS-TDAC-GRP       PIC S9(4) COMP.
               10  WS-TDAC-TARDIVE   PIC X(1).
                   88 TDAC-TARDIVE                VALUE 'O'.
       01  WS-NB-DAC         PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-DAC        PIC S9(4) COMP VALUE ZERO.
      *TABLE DES DEMANDES VALIDEES NON COMMANDEES (FIN D ETAT)
       01  WS-TAB-REJ.
           05  WS-TREJ-ENTREE        OCCURS 999.
               10  WS-TREJ-NUM       PIC X(11).
               10  WS-TREJ-CCTR      PIC X(5).
               10  WS-TREJ-ART       PIC X(5).
               10  WS-TREJ-MOTIF     PIC X(30).
       01  WS-NB-REJ         PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-REJ        PIC S9(4) COMP VALUE ZERO.
       01  WS-MOTIF-REJ      PIC X(30).
      *LIGNES D EDITION
       01  WS-LDAC-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LDAC-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LDAC-ENTETE.
           05  FILLER            PIC X(50)
                VALUE 'COMMANDES ISSUES DES DEMANDES D ACHAT INTERNES'.
           05  FILLER            PIC X(12) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LDAC-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LDAC-INTITULE.
           05  FILLER            PIC X(40)
                   VALUE 'COMMANDE      FOURN ARTIC  QTE CDE DEV  '.
           05  FILLER            PIC X(40)
                   VALUE 'DEMANDE      CCTR   QTE DEM  BESOIN  OBS'.
       01  WS-LDAC-GROUPE.
           05  WS-LGRP-NUM-DATE-ED PIC 9(8).
           05  FILLER            PIC X(1)  VALUE '/'.
           05  WS-LGRP-NUM-SEQ-ED  PIC 9(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LGRP-FOU-ED    PIC 9(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LGRP-ART-ED    PIC X(5).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LGRP-QTE-ED    PIC ZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LGRP-DEV-ED    PIC X(3).
           05  FILLER            PIC X(43) VALUE SPACES.
       01  WS-LDAC-DETAIL.
           05  FILLER            PIC X(40) VALUE SPACES.
           05  WS-LDET-NUM-DATE-ED PIC 9(8).
           05  FILLER            PIC X(1)  VALUE '/'.
           05  WS-LDET-NUM-SEQ-ED  PIC 9(3).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LDET-CCTR-ED   PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LDET-QTE-ED    PIC ZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LDET-BESOIN-ED PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LDET-OBS-ED    PIC X(5).
       01  WS-LREJ-TITRE.
           05  FILLER            PIC X(50)
             VALUE 'DEMANDES VALIDEES NON COMMANDEES - A REPRENDRE PAR'.
           05  FILLER            PIC X(30)
             VALUE ' LE SERVICE ACHATS'.
       01  WS-LREJ-INTITULE.
           05  FILLER            PIC X(40)
                   VALUE 'DEMANDE      CCTR  ARTIC  MOTIF'.
           05  FILLER            PIC X(40) VALUE SPACES.
       01  WS-LREJ-DETAIL.
           05  WS-LREJ-NUM-DATE-ED PIC 9(8).
           05  FILLER            PIC X(1)  VALUE '/'.
           05  WS-LREJ-NUM-SEQ-ED  PIC 9(3).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LREJ-CCTR-ED   PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LREJ-ART-ED    PIC X(5).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LREJ-MOTIF-ED  PIC X(30).
           05  FILLER            PIC X(24) VALUE SPACES.
       01  WS-LDAC-AUCUNE.
           05  FILLER            PIC X(50)
               VALUE 'AUCUNE DEMANDE D ACHAT VALIDEE A COMMANDER'.
           05  FILLER            PIC X(30) VALUE SPACES.
      *COMPTEUR RENDU EXEC
       01  WS-NB-DAC-LUES    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-DAC-VALID   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-DAC-CDE     PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-DAC-TARD    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-DAC-MODIF   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-CDE-CREE    PIC S9(6) COMP VALUE ZERO.
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
      * REGROUPE LES DEMANDES VALIDEES PAR FOURNISSEUR ET ARTICLE,    *
      * CREE UNE COMMANDE PAR GROUPE, MARQUE LES DEMANDES COMMANDEES  *
      * ET EDITE L ETAT                                               *
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-DATE-DEB
              THRU  7000-INIT-DATE-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  8000-EDITION-ENTETE-DEB
              THRU  8000-EDITION-ENTETE-FIN.
      *
           PERFORM  1000-TRT-CDE-DU-JOUR-DEB
              THRU  1000-TRT-CDE-DU-JOUR-FIN.
      *
           PERFORM  6010-START-F-DAC-ES-DEB
              THRU  6010-START-F-DAC-ES-FIN.
           IF  DAC-OK
               PERFORM  6015-READNEXT-F-DAC-ES-DEB
                  THRU  6015-READNEXT-F-DAC-ES-FIN
               PERFORM  2000-TRT-UNE-DAC-DEB
                  THRU  2000-TRT-UNE-DAC-FIN
                 UNTIL  DAC-FIN
           END-IF.
      *
           PERFORM  3000-CREE-UNE-CDE-DEB
              THRU  3000-CREE-UNE-CDE-FIN
             VARYING WS-IND-GRP FROM 1 BY 1
             UNTIL  WS-IND-GRP > WS-NB-GRP.
      *
           IF  WS-NB-GRP = ZERO
               WRITE FS-BUFF-F-ETAT-DAC-S FROM WS-LDAC-AUCUNE
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
      * TRT 2000 RETIENT UNE DEMANDE VALIDEE : CONTROLE DE L ARTICLE,
      * RATTACHEMENT AU GROUPE FOURNISSEUR / ARTICLE ET CONTROLE DE
      * LA DATE DE BESOIN
      *----------------------------------------------------
       2000-TRT-UNE-DAC-DEB.
      *
           ADD  1                        TO WS-NB-DAC-LUES.
      *
           IF  NOT DAC-VALIDEE
               GO TO 2000-TRT-UNE-DAC-SUITE
           END-IF.
           ADD  1                        TO WS-NB-DAC-VALID.
      *
           MOVE WS-DAC-ART-CODE          TO FS-KEY-ART.
           PERFORM  6050-READ-F-ART-E-DEB
              THRU  6050-READ-F-ART-E-FIN.
           IF  ART-INEXISTANT
               MOVE 'ARTICLE INCONNU'    TO WS-MOTIF-REJ
               PERFORM  7020-RETIENT-REJET-DEB
                  THRU  7020-RETIENT-REJET-FIN
               GO TO 2000-TRT-UNE-DAC-SUITE
           END-IF.
      *    UN ARTICLE BLOQUE A L ACHAT, EN BROUILLON OU EN FIN DE
      *    VIE DEPUIS LA SAISIE DE LA DEMANDE NE SE COMMANDE PLUS
           IF  ART-BROUILLON OR ART-BLOQUE-ACHAT OR ART-FIN-DE-VIE
               MOVE 'ARTICLE NON ACHETABLE (STATUT)'
                                         TO WS-MOTIF-REJ
               PERFORM  7020-RETIENT-REJET-DEB
                  THRU  7020-RETIENT-REJET-FIN
               GO TO 2000-TRT-UNE-DAC-SUITE
           END-IF.
      *
      *    LA DEMANDE NE TROUVANT PAS PLACE EN TABLE RESTE VALIDEE :
      *    ELLE SERA COMMANDEE PAR LE PASSAGE SUIVANT
           IF  WS-NB-DAC NOT < 9999
               ADD  1                    TO WS-NB-HORS-TABLE
               GO TO 2000-TRT-UNE-DAC-SUITE
           END-IF.
           PERFORM  7010-LOCALISE-GROUPE-DEB
              THRU  7010-LOCALISE-GROUPE-FIN.
           IF  WS-IND-GRP-TRV = ZERO
               ADD  1                    TO WS-NB-HORS-TABLE
               GO TO 2000-TRT-UNE-DAC-SUITE
           END-IF.
      *
           ADD  WS-DAC-QTE    TO WS-TGRP-QTE(WS-IND-GRP-TRV).
           ADD  1             TO WS-TGRP-NB-DAC(WS-IND-GRP-TRV).
           ADD  1                        TO WS-NB-DAC.
           MOVE WS-DAC-NUM               TO WS-TDAC-NUM(WS-NB-DAC).
           MOVE WS-IND-GRP-TRV           TO WS-TDAC-GRP(WS-NB-DAC).
           MOVE 'N'                      TO WS-TDAC-TARDIVE(WS-NB-DAC).
      *
      *    BESOIN AVANT LA LIVRAISON ATTENDUE (JOUR + DELAI ARTICLE)
           MOVE WS-DAC-DATE-BESOIN       TO WS-DATE-CNV-N.
           PERFORM  7050-CALC-QUANTIEME-DEB
              THRU  7050-CALC-QUANTIEME-FIN.
           IF  WS-JOUR-ORD < WS-JOUR-ORD-JOUR + WS-ART-DELAI
               MOVE 'O'                  TO WS-TDAC-TARDIVE(WS-NB-DAC)
               ADD  1                    TO WS-NB-DAC-TARD
           END-IF.
      *
       2000-TRT-UNE-DAC-SUITE.
      *
           PERFORM  6015-READNEXT-F-DAC-ES-DEB
              THRU  6015-READNEXT-F-DAC-ES-FIN.
      *
       2000-TRT-UNE-DAC-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 CREE LA COMMANDE D UN GROUPE FOURNISSEUR / ARTICLE,
      * L EDITE PUIS MARQUE SES DEMANDES COMMANDEES
      *----------------------------------------------------
       3000-CREE-UNE-CDE-DEB.
      *
           PERFORM  7030-ALIM-CDE-DEB
              THRU  7030-ALIM-CDE-FIN.
           PERFORM  6040-WRITE-F-CDE-ES-DEB
              THRU  6040-WRITE-F-CDE-ES-FIN.
           ADD  1                        TO WS-NB-CDE-CREE.
           MOVE WS-CDE-NUM          TO WS-TGRP-CDE-NUM(WS-IND-GRP).
      *
           PERFORM  8020-EDITION-GROUPE-DEB
              THRU  8020-EDITION-GROUPE-FIN.
      *
           PERFORM  3100-MAJ-UNE-DAC-DEB
              THRU  3100-MAJ-UNE-DAC-FIN
             VARYING WS-IND-DAC FROM 1 BY 1
             UNTIL  WS-IND-DAC > WS-NB-DAC.
      *
       3000-CREE-UNE-CDE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3100 PASSE UNE DEMANDE DU GROUPE COURANT AU STATUT
      * COMMANDEE ET ECRIT LE LIEN COMMANDE / DEMANDE
      *----------------------------------------------------
       3100-MAJ-UNE-DAC-DEB.
      *
           IF  WS-TDAC-GRP(WS-IND-DAC) NOT = WS-IND-GRP
               GO TO 3100-MAJ-UNE-DAC-FIN
           END-IF.
      *
           MOVE WS-TDAC-NUM(WS-IND-DAC)  TO FS-KEY-DAC.
           PERFORM  6020-READ-F-DAC-ES-DEB
              THRU  6020-READ-F-DAC-ES-FIN.
      *    DEMANDE MODIFIEE DEPUIS LA LECTURE (ANNULEE ENTRE-TEMPS) :
      *    LA QUANTITE RESTE DANS LA COMMANDE, SIGNALEE SUR L ETAT
           IF  DAC-INEXISTANTE OR NOT DAC-VALIDEE
               ADD  1                    TO WS-NB-DAC-MODIF
               MOVE 'MODIF'              TO WS-LDET-OBS-ED
               PERFORM  8030-EDITION-DETAIL-DEB
                  THRU  8030-EDITION-DETAIL-FIN
               GO TO 3100-MAJ-UNE-DAC-FIN
           END-IF.
      *
           SET  DAC-COMMANDEE            TO TRUE.
           MOVE WS-CDE-NUM               TO WS-DAC-CDE-NUM.
           MOVE WS-DATEJ-N               TO WS-DAC-DATE-CDE.
           PERFORM  6025-REWRITE-F-DAC-ES-DEB
              THRU  6025-REWRITE-F-DAC-ES-FIN.
           ADD  1                        TO WS-NB-DAC-CDE.
      *
           MOVE SPACES                   TO WS-XDA-ENR.
           MOVE WS-CDE-NUM               TO WS-XDA-CDE-NUM.
           MOVE WS-DAC-NUM               TO WS-XDA-DAC-NUM.
           MOVE WS-DAC-CCTR              TO WS-XDA-CCTR.
           MOVE WS-DAC-QTE               TO WS-XDA-QTE.
           PERFORM  6070-WRITE-F-XDA-S-DEB
              THRU  6070-WRITE-F-XDA-S-FIN.
      *
           IF  TDAC-TARDIVE(WS-IND-DAC)
               MOVE 'TARD.'              TO WS-LDET-OBS-ED
           ELSE
               MOVE SPACES               TO WS-LDET-OBS-ED
           END-IF.
           PERFORM  8030-EDITION-DETAIL-DEB
              THRU  8030-EDITION-DETAIL-FIN.
      *
       3100-MAJ-UNE-DAC-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *6000 EXECUTE L OPEN DES FICHIERS
      *----------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN I-O F-DAC-ES.
           IF WS-FS-DAC-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-DAC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DAC-ES
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
      *    LE FICHIER DES LIENS EST CREE AU PREMIER PASSAGE
           OPEN I-O F-XDA-S.
           IF XDA-FICHIER-ABSENT
              OPEN OUTPUT F-XDA-S
           END-IF.
           IF WS-FS-XDA-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-XDA-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-XDA-S
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
           OPEN OUTPUT F-ETAT-DAC-S.
           IF WS-FS-ETAT-DAC-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-DAC-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-DAC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 POSITIONNE F-DAC-ES EN DEBUT DE FICHIER
      *------------------------------------
       6010-START-F-DAC-ES-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-DAC.
           START F-DAC-ES
             KEY IS NOT LESS THAN FS-KEY-DAC
           END-START.
           IF NOT (DAC-OK OR DAC-INEXISTANTE)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-DAC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DAC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-START-F-DAC-ES-FIN.
           EXIT.
      *-------------------------------------
      *6015 LIT LA DEMANDE SUIVANTE SUR F-DAC-ES
      *------------------------------------
       6015-READNEXT-F-DAC-ES-DEB.
      *
           READ F-DAC-ES NEXT RECORD INTO WS-DAC-ENR.
           IF NOT (DAC-OK OR DAC-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DAC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DAC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6015-READNEXT-F-DAC-ES-FIN.
           EXIT.
      *-------------------------------------
      *6020 LIT LA DEMANDE DE CLE FS-KEY-DAC (POSEE PAR L APPELANT)
      *------------------------------------
       6020-READ-F-DAC-ES-DEB.
      *
           READ F-DAC-ES INTO WS-DAC-ENR.
           IF NOT (DAC-OK OR DAC-INEXISTANTE)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DAC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DAC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-F-DAC-ES-FIN.
           EXIT.
      *-------------------------------------
      *6025 REECRIT LA DEMANDE COMMANDEE
      *------------------------------------
       6025-REWRITE-F-DAC-ES-DEB.
      *
           REWRITE FS-BUFF-F-DAC-ES FROM WS-DAC-ENR.
           IF NOT DAC-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-DAC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DAC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6025-REWRITE-F-DAC-ES-FIN.
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
      *6070 ECRIT LE LIEN COMMANDE / DEMANDE - UN LIEN DEJA PRESENT
      *     (REPRISE) EST CONSERVE
      *------------------------------------
       6070-WRITE-F-XDA-S-DEB.
      *
           WRITE FS-BUFF-F-XDA-S FROM WS-XDA-ENR.
           IF NOT (XDA-OK OR XDA-DOUBLON)
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-XDA-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-XDA-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6070-WRITE-F-XDA-S-FIN.
           EXIT.
      *-------------------------------------
      *6090 EXECUTE LA FERMETURE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-DAC-ES.
           IF WS-FS-DAC-ES NOT = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-DAC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DAC-ES
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
           CLOSE F-XDA-S.
           IF WS-FS-XDA-S NOT = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-XDA-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-XDA-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ART-E.
           CLOSE F-FOUR-E.
           CLOSE F-ETAT-DAC-S.
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
           MOVE WS-DATEJ-JJ   TO WS-LDAC-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LDAC-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LDAC-DATE-ED (7:4).
           MOVE WS-DATEJ-N               TO WS-DATE-CNV-N.
           PERFORM  7050-CALC-QUANTIEME-DEB
              THRU  7050-CALC-QUANTIEME-FIN.
           MOVE WS-JOUR-ORD              TO WS-JOUR-ORD-JOUR.
      *
       7000-INIT-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7010 RETROUVE OU CREE LE GROUPE FOURNISSEUR ATTITRE / ARTICLE
      *     DE LA DEMANDE - ZERO SI TABLE PLEINE OU SI LA QUANTITE DU
      *     GROUPE DEPASSERAIT LA CAPACITE D UNE COMMANDE
      *------------------------------------
       7010-LOCALISE-GROUPE-DEB.
      *
           MOVE ZERO                     TO WS-IND-GRP-TRV.
           PERFORM  7015-CHERCHE-GROUPE-DEB
              THRU  7015-CHERCHE-GROUPE-FIN
             VARYING WS-IND-GRP FROM 1 BY 1
             UNTIL  WS-IND-GRP > WS-NB-GRP
                 OR WS-IND-GRP-TRV NOT = ZERO.
      *
           IF  WS-IND-GRP-TRV NOT = ZERO
               IF  WS-TGRP-QTE(WS-IND-GRP-TRV) + WS-DAC-QTE > 999999
                   MOVE ZERO             TO WS-IND-GRP-TRV
               END-IF
               GO TO 7010-LOCALISE-GROUPE-FIN
           END-IF.
      *
           IF  WS-NB-GRP < 999
               ADD  1                    TO WS-NB-GRP
               MOVE WS-NB-GRP            TO WS-IND-GRP-TRV
               MOVE WS-ART-FOU      TO WS-TGRP-FOU(WS-IND-GRP-TRV)
               MOVE WS-ART-CODE     TO WS-TGRP-ART(WS-IND-GRP-TRV)
               MOVE ZERO            TO WS-TGRP-QTE(WS-IND-GRP-TRV)
               MOVE WS-ART-DELAI    TO WS-TGRP-DELAI(WS-IND-GRP-TRV)
               MOVE ZERO            TO WS-TGRP-NB-DAC(WS-IND-GRP-TRV)
               MOVE SPACES          TO WS-TGRP-CDE-NUM(WS-IND-GRP-TRV)
           END-IF.
      *
       7010-LOCALISE-GROUPE-FIN.
           EXIT.
       7015-CHERCHE-GROUPE-DEB.
      *
           IF  WS-TGRP-FOU(WS-IND-GRP) = WS-ART-FOU
               AND WS-TGRP-ART(WS-IND-GRP) = WS-ART-CODE
               MOVE WS-IND-GRP           TO WS-IND-GRP-TRV
           END-IF.
      *
       7015-CHERCHE-GROUPE-FIN.
           EXIT.
      *-------------------------------------
      *7020 RETIENT UNE DEMANDE VALIDEE NON COMMANDABLE POUR LA LISTE
      *     DE FIN D ETAT
      *------------------------------------
       7020-RETIENT-REJET-DEB.
      *
           IF  WS-NB-REJ < 999
               ADD  1                    TO WS-NB-REJ
               MOVE WS-DAC-NUM           TO WS-TREJ-NUM(WS-NB-REJ)
               MOVE WS-DAC-CCTR          TO WS-TREJ-CCTR(WS-NB-REJ)
               MOVE WS-DAC-ART-CODE      TO WS-TREJ-ART(WS-NB-REJ)
               MOVE WS-MOTIF-REJ         TO WS-TREJ-MOTIF(WS-NB-REJ)
           ELSE
               ADD  1                    TO WS-NB-HORS-TABLE
           END-IF.
      *
       7020-RETIENT-REJET-FIN.
           EXIT.
      *-------------------------------------
      *7030 CONSTITUE LA COMMANDE DU GROUPE COURANT : FOURNISSEUR
      *     ATTITRE, SOMME DES QUANTITES DEMANDEES, DELAI DE
      *     L ARTICLE, DEVISE DU FOURNISSEUR
      *------------------------------------
       7030-ALIM-CDE-DEB.
      *
           MOVE SPACES                   TO WS-CDE-ENR.
           ADD  1                        TO WS-CDE-SEQ-JOUR.
           MOVE WS-DATEJ-N               TO WS-CDE-NUM-DATE.
           MOVE WS-CDE-SEQ-JOUR          TO WS-CDE-NUM-SEQ.
           MOVE WS-TGRP-ART(WS-IND-GRP)  TO WS-CDE-ART-CODE.
           MOVE WS-TGRP-FOU(WS-IND-GRP)  TO WS-CDE-FOU-CODE.
           MOVE WS-TGRP-QTE(WS-IND-GRP)  TO WS-CDE-QTE.
           MOVE WS-DATEJ-AAAA            TO WS-CDE-DATE-AAAA.
           MOVE WS-DATEJ-MM              TO WS-CDE-DATE-MM.
           MOVE WS-DATEJ-JJ              TO WS-CDE-DATE-JJ.
           MOVE WS-TGRP-DELAI(WS-IND-GRP) TO WS-CDE-DELAI.
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
           MOVE WS-TGRP-FOU(WS-IND-GRP)  TO FS-KEY-FOUR.
           PERFORM  6060-READ-F-FOUR-E-DEB
              THRU  6060-READ-F-FOUR-E-FIN.
           IF  FOUR-OK AND WS-FOUR-DEVISE NOT = SPACES
               MOVE WS-FOUR-DEVISE       TO WS-CDE-DEVISE
           END-IF.
      *
       7030-ALIM-CDE-FIN.
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
      *---------------------------------------------------------------*
      *   8XXX-  : EDITIONS                                           *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *8000 EDITE L ENTETE DE L ETAT
      *------------------------------------
       8000-EDITION-ENTETE-DEB.
      *
           WRITE FS-BUFF-F-ETAT-DAC-S FROM WS-LDAC-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-DAC-S FROM WS-LDAC-BLANC.
           WRITE FS-BUFF-F-ETAT-DAC-S FROM WS-LDAC-INTITULE.
           WRITE FS-BUFF-F-ETAT-DAC-S FROM WS-LDAC-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8020 EDITE LA LIGNE DE LA COMMANDE CREEE POUR UN GROUPE
      *------------------------------------
       8020-EDITION-GROUPE-DEB.
      *
           MOVE WS-CDE-NUM-DATE          TO WS-LGRP-NUM-DATE-ED.
           MOVE WS-CDE-NUM-SEQ           TO WS-LGRP-NUM-SEQ-ED.
           MOVE WS-CDE-FOU-CODE          TO WS-LGRP-FOU-ED.
           MOVE WS-CDE-ART-CODE          TO WS-LGRP-ART-ED.
           MOVE WS-CDE-QTE               TO WS-LGRP-QTE-ED.
           MOVE WS-CDE-DEVISE            TO WS-LGRP-DEV-ED.
      *
           WRITE FS-BUFF-F-ETAT-DAC-S FROM WS-LDAC-GROUPE.
      *
       8020-EDITION-GROUPE-FIN.
           EXIT.
      *-------------------------------------
      *8030 EDITE UNE DEMANDE SOUS SA COMMANDE (OBSERVATION POSEE
      *     PAR L APPELANT : TARD. = BESOIN AVANT LIVRAISON ATTENDUE,
      *     MODIF = DEMANDE CHANGEE DEPUIS LA LECTURE)
      *------------------------------------
       8030-EDITION-DETAIL-DEB.
      *
           MOVE WS-TDAC-NUM(WS-IND-DAC) (1:8) TO WS-LDET-NUM-DATE-ED.
           MOVE WS-TDAC-NUM(WS-IND-DAC) (9:3) TO WS-LDET-NUM-SEQ-ED.
           MOVE WS-DAC-CCTR              TO WS-LDET-CCTR-ED.
           MOVE WS-DAC-QTE               TO WS-LDET-QTE-ED.
           MOVE WS-DAC-DATE-BESOIN       TO WS-LDET-BESOIN-ED.
      *
           WRITE FS-BUFF-F-ETAT-DAC-S FROM WS-LDAC-DETAIL.
      *
       8030-EDITION-DETAIL-FIN.
           EXIT.
      *-------------------------------------
      *8040 EDITE EN FIN D ETAT LES DEMANDES VALIDEES QUI N ONT PAS
      *     PU ETRE COMMANDEES
      *------------------------------------
       8040-EDITION-REJETS-DEB.
      *
           IF  WS-NB-REJ = ZERO
               GO TO 8040-EDITION-REJETS-FIN
           END-IF.
      *
           WRITE FS-BUFF-F-ETAT-DAC-S FROM WS-LDAC-BLANC.
           WRITE FS-BUFF-F-ETAT-DAC-S FROM WS-LREJ-TITRE.
           WRITE FS-BUFF-F-ETAT-DAC-S FROM WS-LREJ-INTITULE.
           WRITE FS-BUFF-F-ETAT-DAC-S FROM WS-LDAC-TIRET.
           PERFORM  8045-EDITION-UN-REJET-DEB
              THRU  8045-EDITION-UN-REJET-FIN
             VARYING WS-IND-REJ FROM 1 BY 1
             UNTIL  WS-IND-REJ > WS-NB-REJ.
      *
       8040-EDITION-REJETS-FIN.
           EXIT.
       8045-EDITION-UN-REJET-DEB.
      *
           MOVE WS-TREJ-NUM(WS-IND-REJ) (1:8) TO WS-LREJ-NUM-DATE-ED.
           MOVE WS-TREJ-NUM(WS-IND-REJ) (9:3) TO WS-LREJ-NUM-SEQ-ED.
           MOVE WS-TREJ-CCTR(WS-IND-REJ) TO WS-LREJ-CCTR-ED.
           MOVE WS-TREJ-ART(WS-IND-REJ)  TO WS-LREJ-ART-ED.
           MOVE WS-TREJ-MOTIF(WS-IND-REJ) TO WS-LREJ-MOTIF-ED.
           WRITE FS-BUFF-F-ETAT-DAC-S FROM WS-LREJ-DETAIL.
      *
       8045-EDITION-UN-REJET-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO956              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* DEMANDES LUES             : ' WS-NB-DAC-LUES.
           DISPLAY '* DEMANDES VALIDEES         : ' WS-NB-DAC-VALID.
           DISPLAY '* DEMANDES COMMANDEES       : ' WS-NB-DAC-CDE.
           DISPLAY '* COMMANDES CREEES          : ' WS-NB-CDE-CREE.
           DISPLAY '* DEMANDES NON COMMANDABLES : ' WS-NB-REJ.
           DISPLAY '* BESOINS AVANT LIVRAISON   : ' WS-NB-DAC-TARD.
           DISPLAY '* DEMANDES MODIFIEES ENTRE- : ' WS-NB-DAC-MODIF.
           DISPLAY '* DEMANDES HORS TABLE       : ' WS-NB-HORS-TABLE.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO956         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO956        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
