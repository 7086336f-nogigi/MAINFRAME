      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO949                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *CHARGEMENT DES CONTRATS-CADRE D ACHAT (CTR0101, COPY CONTRAT). *
      *CHAQUE LIGNE DU FICHIER F-CTRM-E PORTE UN CONTRAT : ARTICLE,   *
      *FOURNISSEUR, DATE DE DEBUT, DATE DE FIN, QUANTITE ENGAGEE, PRIX*
      *DU CONTRAT DANS LA DEVISE DU FOURNISSEUR ET STATUT (A = ACTIF, *
      *S = SUSPENDU, BLANC = ACTIF). UN CONTRAT INCONNU EST CREE SANS *
      *QUANTITE APPELEE ; UN CONTRAT EXISTANT (MEME ARTICLE,          *
      *FOURNISSEUR ET DATE DE DEBUT) EST MODIFIE EN CONSERVANT LES    *
      *APPELS DEJA CUMULES PAR ARIO921. UNE LIGNE EST REJETEE SI UNE  *
      *ZONE EST INCORRECTE, SI L ARTICLE OU LE FOURNISSEUR EST INCONNU*
      *OU SI L ENGAGEMENT DEVIENT INFERIEUR A LA QUANTITE DEJA        *
      *APPELEE. L ETAT F-ETAT-CTR-S LISTE CHAQUE LIGNE ET SON SORT.   *
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
       PROGRAM-ID.      ARIO949.
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
      *                      F-CTRM-E : CONTRATS-CADRE A CHARGER
      *                      -------------------------------------------
           SELECT  F-CTRM-E            ASSIGN TO INP001
                   FILE STATUS         IS WS-FS-CTRM-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ART-E : FICHIER MAITRE DES ARTICLES
      *                      -------------------------------------------
           SELECT  F-ART-E             ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-ART
                   FILE STATUS         IS WS-FS-ART-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-FOUR-E : FICHIER MAITRE DES FOURNISSEURS
      *                      -------------------------------------------
           SELECT  F-FOUR-E            ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-FOUR
                   FILE STATUS         IS WS-FS-FOUR-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CTR-ES : CONTRATS-CADRE D ACHAT (IO)
      *                      -------------------------------------------
           SELECT  F-CTR-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-CTR
                   FILE STATUS         IS WS-FS-CTR-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-CTR-S : SYSOUT ETAT DU CHARGEMENT
      *                      DES CONTRATS
      *                      -------------------------------------------
           SELECT  F-ETAT-CTR-S        ASSIGN TO ETATCTR
                   FILE STATUS         IS WS-FS-ETAT-CTR-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 INP003 IO001 ETATCTR                  *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *CONTRATS-CADRE A CHARGER EN ENTREE
       FD  F-CTRM-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-CTRM-E      PIC X(80).
      *FICHIER MAITRE DES ARTICLES EN ENTREE
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
      *CONTRATS-CADRE D ACHAT (IO)
       FD  F-CTR-ES
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-CTR-ES.
           05  FS-KEY-CTR        PIC X(18).
           05  FILLER            PIC X(62).
      *ETAT DU CHARGEMENT EN SORTIE
       FD  F-ETAT-CTR-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-CTR-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY CONTRAT.
      *FILE STATUS
       01  WS-FS-CTRM-E      PIC X(2).
           88 CTRM-OK                             VALUE '00'.
           88 CTRM-FIN                            VALUE '10'.
       01  WS-FS-ART-E       PIC X(2).
           88 ART-OK                              VALUE '00'.
           88 ART-INEXISTANT                      VALUE '23'.
       01  WS-FS-FOUR-E      PIC X(2).
           88 FOUR-OK                             VALUE '00'.
           88 FOUR-INEXISTANT                     VALUE '23'.
       01  WS-FS-CTR-ES      PIC X(2).
           88 CTR-OK                              VALUE '00'.
           88 CTR-INEXISTANT                      VALUE '23'.
       01  WS-FS-ETAT-CTR-S  PIC X(2).
           88 ETCTR-OK                            VALUE '00'.
      *LIGNE DE CONTRAT EN ENTREE
       01  WS-CTRM-ENR.
           05  WS-CTRM-CLE.
               10  WS-CTRM-ART-CODE  PIC X(5).
               10  WS-CTRM-FOU-X     PIC X(5).
               10  WS-CTRM-FOU-N REDEFINES WS-CTRM-FOU-X
                                     PIC 9(5).
               10  WS-CTRM-DEB-X     PIC X(8).
               10  WS-CTRM-DEB-N REDEFINES WS-CTRM-DEB-X
                                     PIC 9(8).
               10  WS-CTRM-DEB-R REDEFINES WS-CTRM-DEB-X.
                   15  WS-CTRM-DEB-AAAA  PIC 9(4).
                   15  WS-CTRM-DEB-MM    PIC 99.
                   15  WS-CTRM-DEB-JJ    PIC 99.
           05  WS-CTRM-FIN-X     PIC X(8).
           05  WS-CTRM-FIN-N REDEFINES WS-CTRM-FIN-X
                                 PIC 9(8).
           05  WS-CTRM-FIN-R REDEFINES WS-CTRM-FIN-X.
               10  WS-CTRM-FIN-AAAA  PIC 9(4).
               10  WS-CTRM-FIN-MM    PIC 99.
               10  WS-CTRM-FIN-JJ    PIC 99.
           05  WS-CTRM-QTE-X     PIC X(7).
           05  WS-CTRM-QTE-N REDEFINES WS-CTRM-QTE-X
                                 PIC 9(7).
           05  WS-CTRM-PXA-X     PIC X(7).
           05  WS-CTRM-PXA-N REDEFINES WS-CTRM-PXA-X
                                 PIC 9(5)V99.
           05  WS-CTRM-STATUT    PIC X(01).
               88  CTRM-STATUT-CONNU      VALUES 'A' 'S' ' '.
           05  FILLER            PIC X(39).
      *DATE DU RUN
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
      *MOTIF DE REJET DE LA LIGNE (SPACES = LIGNE VALIDE)
       01  WS-MOTIF-REJET    PIC X(30).
      *MOUVEMENT PORTE SUR CTR0101 PAR LA LIGNE
       01  WS-LIB-MVT        PIC X(10).
      *LIGNES D EDITION
       01  WS-LCTR-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LCTR-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LCTR-ENTETE.
           05  FILLER            PIC X(40)
               VALUE 'CHARGEMENT DES CONTRATS-CADRE D ACHAT   '.
           05  FILLER            PIC X(22) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LCTR-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LCTR-INTITULE.
           05  FILLER            PIC X(40)
               VALUE 'ART   FOUR  DEBUT    FIN       ENGAGE   '.
           05  FILLER            PIC X(40)
               VALUE '  PRIX S MOUVEMENT / MOTIF DE REJET     '.
       01  WS-LCTR-DETAIL.
           05  WS-LCTR-ART-ED    PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCTR-FOU-ED    PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCTR-DEB-ED    PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCTR-FIN-ED    PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCTR-QTE-ED    PIC X(7).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCTR-PXA-ED    PIC X(7).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCTR-STA-ED    PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCTR-MVT-ED    PIC X(32).
      *COMPTEUR RENDU EXEC
       01  WS-NB-LIG-LUES    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-CTR-CREES   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-CTR-MODIF   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-LIG-REJET   PIC S9(6) COMP VALUE ZERO.
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
           PERFORM  6010-READ-F-CTRM-E-DEB
              THRU  6010-READ-F-CTRM-E-FIN.
           PERFORM  1000-TRT-UN-CONTRAT-DEB
              THRU  1000-TRT-UN-CONTRAT-FIN
             UNTIL  CTRM-FIN.
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
      * TRT 1000 CONTROLE LA LIGNE COURANTE, CREE OU MODIFIE LE
      * CONTRAT, EDITE LA LIGNE ET LIT LA SUIVANTE
      *----------------------------------------------------
       1000-TRT-UN-CONTRAT-DEB.
      *
           ADD  1                        TO WS-NB-LIG-LUES.
           MOVE SPACES                   TO WS-MOTIF-REJET
                                            WS-LIB-MVT.
      *
           PERFORM  7100-CONTROLE-LIGNE-DEB
              THRU  7100-CONTROLE-LIGNE-FIN.
           IF  WS-MOTIF-REJET = SPACES
               PERFORM  2000-MAJ-CONTRAT-DEB
                  THRU  2000-MAJ-CONTRAT-FIN
           END-IF.
           IF  WS-MOTIF-REJET NOT = SPACES
               ADD  1                    TO WS-NB-LIG-REJET
           END-IF.
      *
           PERFORM  8010-EDITION-LIGNE-DEB
              THRU  8010-EDITION-LIGNE-FIN.
           PERFORM  6010-READ-F-CTRM-E-DEB
              THRU  6010-READ-F-CTRM-E-FIN.
      *
       1000-TRT-UN-CONTRAT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 CREE LE CONTRAT OU MODIFIE LE CONTRAT DE MEME CLE EN
      * CONSERVANT SES APPELS (L ENGAGEMENT NE PEUT DESCENDRE SOUS LA
      * QUANTITE DEJA APPELEE)
      *----------------------------------------------------
       2000-MAJ-CONTRAT-DEB.
      *
           PERFORM  6040-READ-F-CTR-ES-DEB
              THRU  6040-READ-F-CTR-ES-FIN.
           IF  CTR-INEXISTANT
               INITIALIZE WS-CTR-ENR
               MOVE WS-CTRM-CLE          TO WS-CTR-CLE
           ELSE
               IF  WS-CTRM-QTE-N < WS-CTR-QTE-APPEL
                   MOVE 'ENGAGEMENT < QTE DEJA APPELEE'
                                         TO WS-MOTIF-REJET
                   GO TO 2000-MAJ-CONTRAT-FIN
               END-IF
           END-IF.
      *
           MOVE WS-CTRM-FIN-N            TO WS-CTR-DATE-FIN.
           MOVE WS-CTRM-QTE-N            TO WS-CTR-QTE-ENG.
           MOVE WS-CTRM-PXA-N            TO WS-CTR-PXA.
           IF  WS-CTRM-STATUT = SPACE
               SET  CTR-ACTIF            TO TRUE
           ELSE
               MOVE WS-CTRM-STATUT       TO WS-CTR-STATUT
           END-IF.
      *
           IF  CTR-INEXISTANT
               PERFORM  6050-WRITE-F-CTR-ES-DEB
                  THRU  6050-WRITE-F-CTR-ES-FIN
               MOVE 'CREE'               TO WS-LIB-MVT
               ADD  1                    TO WS-NB-CTR-CREES
           ELSE
               PERFORM  6060-REWRITE-F-CTR-ES-DEB
                  THRU  6060-REWRITE-F-CTR-ES-FIN
               MOVE 'MODIFIE'            TO WS-LIB-MVT
               ADD  1                    TO WS-NB-CTR-MODIF
           END-IF.
      *
       2000-MAJ-CONTRAT-FIN.
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
           OPEN INPUT F-CTRM-E.
           IF WS-FS-CTRM-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CTRM-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CTRM-E
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
           OPEN I-O F-CTR-ES.
           IF WS-FS-CTR-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CTR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CTR-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-CTR-S.
           IF WS-FS-ETAT-CTR-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-CTR-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-CTR-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT LA LIGNE DE CONTRAT SUIVANTE
      *------------------------------------
       6010-READ-F-CTRM-E-DEB.
      *
           READ F-CTRM-E INTO WS-CTRM-ENR.
           IF NOT (CTRM-OK OR CTRM-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CTRM-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CTRM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-CTRM-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 CONTROLE L EXISTENCE DE L ARTICLE DU CONTRAT
      *------------------------------------
       6020-READ-F-ART-E-DEB.
      *
           MOVE WS-CTRM-ART-CODE         TO FS-KEY-ART.
           READ F-ART-E.
           IF NOT (ART-OK OR ART-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-F-ART-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 CONTROLE L EXISTENCE DU FOURNISSEUR DU CONTRAT
      *------------------------------------
       6030-READ-F-FOUR-E-DEB.
      *
           MOVE WS-CTRM-FOU-X            TO FS-KEY-FOUR.
           READ F-FOUR-E.
           IF NOT (FOUR-OK OR FOUR-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FOUR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FOUR-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-READ-F-FOUR-E-FIN.
           EXIT.
      *-------------------------------------
      *6040 LIT LE CONTRAT DE MEME CLE
      *------------------------------------
       6040-READ-F-CTR-ES-DEB.
      *
           MOVE WS-CTRM-CLE              TO FS-KEY-CTR.
           READ F-CTR-ES INTO WS-CTR-ENR.
           IF NOT (CTR-OK OR CTR-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CTR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CTR-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-READ-F-CTR-ES-FIN.
           EXIT.
      *-------------------------------------
      *6050 ECRIT UN NOUVEAU CONTRAT
      *------------------------------------
       6050-WRITE-F-CTR-ES-DEB.
      *
           WRITE FS-BUFF-F-CTR-ES FROM WS-CTR-ENR.
           IF WS-FS-CTR-ES NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-CTR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CTR-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6050-WRITE-F-CTR-ES-FIN.
           EXIT.
      *-------------------------------------
      *6060 REECRIT LE CONTRAT MODIFIE
      *------------------------------------
       6060-REWRITE-F-CTR-ES-DEB.
      *
           REWRITE FS-BUFF-F-CTR-ES FROM WS-CTR-ENR.
           IF WS-FS-CTR-ES NOT = '00'
              DISPLAY 'PROBLEME DE REECRITURE DU FICHIER F-CTR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CTR-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6060-REWRITE-F-CTR-ES-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-CTRM-E
                 F-ART-E
                 F-FOUR-E
                 F-CTR-ES
                 F-ETAT-CTR-S.
           IF WS-FS-ETAT-CTR-S NOT = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-ETAT-CTR-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-CTR-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : ORDRES DE CALCUL ET DE CONTROLE                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LA DATE DU RUN
      *------------------------------------
       7000-INIT-DATE-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE WS-DATEJ-JJ   TO WS-LCTR-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LCTR-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LCTR-DATE-ED (7:4).
      *
       7000-INIT-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7100 CONTROLE LA LIGNE : ZONES NUMERIQUES, DATES, PERIODE,
      *     QUANTITE ET PRIX NON NULS, STATUT, PUIS ARTICLE ET
      *     FOURNISSEUR CONNUS
      *------------------------------------
       7100-CONTROLE-LIGNE-DEB.
      *
           EVALUATE TRUE
               WHEN WS-CTRM-FOU-X NOT NUMERIC
                  MOVE 'FOURNISSEUR NON NUMERIQUE'
                                         TO WS-MOTIF-REJET
               WHEN WS-CTRM-DEB-X NOT NUMERIC
                 OR WS-CTRM-DEB-MM < 1 OR WS-CTRM-DEB-MM > 12
                 OR WS-CTRM-DEB-JJ < 1 OR WS-CTRM-DEB-JJ > 31
                  MOVE 'DATE DE DEBUT INCORRECTE'
                                         TO WS-MOTIF-REJET
               WHEN WS-CTRM-FIN-X NOT NUMERIC
                 OR WS-CTRM-FIN-MM < 1 OR WS-CTRM-FIN-MM > 12
                 OR WS-CTRM-FIN-JJ < 1 OR WS-CTRM-FIN-JJ > 31
                  MOVE 'DATE DE FIN INCORRECTE'
                                         TO WS-MOTIF-REJET
               WHEN WS-CTRM-FIN-N < WS-CTRM-DEB-N
                  MOVE 'FIN ANTERIEURE AU DEBUT'
                                         TO WS-MOTIF-REJET
               WHEN WS-CTRM-QTE-X NOT NUMERIC
                 OR WS-CTRM-QTE-N = ZERO
                  MOVE 'QUANTITE ENGAGEE INCORRECTE'
                                         TO WS-MOTIF-REJET
               WHEN WS-CTRM-PXA-X NOT NUMERIC
                 OR WS-CTRM-PXA-N = ZERO
                  MOVE 'PRIX DU CONTRAT INCORRECT'
                                         TO WS-MOTIF-REJET
               WHEN NOT CTRM-STATUT-CONNU
                  MOVE 'STATUT INCONNU'  TO WS-MOTIF-REJET
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
           IF  WS-MOTIF-REJET NOT = SPACES
               GO TO 7100-CONTROLE-LIGNE-FIN
           END-IF.
      *
           PERFORM  6020-READ-F-ART-E-DEB
              THRU  6020-READ-F-ART-E-FIN.
           IF  ART-INEXISTANT
               MOVE 'ARTICLE INCONNU'    TO WS-MOTIF-REJET
               GO TO 7100-CONTROLE-LIGNE-FIN
           END-IF.
      *
           PERFORM  6030-READ-F-FOUR-E-DEB
              THRU  6030-READ-F-FOUR-E-FIN.
           IF  FOUR-INEXISTANT
               MOVE 'FOURNISSEUR INCONNU' TO WS-MOTIF-REJET
           END-IF.
      *
       7100-CONTROLE-LIGNE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *8000 EDITE L ENTETE DE L ETAT DU CHARGEMENT
      *------------------------------------
       8000-EDITION-ENTETE-DEB.
      *
           WRITE FS-BUFF-F-ETAT-CTR-S FROM WS-LCTR-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-CTR-S FROM WS-LCTR-BLANC.
           WRITE FS-BUFF-F-ETAT-CTR-S FROM WS-LCTR-INTITULE.
           WRITE FS-BUFF-F-ETAT-CTR-S FROM WS-LCTR-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8010 EDITE LA LIGNE LUE ET SON SORT (MOUVEMENT OU REJET)
      *------------------------------------
       8010-EDITION-LIGNE-DEB.
      *
           MOVE WS-CTRM-ART-CODE         TO WS-LCTR-ART-ED.
           MOVE WS-CTRM-FOU-X            TO WS-LCTR-FOU-ED.
           MOVE WS-CTRM-DEB-X            TO WS-LCTR-DEB-ED.
           MOVE WS-CTRM-FIN-X            TO WS-LCTR-FIN-ED.
           MOVE WS-CTRM-QTE-X            TO WS-LCTR-QTE-ED.
           MOVE WS-CTRM-PXA-X            TO WS-LCTR-PXA-ED.
           MOVE WS-CTRM-STATUT           TO WS-LCTR-STA-ED.
           IF  WS-MOTIF-REJET = SPACES
               MOVE WS-LIB-MVT           TO WS-LCTR-MVT-ED
           ELSE
               MOVE SPACES               TO WS-LCTR-MVT-ED
               STRING '** ' WS-MOTIF-REJET
                      DELIMITED BY SIZE INTO WS-LCTR-MVT-ED
               END-STRING
           END-IF.
           WRITE FS-BUFF-F-ETAT-CTR-S FROM WS-LCTR-DETAIL.
      *
       8010-EDITION-LIGNE-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO949              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* LIGNES DE CONTRAT LUES    : ' WS-NB-LIG-LUES.
           DISPLAY '* CONTRATS CREES            : ' WS-NB-CTR-CREES.
           DISPLAY '* CONTRATS MODIFIES         : ' WS-NB-CTR-MODIF.
           DISPLAY '* LIGNES REJETEES           : ' WS-NB-LIG-REJET.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO949         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO949        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
