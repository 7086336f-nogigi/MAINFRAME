      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO948                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *CHARGEMENT DES TARIFS FOURNISSEUR DATES A PALIERS DE QUANTITE. *
      *LE FICHIER DE PRIX TRANSMIS PAR LES FOURNISSEURS (F-PRX-E)     *
      *PORTE UNE LIGNE PAR PALIER : ARTICLE, FOURNISSEUR, DATE D EFFET*
      *DU TARIF, QUANTITE MINIMALE DU PALIER ET PRIX D ACHAT UNITAIRE *
      *DANS LA DEVISE DU FOURNISSEUR. LES LIGNES SUCCESSIVES DE MEME  *
      *ARTICLE / FOURNISSEUR / DATE D EFFET FORMENT UN TARIF, ECRIT   *
      *DANS TAR0101 (COPY TARIFOU) OU REMPLACANT LE TARIF DE MEME CLE.*
      *UN TARIF EST REJETE EN ENTIER SI L UNE DE SES LIGNES EST       *
      *INVALIDE (ZONE NON NUMERIQUE, DATE INCORRECTE, PRIX NUL,       *
      *QUANTITES NON STRICTEMENT CROISSANTES), S IL COMPTE PLUS DE 5  *
      *PALIERS OU SI L ARTICLE (ART0101) OU LE FOURNISSEUR (FOUR0101) *
      *EST INCONNU. L ETAT F-ETAT-TAR-S LISTE LES TARIFS CHARGES ET   *
      *CHAQUE LIGNE DES TARIFS REJETES AVEC SON MOTIF.                *
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
       PROGRAM-ID.      ARIO948.
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
      *                      F-PRX-E : FICHIER DE PRIX DES FOURNISSEURS
      *                      (UNE LIGNE PAR PALIER)
      *                      -------------------------------------------
           SELECT  F-PRX-E             ASSIGN TO INP001
                   FILE STATUS         IS WS-FS-PRX-E.
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
      *                      F-TAR-ES : TARIFS FOURNISSEUR DATES (IO)
      *                      -------------------------------------------
           SELECT  F-TAR-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-TAR
                   FILE STATUS         IS WS-FS-TAR-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-TAR-S : SYSOUT ETAT DU CHARGEMENT
      *                      DES TARIFS
      *                      -------------------------------------------
           SELECT  F-ETAT-TAR-S        ASSIGN TO ETATTAR
                   FILE STATUS         IS WS-FS-ETAT-TAR-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 INP003 IO001 ETATTAR                  *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *FICHIER DE PRIX DES FOURNISSEURS EN ENTREE
       FD  F-PRX-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-PRX-E       PIC X(80).
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
      *TARIFS FOURNISSEUR DATES (IO)
       FD  F-TAR-ES
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-TAR-ES.
           05  FS-KEY-TAR        PIC X(18).
           05  FILLER            PIC X(82).
      *ETAT DU CHARGEMENT EN SORTIE
       FD  F-ETAT-TAR-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-TAR-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY TARIFOU.
      *FILE STATUS
       01  WS-FS-PRX-E       PIC X(2).
           88 PRX-OK                              VALUE '00'.
           88 PRX-FIN                             VALUE '10'.
       01  WS-FS-ART-E       PIC X(2).
           88 ART-OK                              VALUE '00'.
           88 ART-INEXISTANT                      VALUE '23'.
       01  WS-FS-FOUR-E      PIC X(2).
           88 FOUR-OK                             VALUE '00'.
           88 FOUR-INEXISTANT                     VALUE '23'.
       01  WS-FS-TAR-ES      PIC X(2).
           88 TAR-OK                              VALUE '00'.
           88 TAR-INEXISTANT                      VALUE '23'.
       01  WS-FS-ETAT-TAR-S  PIC X(2).
           88 ETTAR-OK                            VALUE '00'.
      *LIGNE DE PRIX EN ENTREE (UNE LIGNE PAR PALIER)
       01  WS-PRX-ENR.
           05  WS-PRX-CLE.
               10  WS-PRX-ART-CODE   PIC X(5).
               10  WS-PRX-FOU-X      PIC X(5).
               10  WS-PRX-FOU-N REDEFINES WS-PRX-FOU-X
                                     PIC 9(5).
               10  WS-PRX-DATE-X     PIC X(8).
               10  WS-PRX-DATE-N REDEFINES WS-PRX-DATE-X
                                     PIC 9(8).
               10  WS-PRX-DATE-R REDEFINES WS-PRX-DATE-X.
                   15  WS-PRX-DATE-AAAA  PIC 9(4).
                   15  WS-PRX-DATE-MM    PIC 99.
                   15  WS-PRX-DATE-JJ    PIC 99.
           05  WS-PRX-QTE-X      PIC X(6).
           05  WS-PRX-QTE-N REDEFINES WS-PRX-QTE-X
                                 PIC 9(6).
           05  WS-PRX-PXA-X      PIC X(7).
           05  WS-PRX-PXA-N REDEFINES WS-PRX-PXA-X
                                 PIC 9(5)V99.
           05  FILLER            PIC X(49).
      *DATE DU RUN
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
      *TARIF EN COURS DE CONSTITUTION : CLE ET LIGNES LUES
       01  WS-GRP-CLE        PIC X(18).
       01  WS-TAB-LIGNE.
           05  WS-TLG-ENTREE         OCCURS 20.
               10  WS-TLG-LIGNE      PIC X(80).
               10  WS-TLG-MOTIF      PIC X(30).
       01  WS-NB-TLG         PIC S9(4) COMP VALUE ZERO.
       01  WS-NB-LIG-GRP     PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-TLG        PIC S9(4) COMP VALUE ZERO.
      *QUANTITE DU PALIER PRECEDENT (CONTROLE DE L ORDRE CROISSANT)
       01  WS-QTE-PREC       PIC 9(6) VALUE ZERO.
       01  WS-SW-QTE-PREC    PIC X.
           88 QTE-PREC-ABSENTE                    VALUE '0'.
           88 QTE-PREC-PRESENTE                   VALUE '1'.
      *MOTIF DE REJET DU TARIF (SPACES = TARIF VALIDE)
       01  WS-MOTIF-REJET    PIC X(30).
      *MOUVEMENT PORTE SUR TAR0101 PAR LE TARIF CHARGE
       01  WS-LIB-MVT        PIC X(10).
      *LIGNES D EDITION
       01  WS-LTAR-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LTAR-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LTAR-ENTETE.
           05  FILLER            PIC X(40)
               VALUE 'CHARGEMENT DES TARIFS FOURNISSEUR DATES '.
           05  FILLER            PIC X(22) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LTAR-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LTAR-INTITULE.
           05  FILLER            PIC X(40)
               VALUE 'ARTICLE FOUR  EFFET    PALIERS  MOUVEMEN'.
           05  FILLER            PIC X(40)
               VALUE 'T                                       '.
       01  WS-LTAR-CHARGE.
           05  WS-LTAR-ART-ED    PIC X(5).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LTAR-FOU-ED    PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LTAR-DATE-EF   PIC X(8).
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  WS-LTAR-NBP-ED    PIC 9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LTAR-MVT-ED    PIC X(10).
           05  FILLER            PIC X(39) VALUE SPACES.
       01  WS-LTAR-REJET-TIT.
           05  FILLER            PIC X(19) VALUE '** TARIF REJETE : '.
           05  WS-LTAR-RCLE-ED   PIC X(18).
           05  FILLER            PIC X(3)  VALUE ' - '.
           05  WS-LTAR-RMOT-ED   PIC X(30).
           05  FILLER            PIC X(10) VALUE SPACES.
       01  WS-LTAR-REJET-LIG.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LTAR-LIG-ED    PIC X(31).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LTAR-LMOT-ED   PIC X(30).
           05  FILLER            PIC X(14) VALUE SPACES.
      *COMPTEUR RENDU EXEC
       01  WS-NB-LIG-LUES    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-TAR-CREES   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-TAR-REMPL   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-TAR-REJET   PIC S9(6) COMP VALUE ZERO.
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
           PERFORM  6010-READ-F-PRX-E-DEB
              THRU  6010-READ-F-PRX-E-FIN.
           PERFORM  1000-TRT-UN-TARIF-DEB
              THRU  1000-TRT-UN-TARIF-FIN
             UNTIL  PRX-FIN.
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
      * TRT 1000 REGROUPE LES LIGNES SUCCESSIVES DE MEME ARTICLE /
      * FOURNISSEUR / DATE D EFFET, CONTROLE LE TARIF AINSI FORME ET
      * L ECRIT DANS TAR0101 S IL EST VALIDE, SINON LE REJETE EN
      * ENTIER (AUCUNE MISE A JOUR PARTIELLE)
      *----------------------------------------------------
       1000-TRT-UN-TARIF-DEB.
      *
           MOVE WS-PRX-CLE               TO WS-GRP-CLE.
           MOVE ZERO                     TO WS-NB-TLG
                                            WS-NB-LIG-GRP.
           MOVE SPACES                   TO WS-MOTIF-REJET.
           PERFORM  1100-CUMULE-LIGNE-DEB
              THRU  1100-CUMULE-LIGNE-FIN
             UNTIL  PRX-FIN OR WS-PRX-CLE NOT = WS-GRP-CLE.
      *
           PERFORM  7100-CONTROLE-TARIF-DEB
              THRU  7100-CONTROLE-TARIF-FIN.
           IF  WS-MOTIF-REJET NOT = SPACES
               ADD  1                    TO WS-NB-TAR-REJET
               ADD  WS-NB-LIG-GRP        TO WS-NB-LIG-REJET
               PERFORM  8020-EDITION-REJET-DEB
                  THRU  8020-EDITION-REJET-FIN
               GO TO 1000-TRT-UN-TARIF-FIN
           END-IF.
      *
           PERFORM  2000-ECRIT-TARIF-DEB
              THRU  2000-ECRIT-TARIF-FIN.
           PERFORM  8010-EDITION-CHARGE-DEB
              THRU  8010-EDITION-CHARGE-FIN.
      *
       1000-TRT-UN-TARIF-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1100 RANGE LA LIGNE COURANTE DANS LE TARIF EN COURS ET
      * LIT LA LIGNE SUIVANTE
      *----------------------------------------------------
       1100-CUMULE-LIGNE-DEB.
      *
           ADD  1                        TO WS-NB-LIG-GRP.
           IF  WS-NB-TLG < 20
               ADD  1                    TO WS-NB-TLG
               MOVE WS-PRX-ENR           TO WS-TLG-LIGNE(WS-NB-TLG)
               MOVE SPACES               TO WS-TLG-MOTIF(WS-NB-TLG)
           END-IF.
           PERFORM  6010-READ-F-PRX-E-DEB
              THRU  6010-READ-F-PRX-E-FIN.
      *
       1100-CUMULE-LIGNE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 ECRIT LE TARIF DANS TAR0101 OU REMPLACE LE TARIF DE
      * MEME ARTICLE / FOURNISSEUR / DATE D EFFET DEJA CHARGE
      *----------------------------------------------------
       2000-ECRIT-TARIF-DEB.
      *
           PERFORM  6040-READ-F-TAR-ES-DEB
              THRU  6040-READ-F-TAR-ES-FIN.
           PERFORM  7200-CONSTITUE-TARIF-DEB
              THRU  7200-CONSTITUE-TARIF-FIN.
           IF  TAR-INEXISTANT
               PERFORM  6050-WRITE-F-TAR-ES-DEB
                  THRU  6050-WRITE-F-TAR-ES-FIN
               MOVE 'CREE'               TO WS-LIB-MVT
               ADD  1                    TO WS-NB-TAR-CREES
           ELSE
               PERFORM  6060-REWRITE-F-TAR-ES-DEB
                  THRU  6060-REWRITE-F-TAR-ES-FIN
               MOVE 'REMPLACE'           TO WS-LIB-MVT
               ADD  1                    TO WS-NB-TAR-REMPL
           END-IF.
      *
       2000-ECRIT-TARIF-FIN.
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
           OPEN INPUT F-PRX-E.
           IF WS-FS-PRX-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-PRX-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRX-E
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
           OPEN I-O F-TAR-ES.
           IF WS-FS-TAR-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-TAR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-TAR-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-TAR-S.
           IF WS-FS-ETAT-TAR-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-TAR-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-TAR-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT LA LIGNE DE PRIX SUIVANTE
      *------------------------------------
       6010-READ-F-PRX-E-DEB.
      *
           READ F-PRX-E INTO WS-PRX-ENR.
           IF NOT (PRX-OK OR PRX-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRX-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRX-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF  PRX-OK
               ADD  1                    TO WS-NB-LIG-LUES
           END-IF.
      *
       6010-READ-F-PRX-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 CONTROLE L EXISTENCE DE L ARTICLE DU TARIF
      *------------------------------------
       6020-READ-F-ART-E-DEB.
      *
           MOVE WS-GRP-CLE (1:5)         TO FS-KEY-ART.
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
      *6030 CONTROLE L EXISTENCE DU FOURNISSEUR DU TARIF
      *------------------------------------
       6030-READ-F-FOUR-E-DEB.
      *
           MOVE WS-GRP-CLE (6:5)         TO FS-KEY-FOUR.
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
      *6040 LIT LE TARIF DE MEME CLE DEJA CHARGE
      *------------------------------------
       6040-READ-F-TAR-ES-DEB.
      *
           MOVE WS-GRP-CLE               TO FS-KEY-TAR.
           READ F-TAR-ES.
           IF NOT (TAR-OK OR TAR-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-TAR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-TAR-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-READ-F-TAR-ES-FIN.
           EXIT.
      *-------------------------------------
      *6050 ECRIT UN NOUVEAU TARIF
      *------------------------------------
       6050-WRITE-F-TAR-ES-DEB.
      *
           WRITE FS-BUFF-F-TAR-ES FROM WS-TAR-ENR.
           IF WS-FS-TAR-ES NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-TAR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-TAR-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6050-WRITE-F-TAR-ES-FIN.
           EXIT.
      *-------------------------------------
      *6060 REMPLACE LE TARIF DE MEME CLE
      *------------------------------------
       6060-REWRITE-F-TAR-ES-DEB.
      *
           REWRITE FS-BUFF-F-TAR-ES FROM WS-TAR-ENR.
           IF WS-FS-TAR-ES NOT = '00'
              DISPLAY 'PROBLEME DE REECRITURE DU FICHIER F-TAR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-TAR-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6060-REWRITE-F-TAR-ES-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-PRX-E
                 F-ART-E
                 F-FOUR-E
                 F-TAR-ES
                 F-ETAT-TAR-S.
           IF WS-FS-ETAT-TAR-S NOT = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-ETAT-TAR-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-TAR-S
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
           MOVE WS-DATEJ-JJ   TO WS-LTAR-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LTAR-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LTAR-DATE-ED (7:4).
      *
       7000-INIT-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7100 CONTROLE LE TARIF : CHAQUE LIGNE (7110), NOMBRE DE
      *     PALIERS, PUIS ARTICLE ET FOURNISSEUR CONNUS
      *------------------------------------
       7100-CONTROLE-TARIF-DEB.
      *
           SET  QTE-PREC-ABSENTE         TO TRUE.
           PERFORM  7110-CONTROLE-LIGNE-DEB
              THRU  7110-CONTROLE-LIGNE-FIN
             VARYING WS-IND-TLG FROM 1 BY 1
             UNTIL  WS-IND-TLG > WS-NB-TLG.
           IF  WS-MOTIF-REJET NOT = SPACES
               GO TO 7100-CONTROLE-TARIF-FIN
           END-IF.
      *
           IF  WS-NB-LIG-GRP > 5
               MOVE 'PLUS DE 5 PALIERS'  TO WS-MOTIF-REJET
               GO TO 7100-CONTROLE-TARIF-FIN
           END-IF.
      *
           PERFORM  6020-READ-F-ART-E-DEB
              THRU  6020-READ-F-ART-E-FIN.
           IF  ART-INEXISTANT
               MOVE 'ARTICLE INCONNU'    TO WS-MOTIF-REJET
               GO TO 7100-CONTROLE-TARIF-FIN
           END-IF.
      *
           PERFORM  6030-READ-F-FOUR-E-DEB
              THRU  6030-READ-F-FOUR-E-FIN.
           IF  FOUR-INEXISTANT
               MOVE 'FOURNISSEUR INCONNU' TO WS-MOTIF-REJET
           END-IF.
      *
       7100-CONTROLE-TARIF-FIN.
           EXIT.
      *-------------------------------------
      *7110 CONTROLE UNE LIGNE DU TARIF ; LA PREMIERE LIGNE FAUTIVE
      *     DONNE LE MOTIF DE REJET DU TARIF
      *------------------------------------
       7110-CONTROLE-LIGNE-DEB.
      *
           MOVE WS-TLG-LIGNE(WS-IND-TLG) TO WS-PRX-ENR.
           EVALUATE TRUE
               WHEN WS-PRX-FOU-X NOT NUMERIC
                  MOVE 'FOURNISSEUR NON NUMERIQUE'
                                         TO WS-TLG-MOTIF(WS-IND-TLG)
               WHEN WS-PRX-DATE-X NOT NUMERIC
                 OR WS-PRX-DATE-MM < 1 OR WS-PRX-DATE-MM > 12
                 OR WS-PRX-DATE-JJ < 1 OR WS-PRX-DATE-JJ > 31
                  MOVE 'DATE D EFFET INCORRECTE'
                                         TO WS-TLG-MOTIF(WS-IND-TLG)
               WHEN WS-PRX-QTE-X NOT NUMERIC
                  MOVE 'QUANTITE NON NUMERIQUE'
                                         TO WS-TLG-MOTIF(WS-IND-TLG)
               WHEN WS-PRX-PXA-X NOT NUMERIC
                  MOVE 'PRIX NON NUMERIQUE'
                                         TO WS-TLG-MOTIF(WS-IND-TLG)
               WHEN WS-PRX-PXA-N = ZERO
                  MOVE 'PRIX NUL'        TO WS-TLG-MOTIF(WS-IND-TLG)
               WHEN QTE-PREC-PRESENTE
                AND WS-PRX-QTE-N NOT > WS-QTE-PREC
                  MOVE 'QUANTITES NON CROISSANTES'
                                         TO WS-TLG-MOTIF(WS-IND-TLG)
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
      *
           IF  WS-PRX-QTE-X NUMERIC
               MOVE WS-PRX-QTE-N         TO WS-QTE-PREC
               SET  QTE-PREC-PRESENTE    TO TRUE
           END-IF.
           IF  WS-TLG-MOTIF(WS-IND-TLG) NOT = SPACES
               AND WS-MOTIF-REJET = SPACES
               MOVE WS-TLG-MOTIF(WS-IND-TLG) TO WS-MOTIF-REJET
           END-IF.
      *
       7110-CONTROLE-LIGNE-FIN.
           EXIT.
      *-------------------------------------
      *7200 CONSTITUE L ENREGISTREMENT TAR0101 DU TARIF CONTROLE
      *------------------------------------
       7200-CONSTITUE-TARIF-DEB.
      *
           INITIALIZE WS-TAR-ENR.
           MOVE WS-GRP-CLE               TO WS-TAR-CLE.
           MOVE WS-NB-TLG                TO WS-TAR-NB-PALIER.
           MOVE WS-DATEJ-N               TO WS-TAR-DATE-CHARGE.
           PERFORM  7210-ALIM-PALIER-DEB
              THRU  7210-ALIM-PALIER-FIN
             VARYING WS-IND-TLG FROM 1 BY 1
             UNTIL  WS-IND-TLG > WS-NB-TLG.
      *
       7200-CONSTITUE-TARIF-FIN.
           EXIT.
       7210-ALIM-PALIER-DEB.
      *
           MOVE WS-TLG-LIGNE(WS-IND-TLG) TO WS-PRX-ENR.
           MOVE WS-PRX-QTE-N          TO WS-TAR-PAL-QTE(WS-IND-TLG).
           MOVE WS-PRX-PXA-N          TO WS-TAR-PAL-PXA(WS-IND-TLG).
      *
       7210-ALIM-PALIER-FIN.
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
           WRITE FS-BUFF-F-ETAT-TAR-S FROM WS-LTAR-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-TAR-S FROM WS-LTAR-BLANC.
           WRITE FS-BUFF-F-ETAT-TAR-S FROM WS-LTAR-INTITULE.
           WRITE FS-BUFF-F-ETAT-TAR-S FROM WS-LTAR-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8010 EDITE LA LIGNE DU TARIF CHARGE
      *------------------------------------
       8010-EDITION-CHARGE-DEB.
      *
           MOVE WS-TAR-ART-CODE          TO WS-LTAR-ART-ED.
           MOVE WS-GRP-CLE (6:5)         TO WS-LTAR-FOU-ED.
           MOVE WS-GRP-CLE (11:8)        TO WS-LTAR-DATE-EF.
           MOVE WS-TAR-NB-PALIER         TO WS-LTAR-NBP-ED.
           MOVE WS-LIB-MVT               TO WS-LTAR-MVT-ED.
           WRITE FS-BUFF-F-ETAT-TAR-S FROM WS-LTAR-CHARGE.
      *
       8010-EDITION-CHARGE-FIN.
           EXIT.
      *-------------------------------------
      *8020 EDITE LE TARIF REJETE ET CHACUNE DE SES LIGNES
      *------------------------------------
       8020-EDITION-REJET-DEB.
      *
           MOVE WS-GRP-CLE               TO WS-LTAR-RCLE-ED.
           MOVE WS-MOTIF-REJET           TO WS-LTAR-RMOT-ED.
           WRITE FS-BUFF-F-ETAT-TAR-S FROM WS-LTAR-BLANC.
           WRITE FS-BUFF-F-ETAT-TAR-S FROM WS-LTAR-REJET-TIT.
           PERFORM  8030-EDITION-LIGNE-REJ-DEB
              THRU  8030-EDITION-LIGNE-REJ-FIN
             VARYING WS-IND-TLG FROM 1 BY 1
             UNTIL  WS-IND-TLG > WS-NB-TLG.
           WRITE FS-BUFF-F-ETAT-TAR-S FROM WS-LTAR-BLANC.
      *
       8020-EDITION-REJET-FIN.
           EXIT.
       8030-EDITION-LIGNE-REJ-DEB.
      *
           MOVE WS-TLG-LIGNE(WS-IND-TLG) (1:31) TO WS-LTAR-LIG-ED.
           MOVE WS-TLG-MOTIF(WS-IND-TLG) TO WS-LTAR-LMOT-ED.
           WRITE FS-BUFF-F-ETAT-TAR-S FROM WS-LTAR-REJET-LIG.
      *
       8030-EDITION-LIGNE-REJ-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO948              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* LIGNES DE PRIX LUES       : ' WS-NB-LIG-LUES.
           DISPLAY '* TARIFS CREES              : ' WS-NB-TAR-CREES.
           DISPLAY '* TARIFS REMPLACES          : ' WS-NB-TAR-REMPL.
           DISPLAY '* TARIFS REJETES            : ' WS-NB-TAR-REJET.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO948         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO948        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
