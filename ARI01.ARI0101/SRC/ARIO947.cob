      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO947                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *IMPUTATION DES FRAIS D APPROCHE SUR LES LOTS RECUS. CHARGE LE  *
      *FICHIER DES PIECES DE FRAIS (F-FRA-E : NUMERO DE PIECE,        *
      *FOURNISSEUR, COMMANDE CDE0101, TYPE DE FRAIS, MONTANT) PAYEES  *
      *HORS FACTURE MARCHANDISE. CHAQUE PIECE EST REPARTIE SUR LES    *
      *LOTS RECUS AU TITRE DE SA COMMANDE : RECEPTIONS AVEC LOT DE    *
      *L ARTICLE COMMANDE DANS ARTMVTS (ARIC122) A COMPTER DE LA DATE *
      *DE COMMANDE ET JUSQU A LA RECEPTION COMPLETE, DANS LA LIMITE DE*
      *LA QUANTITE RECUE SUR LA COMMANDE. LA REPARTITION SE FAIT :    *
      *- A LA QUANTITE RECUE POUR LE TRANSPORT (FRT) ET LA            *
      *  MANUTENTION (MAN) ;                                          *
      *- A LA VALEUR RECUE (QUANTITE X WS-LOT-PXU) POUR LES DROITS DE *
      *  DOUANE (DOU).                                                *
      *LA QUOTE-PART DE CHAQUE LOT, RAMENEE A L UNITE RECUE, MAJORE   *
      *WS-LOT-PXU (LOT0101) : LA VALORISATION ARIO981, LES TOTAUX DE  *
      *CONTROLE ARIO971 ET LA MARGE ARIO982 INTEGRENT AINSI LES       *
      *FRAIS. UN LOT DEJA PARTIELLEMENT SORTI N ABSORBE QUE LA PART   *
      *DE SA QUANTITE RESTANTE ; LE SOLDE (QUANTITE DEJA SORTIE, LOT  *
      *SOLDE OU DISPARU, ARRONDIS) EST EDITE EN ECART. CHAQUE LOT     *
      *MODIFIE EST JOURNALISE DANS ARTJRNL (OPERATION A, IMAGES       *
      *AVANT/APRES DU LOT). UNE PIECE INVALIDE (COMMANDE INCONNUE,    *
      *FOURNISSEUR DIFFERENT DE CELUI DE LA COMMANDE, TYPE OU MONTANT *
      *INCORRECT, AUCUN LOT RECU, PRIX DE LOT HORS CAPACITE) EST      *
      *REJETEE SANS AUCUNE MISE A JOUR. L ETAT F-ETAT-FRA-S DETAILLE  *
      *CHAQUE PIECE, LA REPARTITION PAR LOT ET LES REJETS.            *
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
       PROGRAM-ID.      ARIO947.
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
      *                      F-FRA-E : PIECES DE FRAIS D APPROCHE
      *                      -------------------------------------------
           SELECT  F-FRA-E             ASSIGN TO INP001
                   FILE STATUS         IS WS-FS-FRA-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CDE-E : FICHIER DES COMMANDES
      *                      -------------------------------------------
           SELECT  F-CDE-E             ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-CDE
                   FILE STATUS         IS WS-FS-CDE-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-AMVT-E : HISTORIQUE DES MOUVEMENTS DE
      *                      QUANTITE (RECEPTIONS TRACEES PAR ARIC122)
      *                      -------------------------------------------
           SELECT  F-AMVT-E            ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-AMVT
                   FILE STATUS         IS WS-FS-AMVT-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-LOT-ES : FICHIER MAITRE DES LOTS (IO)
      *                      -------------------------------------------
           SELECT  F-LOT-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-LOT
                   FILE STATUS         IS WS-FS-LOT-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-JRNL-S : JOURNAL DES MOUVEMENTS ARTICLE
      *                                 (EN AJOUT)
      *                      -------------------------------------------
           SELECT  F-JRNL-S            ASSIGN TO JRNL
                   FILE STATUS         IS WS-FS-JRNL-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-FRA-S : SYSOUT ETAT DES IMPUTATIONS
      *                      DE FRAIS D APPROCHE
      *                      -------------------------------------------
           SELECT  F-ETAT-FRA-S        ASSIGN TO ETATFRA
                   FILE STATUS         IS WS-FS-ETAT-FRA-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 INP003 IO001 JRNL ETATFRA             *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *PIECES DE FRAIS D APPROCHE EN ENTREE
       FD  F-FRA-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-FRA-E       PIC X(80).
      *FICHIER DES COMMANDES EN ENTREE
       FD  F-CDE-E
           RECORD CONTAINS 124 CHARACTERS.
       01  FS-BUFF-F-CDE-E.
           05  FS-KEY-CDE        PIC X(11).
           05  FILLER            PIC X(113).
      *HISTORIQUE DES MOUVEMENTS DE QUANTITE
       FD  F-AMVT-E
           RECORD CONTAINS 85 CHARACTERS.
       01  FS-BUFF-F-AMVT-E.
           05  FS-KEY-AMVT       PIC X(19).
           05  FILLER            PIC X(66).
      *FICHIER MAITRE DES LOTS (IO)
       FD  F-LOT-ES
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-LOT-ES.
           05  FS-KEY-LOT        PIC X(11).
           05  FILLER            PIC X(39).
      *JOURNAL DES MOUVEMENTS ARTICLE (EN AJOUT)
       FD  F-JRNL-S
           RECORD CONTAINS 639 CHARACTERS.
       01  FS-BUFF-F-JRNL-S      PIC X(639).
      *ETAT DES IMPUTATIONS EN SORTIE
       FD  F-ETAT-FRA-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-FRA-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY COMMANDE.
       COPY ARTMVTS.
       COPY ARTLOT.
       COPY ARTJRNL.
      *FILE STATUS
       01  WS-FS-FRA-E       PIC X(2).
           88 FRA-OK                              VALUE '00'.
           88 FRA-FIN                             VALUE '10'.
       01  WS-FS-CDE-E       PIC X(2).
           88 CDE-OK                              VALUE '00'.
           88 CDE-INEXISTANT                      VALUE '23'.
       01  WS-FS-AMVT-E      PIC X(2).
           88 AMVT-OK                             VALUE '00'.
           88 AMVT-FIN                            VALUE '10'.
           88 AMVT-INEXISTANT                     VALUE '23'.
       01  WS-FS-LOT-ES      PIC X(2).
           88 FLOT-OK                             VALUE '00'.
           88 FLOT-INEXISTANT                     VALUE '23'.
       01  WS-FS-JRNL-S      PIC X(2).
           88 JRNL-OK                             VALUE '00'.
       01  WS-FS-ETAT-FRA-S  PIC X(2).
           88 ETFRA-OK                            VALUE '00'.
      *PIECE DE FRAIS D APPROCHE EN ENTREE
       01  WS-FRA-ENR.
           05  WS-FRA-NUM        PIC X(10).
           05  WS-FRA-FOU-X      PIC X(5).
           05  WS-FRA-FOU-N REDEFINES WS-FRA-FOU-X
                                 PIC 9(5).
           05  WS-FRA-CDE-NUM    PIC X(11).
           05  WS-FRA-TYPE       PIC X(3).
               88  FRA-TRANSPORT          VALUE 'FRT'.
               88  FRA-DOUANE             VALUE 'DOU'.
               88  FRA-MANUTENTION        VALUE 'MAN'.
               88  FRA-TYPE-CONNU         VALUES 'FRT' 'DOU' 'MAN'.
      *        CLE DE REPARTITION DU TYPE DE FRAIS
               88  FRA-REPART-VALEUR      VALUE 'DOU'.
           05  WS-FRA-MT-X       PIC X(9).
           05  WS-FRA-MT-N REDEFINES WS-FRA-MT-X
                                 PIC 9(7)V99.
           05  FILLER            PIC X(42).
      *DATE ET HEURE DU RUN
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
       01  WS-HEUREJ         PIC 9(8).
      *MOTIF DE REJET DE LA PIECE COURANTE (SPACES = PIECE VALIDE)
       01  WS-MOTIF-REJET    PIC X(40).
      *BORNES DES RECEPTIONS DE LA COMMANDE
       01  WS-DATE-FIN-RECEP PIC 9(8) VALUE ZERO.
       01  WS-QTE-A-COUVRIR  PIC 9(6) VALUE ZERO.
       01  WS-QTE-PRISE      PIC 9(6) VALUE ZERO.
       01  WS-SW-AMVT-CDE    PIC X.
           88 AMVT-CDE-ENCOURS                    VALUE '0'.
           88 AMVT-CDE-FIN                        VALUE '1'.
      *TABLE DES LOTS RECUS AU TITRE DE LA COMMANDE
       01  WS-TAB-LOT.
           05  WS-TLT-ENTREE         OCCURS 50.
               10  WS-TLT-NUM        PIC X(6).
               10  WS-TLT-QTE-REC    PIC 9(6).
               10  WS-TLT-QTE-RES    PIC 9(5).
               10  WS-TLT-PXU        PIC 9(5)V99.
               10  WS-TLT-NPXU       PIC 9(5)V99.
               10  WS-TLT-BASE       PIC 9(11)V99.
               10  WS-TLT-PART       PIC 9(7)V99.
               10  WS-TLT-INCR       PIC 9(5)V99.
               10  WS-TLT-IMPUTE     PIC 9(9)V99.
               10  WS-TLT-ECART      PIC S9(9)V99.
       01  WS-NB-TLT         PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-TLT        PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-TRV        PIC S9(4) COMP VALUE ZERO.
      *CUMULS DE REPARTITION DE LA PIECE COURANTE
       01  WS-BASE-TOTALE    PIC 9(13)V99 VALUE ZERO.
       01  WS-PART-CUMULEE   PIC 9(7)V99 VALUE ZERO.
       01  WS-PIECE-IMPUTE   PIC 9(9)V99 VALUE ZERO.
       01  WS-PIECE-ECART    PIC S9(9)V99 VALUE ZERO.
       01  WS-SW-CLE-REPART  PIC X.
           88 REPART-QUANTITE                     VALUE 'Q'.
           88 REPART-VALEUR                       VALUE 'V'.
      *CUMULS DU RUN
       01  WS-TOT-MT-PIECES  PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-IMPUTE     PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-ECART      PIC S9(11)V99 VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LFRA-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LFRA-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LFRA-ENTETE.
           05  FILLER            PIC X(44)
               VALUE 'IMPUTATION DES FRAIS D APPROCHE SUR LES LOTS'.
           05  FILLER            PIC X(18) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LFRA-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LFRA-INTITULE.
           05  FILLER            PIC X(40)
               VALUE '  LOT     RECU RESTE  QUOTE-PART  +UNIT'.
           05  FILLER            PIC X(40)
               VALUE ' PU AVANT  PU APRES    IMPUTE      ECART'.
       01  WS-LFRA-PIECE.
           05  FILLER            PIC X(6)  VALUE 'PIECE '.
           05  WS-LFRA-NUM-ED    PIC X(10).
           05  FILLER            PIC X(6)  VALUE ' FOUR '.
           05  WS-LFRA-FOU-ED    PIC X(5).
           05  FILLER            PIC X(5)  VALUE ' CDE '.
           05  WS-LFRA-CDE-ED    PIC X(11).
           05  FILLER            PIC X(5)  VALUE ' ART '.
           05  WS-LFRA-ART-ED    PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LFRA-TYPE-ED   PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LFRA-MT-ED     PIC ZZZZZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LFRA-CLE-ED    PIC X(11).
       01  WS-LFRA-LOT.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LFRA-LOT-ED    PIC X(6).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LFRA-QREC-ED   PIC ZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LFRA-QRES-ED   PIC ZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LFRA-PART-ED   PIC ZZZZZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LFRA-INCR-ED   PIC ZZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LFRA-PXU-ED    PIC ZZZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LFRA-NPXU-ED   PIC ZZZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LFRA-IMP-ED    PIC ZZZZZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LFRA-ECA-ED    PIC -ZZZZZ9,99.
       01  WS-LFRA-TOTPIECE.
           05  FILLER            PIC X(40)
               VALUE '  TOTAL PIECE : IMPUTE SUR LES LOTS     '.
           05  WS-LFRA-TPI-ED    PIC ZZZZZZZZ9,99.
           05  FILLER            PIC X(10) VALUE '   ECART '.
           05  WS-LFRA-TPE-ED    PIC -ZZZZZZZZ9,99.
           05  FILLER            PIC X(5)  VALUE SPACES.
       01  WS-LFRA-REJET.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(13) VALUE '** REJETEE : '.
           05  WS-LFRA-MOTIF-ED  PIC X(40).
           05  FILLER            PIC X(25) VALUE SPACES.
       01  WS-LFRA-TOTAL.
           05  WS-LFRA-TOT-LIB   PIC X(40).
           05  WS-LFRA-TOT-ED    PIC -ZZZZZZZZZZ9,99.
           05  FILLER            PIC X(25) VALUE SPACES.
      *COMPTEUR RENDU EXEC
       01  WS-NB-FRA-LUES    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-FRA-IMPUT   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-FRA-REJET   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-LOT-MAJ     PIC S9(6) COMP VALUE ZERO.
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
           PERFORM  6010-READ-F-FRA-E-DEB
              THRU  6010-READ-F-FRA-E-FIN.
           PERFORM  1000-TRT-UNE-PIECE-DEB
              THRU  1000-TRT-UNE-PIECE-FIN
             UNTIL  FRA-FIN.
      *
           PERFORM  8300-EDITION-TOTAUX-DEB
              THRU  8300-EDITION-TOTAUX-FIN.
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
      * TRT 1000 CONTROLE LA PIECE COURANTE, RECENSE LES LOTS DE SA
      * COMMANDE ET CALCULE LA REPARTITION ; LA PIECE N EST IMPUTEE
      * QUE SI TOUS LES CONTROLES SONT PASSES (AUCUNE MISE A JOUR
      * PARTIELLE). LIT ENSUITE LA PIECE SUIVANTE
      *----------------------------------------------------
       1000-TRT-UNE-PIECE-DEB.
      *
           ADD  1                        TO WS-NB-FRA-LUES.
           MOVE SPACES                   TO WS-MOTIF-REJET.
           MOVE SPACES                   TO WS-CDE-ART-CODE.
      *
           PERFORM  7100-CONTROLE-PIECE-DEB
              THRU  7100-CONTROLE-PIECE-FIN.
           IF  WS-MOTIF-REJET = SPACES
               PERFORM  7200-RECENSE-LOTS-DEB
                  THRU  7200-RECENSE-LOTS-FIN
           END-IF.
           IF  WS-MOTIF-REJET = SPACES
               PERFORM  7300-REPARTIT-PIECE-DEB
                  THRU  7300-REPARTIT-PIECE-FIN
           END-IF.
      *
           PERFORM  8010-EDITION-PIECE-DEB
              THRU  8010-EDITION-PIECE-FIN.
           IF  WS-MOTIF-REJET NOT = SPACES
               ADD  1                    TO WS-NB-FRA-REJET
               PERFORM  8020-EDITION-REJET-DEB
                  THRU  8020-EDITION-REJET-FIN
               GO TO 1000-TRT-UNE-PIECE-SUITE
           END-IF.
      *
           ADD  1                        TO WS-NB-FRA-IMPUT.
           MOVE ZERO                     TO WS-PIECE-IMPUTE
                                            WS-PIECE-ECART.
           PERFORM  2000-IMPUTE-UN-LOT-DEB
              THRU  2000-IMPUTE-UN-LOT-FIN
             VARYING WS-IND-TLT FROM 1 BY 1
             UNTIL  WS-IND-TLT > WS-NB-TLT.
           PERFORM  8110-EDITION-TOTAL-PIECE-DEB
              THRU  8110-EDITION-TOTAL-PIECE-FIN.
           ADD  WS-FRA-MT-N              TO WS-TOT-MT-PIECES.
           ADD  WS-PIECE-IMPUTE          TO WS-TOT-IMPUTE.
           ADD  WS-PIECE-ECART           TO WS-TOT-ECART.
      *
       1000-TRT-UNE-PIECE-SUITE.
           PERFORM  6010-READ-F-FRA-E-DEB
              THRU  6010-READ-F-FRA-E-FIN.
      *
       1000-TRT-UNE-PIECE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 IMPUTE LA MAJORATION UNITAIRE AU LOT COURANT (SI IL
      * LUI RESTE DE LA QUANTITE), JOURNALISE ET EDITE LA LIGNE
      *----------------------------------------------------
       2000-IMPUTE-UN-LOT-DEB.
      *
           IF  WS-TLT-IMPUTE(WS-IND-TLT) NOT = ZERO
               PERFORM  6040-READ-F-LOT-ES-DEB
                  THRU  6040-READ-F-LOT-ES-FIN
               MOVE WS-LOT-ENR           TO WS-JRN-AVANT
               MOVE WS-TLT-NPXU(WS-IND-TLT) TO WS-LOT-PXU
               PERFORM  6050-REWRITE-F-LOT-ES-DEB
                  THRU  6050-REWRITE-F-LOT-ES-FIN
               MOVE WS-LOT-ENR           TO WS-JRN-APRES
               PERFORM  7400-ALIM-JRNL-DEB
                  THRU  7400-ALIM-JRNL-FIN
               PERFORM  6060-WRITE-F-JRNL-S-DEB
                  THRU  6060-WRITE-F-JRNL-S-FIN
               ADD  1                    TO WS-NB-LOT-MAJ
           END-IF.
           ADD  WS-TLT-IMPUTE(WS-IND-TLT) TO WS-PIECE-IMPUTE.
           ADD  WS-TLT-ECART(WS-IND-TLT)  TO WS-PIECE-ECART.
           PERFORM  8100-EDITION-LOT-DEB
              THRU  8100-EDITION-LOT-FIN.
      *
       2000-IMPUTE-UN-LOT-FIN.
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
           OPEN INPUT F-FRA-E.
           IF WS-FS-FRA-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-FRA-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FRA-E
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
           OPEN INPUT F-AMVT-E.
           IF WS-FS-AMVT-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-AMVT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-AMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-LOT-ES.
           IF WS-FS-LOT-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-LOT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN EXTEND F-JRNL-S.
           IF WS-FS-JRNL-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-JRNL-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-JRNL-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-FRA-S.
           IF WS-FS-ETAT-FRA-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-FRA-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-FRA-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT LA PIECE DE FRAIS SUIVANTE
      *------------------------------------
       6010-READ-F-FRA-E-DEB.
      *
           READ F-FRA-E INTO WS-FRA-ENR.
           IF NOT (FRA-OK OR FRA-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FRA-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FRA-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-FRA-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 LIT LA COMMANDE REFERENCEE PAR LA PIECE
      *------------------------------------
       6020-READ-F-CDE-E-DEB.
      *
           MOVE WS-FRA-CDE-NUM           TO FS-KEY-CDE.
           READ F-CDE-E INTO WS-CDE-ENR.
           IF NOT (CDE-OK OR CDE-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CDE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CDE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-F-CDE-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 POSITIONNE F-AMVT-E SUR LE PREMIER MOUVEMENT DE L ARTICLE
      *     COMMANDE A LA DATE DE COMMANDE
      *------------------------------------
       6030-START-F-AMVT-E-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-AMVT.
           MOVE WS-CDE-ART-CODE          TO FS-KEY-AMVT (1:5).
           MOVE WS-CDE-DATE-CDE          TO FS-KEY-AMVT (6:8).
           START F-AMVT-E
             KEY IS NOT LESS THAN FS-KEY-AMVT
           END-START.
           IF NOT (AMVT-OK OR AMVT-INEXISTANT OR AMVT-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-AMVT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-AMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-START-F-AMVT-E-FIN.
           EXIT.
      *-------------------------------------
      *6035 LIT LE MOUVEMENT SUIVANT SUR F-AMVT-E
      *------------------------------------
       6035-READNEXT-F-AMVT-E-DEB.
      *
           READ F-AMVT-E NEXT RECORD INTO WS-AMVT-ENR.
           IF NOT (AMVT-OK OR AMVT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-AMVT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-AMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6035-READNEXT-F-AMVT-E-FIN.
           EXIT.
      *-------------------------------------
      *6040 LIT LE LOT DE LA LIGNE DE TABLE COURANTE
      *------------------------------------
       6040-READ-F-LOT-ES-DEB.
      *
           MOVE WS-CDE-ART-CODE          TO FS-KEY-LOT (1:5).
           MOVE WS-TLT-NUM(WS-IND-TLT)   TO FS-KEY-LOT (6:6).
           READ F-LOT-ES INTO WS-LOT-ENR.
           IF NOT (FLOT-OK OR FLOT-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-READ-F-LOT-ES-FIN.
           EXIT.
      *-------------------------------------
      *6050 REECRIT LE LOT AVEC SON PRIX UNITAIRE MAJORE
      *------------------------------------
       6050-REWRITE-F-LOT-ES-DEB.
      *
           REWRITE FS-BUFF-F-LOT-ES FROM WS-LOT-ENR.
           IF NOT FLOT-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-LOT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6050-REWRITE-F-LOT-ES-FIN.
           EXIT.
      *-------------------------------------
      *6060 ECRIT L ENREGISTREMENT DE JOURNAL DE L IMPUTATION
      *------------------------------------
       6060-WRITE-F-JRNL-S-DEB.
      *
           WRITE FS-BUFF-F-JRNL-S FROM WS-JRN-ENR.
           IF NOT JRNL-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-JRNL-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-JRNL-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6060-WRITE-F-JRNL-S-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-FRA-E.
           CLOSE F-CDE-E.
           CLOSE F-AMVT-E.
           CLOSE F-LOT-ES.
           CLOSE F-JRNL-S.
           CLOSE F-ETAT-FRA-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LA DATE ET L HEURE DU RUN
      *------------------------------------
       7000-INIT-DATE-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           ACCEPT WS-HEUREJ FROM TIME.
           MOVE WS-DATEJ-JJ   TO WS-LFRA-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LFRA-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LFRA-DATE-ED (7:4).
      *
       7000-INIT-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7100 CONTROLE LA PIECE : ZONES NUMERIQUES, TYPE DE FRAIS,
      *     MONTANT, COMMANDE EXISTANTE ET DU MEME FOURNISSEUR
      *------------------------------------
       7100-CONTROLE-PIECE-DEB.
      *
           IF  WS-FRA-FOU-X NOT NUMERIC
               MOVE 'CODE FOURNISSEUR NON NUMERIQUE'
                                         TO WS-MOTIF-REJET
               GO TO 7100-CONTROLE-PIECE-FIN
           END-IF.
           IF  NOT FRA-TYPE-CONNU
               MOVE 'TYPE DE FRAIS INCONNU (FRT DOU MAN)'
                                         TO WS-MOTIF-REJET
               GO TO 7100-CONTROLE-PIECE-FIN
           END-IF.
           IF  WS-FRA-MT-X NOT NUMERIC
               MOVE 'MONTANT NON NUMERIQUE'
                                         TO WS-MOTIF-REJET
               GO TO 7100-CONTROLE-PIECE-FIN
           END-IF.
           IF  WS-FRA-MT-N = ZERO
               MOVE 'MONTANT NUL'        TO WS-MOTIF-REJET
               GO TO 7100-CONTROLE-PIECE-FIN
           END-IF.
      *
           PERFORM  6020-READ-F-CDE-E-DEB
              THRU  6020-READ-F-CDE-E-FIN.
           IF  CDE-INEXISTANT
               MOVE SPACES               TO WS-CDE-ART-CODE
               MOVE 'COMMANDE INCONNUE'  TO WS-MOTIF-REJET
               GO TO 7100-CONTROLE-PIECE-FIN
           END-IF.
           IF  WS-CDE-FOU-CODE NOT = WS-FRA-FOU-N
               MOVE 'FOURNISSEUR DIFFERENT DE LA COMMANDE'
                                         TO WS-MOTIF-REJET
               GO TO 7100-CONTROLE-PIECE-FIN
           END-IF.
           IF  WS-CDE-QTE-RECUE = ZERO
               MOVE 'COMMANDE SANS RECEPTION'
                                         TO WS-MOTIF-REJET
           END-IF.
      *
       7100-CONTROLE-PIECE-FIN.
           EXIT.
      *-------------------------------------
      *7200 RECENSE LES LOTS RECUS AU TITRE DE LA COMMANDE : LES
      *     RECEPTIONS AVEC LOT DE L ARTICLE COMMANDE, DE LA DATE DE
      *     COMMANDE A LA DATE DE RECEPTION COMPLETE (A DEFAUT LA
      *     DATE DU JOUR), JUSQU A CONCURRENCE DE LA QUANTITE RECUE
      *     SUR LA COMMANDE
      *------------------------------------
       7200-RECENSE-LOTS-DEB.
      *
           MOVE ZERO                     TO WS-NB-TLT.
           MOVE ZERO                     TO WS-QTE-PRISE.
           MOVE WS-CDE-QTE-RECUE         TO WS-QTE-A-COUVRIR.
           IF  WS-CDE-DATE-RECEP = ZERO
               MOVE WS-DATEJ-N           TO WS-DATE-FIN-RECEP
           ELSE
               MOVE WS-CDE-DATE-RECEP    TO WS-DATE-FIN-RECEP
           END-IF.
      *
           SET  AMVT-CDE-ENCOURS         TO TRUE.
           PERFORM  6030-START-F-AMVT-E-DEB
              THRU  6030-START-F-AMVT-E-FIN.
           IF  AMVT-OK
               PERFORM  6035-READNEXT-F-AMVT-E-DEB
                  THRU  6035-READNEXT-F-AMVT-E-FIN
               PERFORM  7210-RETIENT-UN-MVT-DEB
                  THRU  7210-RETIENT-UN-MVT-FIN
                 UNTIL  AMVT-FIN OR AMVT-CDE-FIN
           END-IF.
      *
           IF  WS-MOTIF-REJET = SPACES
               AND WS-NB-TLT = ZERO
               MOVE 'AUCUN LOT RECU AU TITRE DE LA COMMANDE'
                                         TO WS-MOTIF-REJET
           END-IF.
      *
       7200-RECENSE-LOTS-FIN.
           EXIT.
      *-------------------------------------
      *7210 RETIENT LE MOUVEMENT COURANT S IL S AGIT D UNE RECEPTION
      *     AVEC LOT : CUMUL DE LA QUANTITE DANS LA LIGNE DU LOT
      *------------------------------------
       7210-RETIENT-UN-MVT-DEB.
      *
           IF  WS-AMVT-ART-CODE NOT = WS-CDE-ART-CODE
               OR WS-AMVT-DATE > WS-DATE-FIN-RECEP
               OR WS-QTE-PRISE NOT < WS-QTE-A-COUVRIR
               SET  AMVT-CDE-FIN         TO TRUE
               GO TO 7210-RETIENT-UN-MVT-FIN
           END-IF.
      *
           IF  AMVT-RECEPTION
               AND WS-AMVT-LOT NOT = SPACES
               PERFORM  7220-LOCALISE-LOT-DEB
                  THRU  7220-LOCALISE-LOT-FIN
               IF  WS-IND-TRV NOT = ZERO
                   IF  WS-AMVT-QTE >
                       WS-QTE-A-COUVRIR - WS-QTE-PRISE
                       COMPUTE WS-AMVT-QTE =
                               WS-QTE-A-COUVRIR - WS-QTE-PRISE
                   END-IF
                   ADD  WS-AMVT-QTE      TO WS-TLT-QTE-REC(WS-IND-TRV)
                                            WS-QTE-PRISE
               END-IF
           END-IF.
      *
           PERFORM  6035-READNEXT-F-AMVT-E-DEB
              THRU  6035-READNEXT-F-AMVT-E-FIN.
      *
       7210-RETIENT-UN-MVT-FIN.
           EXIT.
      *-------------------------------------
      *7220 LOCALISE LA LIGNE DU LOT DU MOUVEMENT, LA CREE AU BESOIN
      *     AVEC LE PRIX ET LA QUANTITE RESTANTE DE LOT0101 (LOT
      *     DISPARU : RESTE NUL) - TABLE PLEINE : PIECE REJETEE
      *------------------------------------
       7220-LOCALISE-LOT-DEB.
      *
           MOVE ZERO                     TO WS-IND-TRV.
           PERFORM  7230-COMPARE-LOT-DEB
              THRU  7230-COMPARE-LOT-FIN
             VARYING WS-IND-TLT FROM 1 BY 1
             UNTIL  WS-IND-TLT > WS-NB-TLT
                 OR WS-IND-TRV NOT = ZERO.
           IF  WS-IND-TRV NOT = ZERO
               GO TO 7220-LOCALISE-LOT-FIN
           END-IF.
      *
           IF  WS-NB-TLT NOT < 50
               MOVE 'PLUS DE 50 LOTS SUR LA COMMANDE'
                                         TO WS-MOTIF-REJET
               SET  AMVT-CDE-FIN         TO TRUE
               GO TO 7220-LOCALISE-LOT-FIN
           END-IF.
           ADD  1                        TO WS-NB-TLT.
           MOVE WS-NB-TLT                TO WS-IND-TRV
                                            WS-IND-TLT.
           INITIALIZE WS-TLT-ENTREE(WS-IND-TLT).
           MOVE WS-AMVT-LOT              TO WS-TLT-NUM(WS-IND-TLT).
           PERFORM  6040-READ-F-LOT-ES-DEB
              THRU  6040-READ-F-LOT-ES-FIN.
           IF  FLOT-OK
               MOVE WS-LOT-QTE           TO WS-TLT-QTE-RES(WS-IND-TLT)
               MOVE WS-LOT-PXU           TO WS-TLT-PXU(WS-IND-TLT)
           END-IF.
      *
       7220-LOCALISE-LOT-FIN.
           EXIT.
       7230-COMPARE-LOT-DEB.
      *
           IF  WS-TLT-NUM(WS-IND-TLT) = WS-AMVT-LOT
               MOVE WS-IND-TLT           TO WS-IND-TRV
           END-IF.
      *
       7230-COMPARE-LOT-FIN.
           EXIT.
      *-------------------------------------
      *7300 REPARTIT LE MONTANT DE LA PIECE SUR LES LOTS RECENSES :
      *     BASE = QUANTITE RECUE OU VALEUR RECUE SELON LE TYPE DE
      *     FRAIS (VALEUR NULLE : REPLI SUR LA QUANTITE) ; LE DERNIER
      *     LOT PREND LE RELIQUAT D ARRONDI POUR QUE LA SOMME DES
      *     QUOTES-PARTS EGALE LA PIECE. LA QUOTE-PART RAMENEE A
      *     L UNITE RECUE MAJORE LE PRIX DU LOT ; SEULE LA QUANTITE
      *     RESTANTE EST IMPUTEE, LE SOLDE PASSE EN ECART
      *------------------------------------
       7300-REPARTIT-PIECE-DEB.
      *
           IF  FRA-REPART-VALEUR
               SET  REPART-VALEUR        TO TRUE
           ELSE
               SET  REPART-QUANTITE      TO TRUE
           END-IF.
           MOVE ZERO                     TO WS-BASE-TOTALE.
           PERFORM  7310-BASE-UN-LOT-DEB
              THRU  7310-BASE-UN-LOT-FIN
             VARYING WS-IND-TLT FROM 1 BY 1
             UNTIL  WS-IND-TLT > WS-NB-TLT.
           IF  REPART-VALEUR AND WS-BASE-TOTALE = ZERO
               SET  REPART-QUANTITE      TO TRUE
               MOVE ZERO                 TO WS-BASE-TOTALE
               PERFORM  7310-BASE-UN-LOT-DEB
                  THRU  7310-BASE-UN-LOT-FIN
                 VARYING WS-IND-TLT FROM 1 BY 1
                 UNTIL  WS-IND-TLT > WS-NB-TLT
           END-IF.
           IF  WS-BASE-TOTALE = ZERO
               MOVE 'QUANTITE RECUE NULLE SUR LES LOTS'
                                         TO WS-MOTIF-REJET
               GO TO 7300-REPARTIT-PIECE-FIN
           END-IF.
      *
           MOVE ZERO                     TO WS-PART-CUMULEE.
           PERFORM  7320-PART-UN-LOT-DEB
              THRU  7320-PART-UN-LOT-FIN
             VARYING WS-IND-TLT FROM 1 BY 1
             UNTIL  WS-IND-TLT > WS-NB-TLT
                 OR WS-MOTIF-REJET NOT = SPACES.
      *
       7300-REPARTIT-PIECE-FIN.
           EXIT.
       7310-BASE-UN-LOT-DEB.
      *
           IF  REPART-VALEUR
               COMPUTE WS-TLT-BASE(WS-IND-TLT) =
                       WS-TLT-QTE-REC(WS-IND-TLT)
                     * WS-TLT-PXU(WS-IND-TLT)
           ELSE
               MOVE WS-TLT-QTE-REC(WS-IND-TLT)
                                         TO WS-TLT-BASE(WS-IND-TLT)
           END-IF.
           ADD  WS-TLT-BASE(WS-IND-TLT)  TO WS-BASE-TOTALE.
      *
       7310-BASE-UN-LOT-FIN.
           EXIT.
       7320-PART-UN-LOT-DEB.
      *
           IF  WS-IND-TLT = WS-NB-TLT
               COMPUTE WS-TLT-PART(WS-IND-TLT) =
                       WS-FRA-MT-N - WS-PART-CUMULEE
           ELSE
               COMPUTE WS-TLT-PART(WS-IND-TLT) ROUNDED =
                       WS-FRA-MT-N * WS-TLT-BASE(WS-IND-TLT)
                     / WS-BASE-TOTALE
           END-IF.
           ADD  WS-TLT-PART(WS-IND-TLT)  TO WS-PART-CUMULEE.
      *
           MOVE WS-TLT-PXU(WS-IND-TLT)   TO WS-TLT-NPXU(WS-IND-TLT).
           MOVE ZERO                     TO WS-TLT-INCR(WS-IND-TLT)
                                            WS-TLT-IMPUTE(WS-IND-TLT).
           IF  WS-TLT-QTE-REC(WS-IND-TLT) NOT = ZERO
               COMPUTE WS-TLT-INCR(WS-IND-TLT) ROUNDED =
                       WS-TLT-PART(WS-IND-TLT)
                     / WS-TLT-QTE-REC(WS-IND-TLT)
           END-IF.
           IF  WS-TLT-QTE-RES(WS-IND-TLT) NOT = ZERO
               COMPUTE WS-TLT-NPXU(WS-IND-TLT) =
                       WS-TLT-PXU(WS-IND-TLT)
                     + WS-TLT-INCR(WS-IND-TLT)
                   ON SIZE ERROR
                      MOVE 'PRIX DE LOT MAJORE HORS CAPACITE'
                                         TO WS-MOTIF-REJET
                      GO TO 7320-PART-UN-LOT-FIN
               END-COMPUTE
               COMPUTE WS-TLT-IMPUTE(WS-IND-TLT) =
                       WS-TLT-INCR(WS-IND-TLT)
                     * WS-TLT-QTE-RES(WS-IND-TLT)
           END-IF.
           COMPUTE WS-TLT-ECART(WS-IND-TLT) =
                   WS-TLT-PART(WS-IND-TLT)
                 - WS-TLT-IMPUTE(WS-IND-TLT).
      *
       7320-PART-UN-LOT-FIN.
           EXIT.
      *-------------------------------------
      *7400 CONSTITUE L ENREGISTREMENT DE JOURNAL DE L IMPUTATION
      *     (IMAGES AVANT/APRES DU LOT)
      *------------------------------------
       7400-ALIM-JRNL-DEB.
      *
           MOVE WS-DATEJ-N              TO WS-JRN-DATE.
           MOVE WS-HEUREJ (1:6)         TO WS-JRN-HEURE.
           MOVE 'BTCH'                  TO WS-JRN-TERM.
           MOVE ZERO                    TO WS-JRN-TASK.
           MOVE 'ARIO947'               TO WS-JRN-PROG.
           SET  JRN-FRAIS-APPROCHE      TO TRUE.
           MOVE WS-CDE-ART-CODE         TO WS-JRN-CODE.
           MOVE SPACES                  TO WS-JRN-RAISON.
           STRING 'FRAIS ' WS-FRA-TYPE ' ' WS-FRA-NUM
                  DELIMITED BY SIZE   INTO WS-JRN-RAISON
           END-STRING.
      *
       7400-ALIM-JRNL-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *8000 EDITE L ENTETE DE L ETAT DES IMPUTATIONS
      *------------------------------------
       8000-EDITION-ENTETE-DEB.
      *
           WRITE FS-BUFF-F-ETAT-FRA-S FROM WS-LFRA-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-FRA-S FROM WS-LFRA-BLANC.
           WRITE FS-BUFF-F-ETAT-FRA-S FROM WS-LFRA-INTITULE.
           WRITE FS-BUFF-F-ETAT-FRA-S FROM WS-LFRA-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8010 EDITE LA LIGNE DE LA PIECE
      *------------------------------------
       8010-EDITION-PIECE-DEB.
      *
           MOVE WS-FRA-NUM              TO WS-LFRA-NUM-ED.
           MOVE WS-FRA-FOU-X            TO WS-LFRA-FOU-ED.
           MOVE WS-FRA-CDE-NUM          TO WS-LFRA-CDE-ED.
           MOVE WS-CDE-ART-CODE         TO WS-LFRA-ART-ED.
           MOVE WS-FRA-TYPE             TO WS-LFRA-TYPE-ED.
           IF  WS-FRA-MT-X NUMERIC
               MOVE WS-FRA-MT-N         TO WS-LFRA-MT-ED
           ELSE
               MOVE ZERO                TO WS-LFRA-MT-ED
           END-IF.
           EVALUATE TRUE
               WHEN WS-MOTIF-REJET NOT = SPACES
                   MOVE SPACES          TO WS-LFRA-CLE-ED
               WHEN REPART-VALEUR
                   MOVE 'A LA VALEUR'   TO WS-LFRA-CLE-ED
               WHEN OTHER
                   MOVE 'A LA QTE'      TO WS-LFRA-CLE-ED
           END-EVALUATE.
           WRITE FS-BUFF-F-ETAT-FRA-S FROM WS-LFRA-BLANC.
           WRITE FS-BUFF-F-ETAT-FRA-S FROM WS-LFRA-PIECE.
      *
       8010-EDITION-PIECE-FIN.
           EXIT.
      *-------------------------------------
      *8020 EDITE LE MOTIF DE REJET DE LA PIECE
      *------------------------------------
       8020-EDITION-REJET-DEB.
      *
           MOVE WS-MOTIF-REJET          TO WS-LFRA-MOTIF-ED.
           WRITE FS-BUFF-F-ETAT-FRA-S FROM WS-LFRA-REJET.
      *
       8020-EDITION-REJET-FIN.
           EXIT.
      *-------------------------------------
      *8100 EDITE LA REPARTITION SUR LE LOT COURANT
      *------------------------------------
       8100-EDITION-LOT-DEB.
      *
           MOVE WS-TLT-NUM(WS-IND-TLT)     TO WS-LFRA-LOT-ED.
           MOVE WS-TLT-QTE-REC(WS-IND-TLT) TO WS-LFRA-QREC-ED.
           MOVE WS-TLT-QTE-RES(WS-IND-TLT) TO WS-LFRA-QRES-ED.
           MOVE WS-TLT-PART(WS-IND-TLT)    TO WS-LFRA-PART-ED.
           MOVE WS-TLT-INCR(WS-IND-TLT)    TO WS-LFRA-INCR-ED.
           MOVE WS-TLT-PXU(WS-IND-TLT)     TO WS-LFRA-PXU-ED.
           MOVE WS-TLT-NPXU(WS-IND-TLT)    TO WS-LFRA-NPXU-ED.
           MOVE WS-TLT-IMPUTE(WS-IND-TLT)  TO WS-LFRA-IMP-ED.
           MOVE WS-TLT-ECART(WS-IND-TLT)   TO WS-LFRA-ECA-ED.
           WRITE FS-BUFF-F-ETAT-FRA-S FROM WS-LFRA-LOT.
      *
       8100-EDITION-LOT-FIN.
           EXIT.
      *-------------------------------------
      *8110 EDITE LE TOTAL IMPUTE ET L ECART DE LA PIECE
      *------------------------------------
       8110-EDITION-TOTAL-PIECE-DEB.
      *
           MOVE WS-PIECE-IMPUTE         TO WS-LFRA-TPI-ED.
           MOVE WS-PIECE-ECART          TO WS-LFRA-TPE-ED.
           WRITE FS-BUFF-F-ETAT-FRA-S FROM WS-LFRA-TOTPIECE.
      *
       8110-EDITION-TOTAL-PIECE-FIN.
           EXIT.
      *-------------------------------------
      *8300 EDITE LES TOTAUX DU RUN
      *------------------------------------
       8300-EDITION-TOTAUX-DEB.
      *
           WRITE FS-BUFF-F-ETAT-FRA-S FROM WS-LFRA-BLANC.
           WRITE FS-BUFF-F-ETAT-FRA-S FROM WS-LFRA-TIRET.
           MOVE 'TOTAL DES PIECES IMPUTEES'
                                        TO WS-LFRA-TOT-LIB.
           MOVE WS-TOT-MT-PIECES        TO WS-LFRA-TOT-ED.
           WRITE FS-BUFF-F-ETAT-FRA-S FROM WS-LFRA-TOTAL.
           MOVE 'DONT IMPUTE SUR LE PRIX DES LOTS'
                                        TO WS-LFRA-TOT-LIB.
           MOVE WS-TOT-IMPUTE           TO WS-LFRA-TOT-ED.
           WRITE FS-BUFF-F-ETAT-FRA-S FROM WS-LFRA-TOTAL.
           MOVE 'DONT ECART (QUANTITES DEJA SORTIES)'
                                        TO WS-LFRA-TOT-LIB.
           MOVE WS-TOT-ECART            TO WS-LFRA-TOT-ED.
           WRITE FS-BUFF-F-ETAT-FRA-S FROM WS-LFRA-TOTAL.
      *
       8300-EDITION-TOTAUX-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO947              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* PIECES DE FRAIS LUES      : ' WS-NB-FRA-LUES.
           DISPLAY '* PIECES IMPUTEES           : ' WS-NB-FRA-IMPUT.
           DISPLAY '* PIECES REJETEES           : ' WS-NB-FRA-REJET.
           DISPLAY '* LOTS REVALORISES          : ' WS-NB-LOT-MAJ.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO947         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO947        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
