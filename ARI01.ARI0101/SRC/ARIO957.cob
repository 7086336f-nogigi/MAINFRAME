      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO957                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *EXTRAIT COMPTABLE NOCTURNE DES MOUVEMENTS DE STOCK ARTICLE, A  *
      *LANCER APRES LA MISE AU REBUT ARIO991. CHAQUE MOUVEMENT DU     *
      *JOUR DE L HISTORIQUE ARTMVTS (F-AMVT-E) EST VALORISE AU PRIX   *
      *DE SON LOT (LOT0101, F-LOT-E) PUIS TRADUIT, VIA LE SCHEMA      *
      *COMPTABLE DE SON CODE (SCH0101, COPY SCHEMACG - MEME FICHIER   *
      *QUE LES CODES BANCAIRES D ARIO482), EN DEUX ECRITURES          *
      *EQUILIBREES SUR L EXTRAIT F-GL-S, AU MEME FORMAT QU ARIO482.   *
      *CODES COMPTABILISES : RECEPT (RECEPTION), SORTIE (SORTIE VERS  *
      *UN CENTRE DE COUT), RETOUR (RETOUR EN STOCK), RETFOU (RETOUR   *
      *AU FOURNISSEUR), FABCOM ET FABREC (FABRICATION DE KIT).        *
      *LES LOTS PERIMES MIS AU REBUT PAR ARIO991 NE PASSENT PAS PAR   *
      *ARTMVTS : ILS SONT REPRIS DU FICHIER DES REBUTS DE LA NUIT     *
      *(F-REB-E, COPY ARTREBUT) SOUS LE CODE REBUT, A LA VALEUR DE    *
      *LA PERTE CALCULEE PAR ARIO991.                                 *
      *LES TRANSFERTS INTER-DEPOTS (TRANSF) ET LES SORTIES DE KIT     *
      *PARENT (KITSOR, DEJA VALORISEES PAR LES SORTIES DE LEURS       *
      *COMPOSANTS) SONT SANS INCIDENCE COMPTABLE ET SONT ECARTES.     *
      *SUR UNE SORTIE, LE CENTRE DE COUT DEMANDEUR (WS-AMVT-CCTR) EST *
      *PORTE EN AXE ANALYTIQUE SUR LA JAMBE DEBIT (CHARGE).           *
      *UN LOT DISPARU DE LOT0101 (EPUISE OU RETIRE) EST VALORISE AU   *
      *COUT MOYEN DES LOTS RESTANTS DE L ARTICLE (MEME CALCUL QU      *
      *ARIO985) ; A DEFAUT LE MOUVEMENT EST COMPTE NON VALORISE ET    *
      *N EST PAS EXTRAIT. UN CODE SANS SCHEMA PART SUR LE COMPTE      *
      *D ATTENTE COMPTABLE ET EST COMPTE, COMME DANS ARIO482.         *
      *SYSIN  -> COL 1-10  COMPTE D ATTENTE COMPTABLE (DEFAUT         *
      *                    4710000001)                                *
      *          COL 11-18 DATE DES MOUVEMENTS AAAAMMJJ (DEFAUT DATE  *
      *                    DU JOUR)                                   *
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
       PROGRAM-ID.      ARIO957.
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
      *                      F-AMVT-E : HISTORIQUE DES MOUVEMENTS DE
      *                      QUANTITE SUR LES ARTICLES
      *                      -------------------------------------------
           SELECT  F-AMVT-E            ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-AMVT
                   FILE STATUS         IS WS-FS-AMVT-E.
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
      *                      F-SCH-E : FICHIER DES SCHEMAS COMPTABLES
      *                      -------------------------------------------
           SELECT  F-SCH-E             ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-SCH
                   FILE STATUS         IS WS-FS-SCH-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-REB-E : LOTS MIS AU REBUT PAR ARIO991
      *                      (ABSENT = PAS DE REBUT CETTE NUIT)
      *                      -------------------------------------------
           SELECT  F-REB-E             ASSIGN TO REBUT
                   FILE STATUS         IS WS-FS-REB-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-GL-S : EXTRAIT DES ECRITURES POUR LE
      *                      GRAND LIVRE
      *                      -------------------------------------------
           SELECT  F-GL-S              ASSIGN TO GLEXT
                   FILE STATUS         IS WS-FS-GL-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 INP003 REBUT GLEXT                    *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *HISTORIQUE DES MOUVEMENTS EN ENTREE
       FD  F-AMVT-E
           RECORD CONTAINS 85 CHARACTERS.
       01  FS-BUFF-F-AMVT-E.
           05  FS-KEY-AMVT       PIC X(19).
           05  FILLER            PIC X(66).
      *FICHIER MAITRE DES LOTS EN ENTREE
       FD  F-LOT-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-LOT-E.
           05  FS-KEY-LOT        PIC X(11).
           05  FILLER            PIC X(39).
      *FICHIER DES SCHEMAS COMPTABLES
       FD  F-SCH-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-SCH-E.
           05  FS-KEY-SCH        PIC X(7).
           05  FILLER            PIC X(43).
      *LOTS MIS AU REBUT DANS LA NUIT
       FD  F-REB-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-REB-E       PIC X(80).
      *EXTRAIT DES ECRITURES GRAND LIVRE
       FD  F-GL-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-GL-S        PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY ARTMVTS.
       COPY ARTLOT.
       COPY ARTREBUT.
       COPY SCHEMACG.
      *FILE STATUS
       01  WS-FS-AMVT-E      PIC X(2).
           88 AMVT-OK                             VALUE '00'.
           88 AMVT-FIN                            VALUE '10'.
       01  WS-FS-LOT-E       PIC X(2).
           88 FLOT-OK                             VALUE '00'.
           88 FLOT-FIN                            VALUE '10'.
           88 FLOT-INEXISTANT                     VALUE '23'.
       01  WS-FS-SCH-E       PIC X(2).
           88 SCH-OK                              VALUE '00'.
           88 SCH-INEXISTANT                      VALUE '23'.
       01  WS-FS-REB-E       PIC X(2).
           88 REB-OK                              VALUE '00'.
           88 REB-FIN                             VALUE '10'.
           88 REB-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-GL-S        PIC X(2).
           88 GL-OK                               VALUE '00'.
      *DATE DU JOUR ET DATE DES MOUVEMENTS EXTRAITS
       01  WS-DATEJ          PIC 9(8).
       01  WS-DATE-EXTRAIT   PIC 9(8) VALUE ZERO.
      *COMMANDE SYSIN : COMPTE D ATTENTE ET DATE DES MOUVEMENTS
       01  WS-SYSIN-ATT.
           05  WS-ATT-CPTE-X     PIC X(10).
           05  WS-ATT-DATE-X     PIC X(8).
           05  WS-ATT-DATE-N REDEFINES WS-ATT-DATE-X
                                 PIC 9(8).
       01  WS-CPTE-ATT-CG    PIC X(10) VALUE '4710000001'.
      *ECRITURE DU GRAND LIVRE (FORMAT F-GL-S D ARIO482) : LA
      *REFERENCE TIERS PORTE LE CODE ARTICLE, L AXE ANALYTIQUE LE
      *CENTRE DE COUT D UNE SORTIE (ZONE LIBRE D ARIO482)
       01  WS-GL-ENR.
           05  WS-GL-DATE        PIC 9(8).
           05  WS-GL-CPTE-GL     PIC X(10).
           05  WS-GL-SENS        PIC X(1).
               88  GL-DEBIT              VALUE 'D'.
               88  GL-CREDIT             VALUE 'C'.
           05  WS-GL-MT          PIC 9(9)V99.
           05  WS-GL-CODE-MVT    PIC X(7).
           05  WS-GL-CPTE-CLI    PIC X(10).
           05  WS-GL-CCTR        PIC X(5).
           05  FILLER            PIC X(28) VALUE SPACES.
      *MOUVEMENT COURANT A COMPTABILISER
       01  WS-CODE-ECR       PIC X(7).
       01  WS-ART-ECR        PIC X(5).
       01  WS-CCTR-ECR       PIC X(5).
       01  WS-MT-ECR         PIC 9(9)V99 VALUE ZERO.
       01  WS-CODE-REBUT     PIC X(7) VALUE 'REBUT  '.
      *PRIX UNITAIRE RETENU POUR LE MOUVEMENT COURANT
       01  WS-PXU-MVT        PIC 9(5)V9999 VALUE ZERO.
      *COUT MOYEN DE L ARTICLE (LOT DISPARU DE LOT0101)
       01  WS-CUM-QTE-LOT    PIC 9(7) VALUE ZERO.
       01  WS-CUM-VAL-LOT    PIC 9(9)V99 VALUE ZERO.
       01  WS-COUT-MOYEN     PIC 9(5)V9999 VALUE ZERO.
       01  WS-ART-CHERCHE    PIC X(5).
       01  WS-FS-LOT-ART     PIC X.
           88 LOT-ART-ENCOURS                     VALUE '0'.
           88 LOT-ART-FIN                         VALUE '1'.
      *COMPTEUR RENDU EXEC
       01  WS-NB-MVT-LUS     PIC 9(7) VALUE ZERO.
       01  WS-NB-MVT-JOUR    PIC 9(7) VALUE ZERO.
       01  WS-NB-MVT-ECARTES PIC 9(7) VALUE ZERO.
       01  WS-NB-MVT-PRIX-MOY PIC 9(7) VALUE ZERO.
       01  WS-NB-NON-VALOR   PIC 9(7) VALUE ZERO.
       01  WS-NB-REB-LUS     PIC 9(7) VALUE ZERO.
       01  WS-NB-REB-JOUR    PIC 9(7) VALUE ZERO.
       01  WS-NB-COMPTA      PIC 9(7) VALUE ZERO.
       01  WS-NB-ECRITURES   PIC 9(7) VALUE ZERO.
       01  WS-NB-SANS-SCHEMA PIC 9(7) VALUE ZERO.
       01  WS-TOT-DEBIT      PIC 9(13)V99 VALUE ZERO.
       01  WS-TOT-CREDIT     PIC 9(13)V99 VALUE ZERO.
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
      * COMPTABILISE LES MOUVEMENTS ARTMVTS DU JOUR PUIS LES REBUTS   *
      * DE LA NUIT ; UN EXTRAIT DESEQUILIBRE TERMINE EN ERREUR        *
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-DEB
              THRU  7000-INIT-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  6010-READ-F-AMVT-E-DEB
              THRU  6010-READ-F-AMVT-E-FIN.
           PERFORM  1000-TRT-UN-MVT-DEB
              THRU  1000-TRT-UN-MVT-FIN
             UNTIL  AMVT-FIN.
      *
           IF  NOT REB-FICHIER-ABSENT
               PERFORM  6040-READ-F-REB-E-DEB
                  THRU  6040-READ-F-REB-E-FIN
               PERFORM  2000-TRT-UN-REBUT-DEB
                  THRU  2000-TRT-UN-REBUT-FIN
                 UNTIL  REB-FIN
           END-IF.
      *
           PERFORM  6090-CLOSE-FICHIERS-DEB
              THRU  6090-CLOSE-FICHIERS-FIN.
      *
           PERFORM  8999-STATISTIQUES-DEB
              THRU  8999-STATISTIQUES-FIN.
      *
      *    UN EXTRAIT DESEQUILIBRE NE PART PAS EN COMPTABILITE
           IF  WS-TOT-DEBIT NOT = WS-TOT-CREDIT
               DISPLAY 'EXTRAIT DESEQUILIBRE - DEBIT ' WS-TOT-DEBIT
                       ' CREDIT ' WS-TOT-CREDIT
               PERFORM  9999-ERREUR-PROGRAMME-DEB
                  THRU  9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM  9999-FIN-PROGRAMME-DEB
              THRU  9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *-----------------------------------------------------
      * TRT 1000 VALORISE ET COMPTABILISE LE MOUVEMENT COURANT
      * S IL EST DU JOUR ET A INCIDENCE COMPTABLE
      *----------------------------------------------------
       1000-TRT-UN-MVT-DEB.
      *
           ADD  1                       TO WS-NB-MVT-LUS.
      *
           IF  WS-AMVT-DATE NOT = WS-DATE-EXTRAIT
               GO TO 1000-TRT-UN-MVT-SUITE
           END-IF.
           ADD  1                       TO WS-NB-MVT-JOUR.
      *
      *    TRANSFERT ET SORTIE DE KIT PARENT : SANS INCIDENCE
           IF  AMVT-TRANSFERT OR AMVT-KIT-PARENT
               ADD  1                   TO WS-NB-MVT-ECARTES
               GO TO 1000-TRT-UN-MVT-SUITE
           END-IF.
      *
           PERFORM  7010-PRIX-DU-LOT-DEB
              THRU  7010-PRIX-DU-LOT-FIN.
           COMPUTE WS-MT-ECR ROUNDED = WS-AMVT-QTE * WS-PXU-MVT.
           IF  WS-MT-ECR = ZERO
               ADD  1                   TO WS-NB-NON-VALOR
               DISPLAY 'MOUVEMENT NON VALORISE - ARTICLE '
                       WS-AMVT-ART-CODE ' CODE ' WS-AMVT-CODE
                       ' LOT ' WS-AMVT-LOT
               GO TO 1000-TRT-UN-MVT-SUITE
           END-IF.
      *
           MOVE WS-AMVT-CODE            TO WS-CODE-ECR.
           MOVE WS-AMVT-ART-CODE        TO WS-ART-ECR.
           IF  AMVT-SORTIE
               MOVE WS-AMVT-CCTR        TO WS-CCTR-ECR
           ELSE
               MOVE SPACES              TO WS-CCTR-ECR
           END-IF.
           PERFORM  3000-COMPTABILISE-DEB
              THRU  3000-COMPTABILISE-FIN.
      *
       1000-TRT-UN-MVT-SUITE.
           PERFORM  6010-READ-F-AMVT-E-DEB
              THRU  6010-READ-F-AMVT-E-FIN.
      *
       1000-TRT-UN-MVT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 COMPTABILISE LE LOT MIS AU REBUT COURANT A LA
      * VALEUR DE LA PERTE CALCULEE PAR ARIO991
      *----------------------------------------------------
       2000-TRT-UN-REBUT-DEB.
      *
           ADD  1                       TO WS-NB-REB-LUS.
      *
           IF  WS-REB-DATE = WS-DATE-EXTRAIT
               AND WS-REB-PERTE > ZERO
               ADD  1                   TO WS-NB-REB-JOUR
               MOVE WS-CODE-REBUT       TO WS-CODE-ECR
               MOVE WS-REB-ART-CODE     TO WS-ART-ECR
               MOVE SPACES              TO WS-CCTR-ECR
               MOVE WS-REB-PERTE        TO WS-MT-ECR
               PERFORM  3000-COMPTABILISE-DEB
                  THRU  3000-COMPTABILISE-FIN
           END-IF.
      *
           PERFORM  6040-READ-F-REB-E-DEB
              THRU  6040-READ-F-REB-E-FIN.
      *
       2000-TRT-UN-REBUT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 TRADUIT LE MOUVEMENT VALORISE EN DEUX ECRITURES
      * EQUILIBREES VIA LE SCHEMA COMPTABLE DE SON CODE
      *----------------------------------------------------
       3000-COMPTABILISE-DEB.
      *
           ADD  1                       TO WS-NB-COMPTA.
      *
           MOVE WS-CODE-ECR             TO FS-KEY-SCH.
           PERFORM  6020-READ-F-SCH-E-DEB
              THRU  6020-READ-F-SCH-E-FIN.
           IF  SCH-INEXISTANT
      *        CODE SANS SCHEMA : LES DEUX JAMBES PARTENT SUR LE
      *        COMPTE D ATTENTE COMPTABLE, A REGULARISER
               MOVE WS-CPTE-ATT-CG      TO WS-SCH-CPTE-DEBIT
               MOVE WS-CPTE-ATT-CG      TO WS-SCH-CPTE-CREDIT
               ADD  1                   TO WS-NB-SANS-SCHEMA
           END-IF.
      *
           PERFORM  7100-ALIM-ECRITURES-DEB
              THRU  7100-ALIM-ECRITURES-FIN.
      *
       3000-COMPTABILISE-FIN.
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
           OPEN INPUT F-AMVT-E.
           IF NOT AMVT-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-AMVT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-AMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-LOT-E.
           IF NOT FLOT-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-SCH-E.
           IF NOT SCH-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-SCH-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SCH-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-REB-E.
           EVALUATE TRUE
               WHEN REB-OK
                  CONTINUE
               WHEN REB-FICHIER-ABSENT
      *           PAS DE FICHIER DES REBUTS : AUCUN REBUT CETTE NUIT
                  DISPLAY 'FICHIER DES REBUTS ABSENT - AUCUN REBUT '
                          'COMPTABILISE'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-REB-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-REB-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           OPEN OUTPUT F-GL-S.
           IF NOT GL-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-GL-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-GL-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT LE MOUVEMENT SUIVANT SUR F-AMVT-E
      *------------------------------------
       6010-READ-F-AMVT-E-DEB.
      *
           READ F-AMVT-E INTO WS-AMVT-ENR.
           IF NOT (AMVT-OK OR AMVT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-AMVT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-AMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-AMVT-E-FIN.
           EXIT.
      *-------------------------------------
      *6015 LIT LE LOT DU MOUVEMENT COURANT - ABSENT RENDU A
      *     L APPELANT (COUT MOYEN DE L ARTICLE)
      *------------------------------------
       6015-READ-F-LOT-E-DEB.
      *
           MOVE WS-AMVT-ART-CODE         TO FS-KEY-LOT (1:5).
           MOVE WS-AMVT-LOT              TO FS-KEY-LOT (6:6).
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
       6015-READ-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 LIT LE SCHEMA COMPTABLE DU CODE COURANT - ABSENT RENDU
      *     A L APPELANT (COMPTE D ATTENTE)
      *------------------------------------
       6020-READ-F-SCH-E-DEB.
      *
           READ F-SCH-E INTO WS-SCH-ENR.
           IF NOT (SCH-OK OR SCH-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SCH-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SCH-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-F-SCH-E-FIN.
           EXIT.
      *-------------------------------------
      *6025 POSITIONNE F-LOT-E SUR LE PREMIER LOT DE L ARTICLE
      *------------------------------------
       6025-START-F-LOT-E-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-LOT.
           MOVE WS-ART-CHERCHE           TO FS-KEY-LOT (1:5).
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
      *6030 LIT LE LOT SUIVANT SUR F-LOT-E
      *------------------------------------
       6030-READNEXT-F-LOT-E-DEB.
      *
           READ F-LOT-E NEXT RECORD INTO WS-LOT-ENR.
           IF NOT (FLOT-OK OR FLOT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-READNEXT-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6040 LIT LE REBUT SUIVANT SUR F-REB-E
      *------------------------------------
       6040-READ-F-REB-E-DEB.
      *
           READ F-REB-E INTO WS-REB-ENR.
           IF NOT (REB-OK OR REB-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-REB-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-REB-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-READ-F-REB-E-FIN.
           EXIT.
      *-------------------------------------
      *6050 ECRIT UNE ECRITURE SUR L EXTRAIT GRAND LIVRE
      *------------------------------------
       6050-WRITE-F-GL-S-DEB.
      *
           WRITE FS-BUFF-F-GL-S FROM WS-GL-ENR.
           IF NOT GL-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-GL-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-GL-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-NB-ECRITURES.
      *
       6050-WRITE-F-GL-S-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-AMVT-E F-LOT-E F-SCH-E F-GL-S.
           IF  NOT REB-FICHIER-ABSENT
               CLOSE F-REB-E
           END-IF.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LE COMPTE D ATTENTE COMPTABLE ET LA DATE DES
      *     MOUVEMENTS A EXTRAIRE (SYSIN)
      *------------------------------------
       7000-INIT-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
      *
           MOVE SPACES                  TO WS-SYSIN-ATT.
           ACCEPT WS-SYSIN-ATT FROM SYSIN.
           IF  WS-ATT-CPTE-X NOT = SPACES
               MOVE WS-ATT-CPTE-X       TO WS-CPTE-ATT-CG
           END-IF.
           IF  WS-ATT-DATE-X NUMERIC
               AND WS-ATT-DATE-N > ZERO
               MOVE WS-ATT-DATE-N       TO WS-DATE-EXTRAIT
           ELSE
               MOVE WS-DATEJ            TO WS-DATE-EXTRAIT
           END-IF.
      *
       7000-INIT-FIN.
           EXIT.
      *-------------------------------------
      *7010 RETIENT LE PRIX UNITAIRE DU MOUVEMENT COURANT : PRIX DE
      *     SON LOT, A DEFAUT COUT MOYEN DES LOTS DE L ARTICLE
      *------------------------------------
       7010-PRIX-DU-LOT-DEB.
      *
           MOVE ZERO                    TO WS-PXU-MVT.
      *
           IF  WS-AMVT-LOT NOT = SPACES
               PERFORM  6015-READ-F-LOT-E-DEB
                  THRU  6015-READ-F-LOT-E-FIN
               IF  FLOT-OK
                   MOVE WS-LOT-PXU      TO WS-PXU-MVT
               END-IF
           END-IF.
      *
           IF  WS-PXU-MVT = ZERO
               MOVE WS-AMVT-ART-CODE    TO WS-ART-CHERCHE
               PERFORM  7040-COUT-MOYEN-DEB
                  THRU  7040-COUT-MOYEN-FIN
               IF  WS-COUT-MOYEN NOT = ZERO
                   MOVE WS-COUT-MOYEN   TO WS-PXU-MVT
                   ADD  1               TO WS-NB-MVT-PRIX-MOY
               END-IF
           END-IF.
      *
       7010-PRIX-DU-LOT-FIN.
           EXIT.
      *-------------------------------------
      *7040 CALCULE LE COUT MOYEN DES LOTS DE L ARTICLE CHERCHE
      *------------------------------------
       7040-COUT-MOYEN-DEB.
      *
           MOVE ZERO                    TO WS-CUM-QTE-LOT
                                            WS-CUM-VAL-LOT
                                            WS-COUT-MOYEN.
           SET  LOT-ART-ENCOURS         TO TRUE.
      *
           PERFORM  6025-START-F-LOT-E-DEB
              THRU  6025-START-F-LOT-E-FIN.
      *
           IF  FLOT-OK
               PERFORM  6030-READNEXT-F-LOT-E-DEB
                  THRU  6030-READNEXT-F-LOT-E-FIN
               PERFORM  7045-CUMUL-UN-LOT-DEB
                  THRU  7045-CUMUL-UN-LOT-FIN
                 UNTIL  FLOT-FIN OR LOT-ART-FIN
           END-IF.
      *
           IF  WS-CUM-QTE-LOT NOT = ZERO
               COMPUTE WS-COUT-MOYEN ROUNDED =
                       WS-CUM-VAL-LOT / WS-CUM-QTE-LOT
           END-IF.
      *
       7040-COUT-MOYEN-FIN.
           EXIT.
       7045-CUMUL-UN-LOT-DEB.
      *
           IF  WS-LOT-ART-CODE NOT = WS-ART-CHERCHE
               SET  LOT-ART-FIN         TO TRUE
           ELSE
               ADD  WS-LOT-QTE          TO WS-CUM-QTE-LOT
               COMPUTE WS-CUM-VAL-LOT =  WS-CUM-VAL-LOT
                     + (WS-LOT-QTE * WS-LOT-PXU)
               PERFORM  6030-READNEXT-F-LOT-E-DEB
                  THRU  6030-READNEXT-F-LOT-E-FIN
           END-IF.
      *
       7045-CUMUL-UN-LOT-FIN.
           EXIT.
      *-------------------------------------
      *7100 ECRIT LES DEUX JAMBES EQUILIBREES DU MOUVEMENT COURANT
      *     (AXE ANALYTIQUE SUR LA JAMBE DEBIT D UNE SORTIE)
      *------------------------------------
       7100-ALIM-ECRITURES-DEB.
      *
           MOVE WS-DATE-EXTRAIT         TO WS-GL-DATE.
           MOVE WS-MT-ECR               TO WS-GL-MT.
           MOVE WS-CODE-ECR             TO WS-GL-CODE-MVT.
           MOVE WS-ART-ECR              TO WS-GL-CPTE-CLI.
      *
           MOVE WS-SCH-CPTE-DEBIT       TO WS-GL-CPTE-GL.
           MOVE WS-CCTR-ECR             TO WS-GL-CCTR.
           SET  GL-DEBIT                TO TRUE.
           PERFORM  6050-WRITE-F-GL-S-DEB
              THRU  6050-WRITE-F-GL-S-FIN.
           ADD  WS-MT-ECR               TO WS-TOT-DEBIT.
      *
           MOVE WS-SCH-CPTE-CREDIT      TO WS-GL-CPTE-GL.
           MOVE SPACES                  TO WS-GL-CCTR.
           SET  GL-CREDIT               TO TRUE.
           PERFORM  6050-WRITE-F-GL-S-DEB
              THRU  6050-WRITE-F-GL-S-FIN.
           ADD  WS-MT-ECR               TO WS-TOT-CREDIT.
      *
       7100-ALIM-ECRITURES-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO957              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* DATE DES MOUVEMENTS       : ' WS-DATE-EXTRAIT.
           DISPLAY '* MOUVEMENTS LUS            : ' WS-NB-MVT-LUS.
           DISPLAY '* MOUVEMENTS DU JOUR        : ' WS-NB-MVT-JOUR.
           DISPLAY '* SANS INCIDENCE COMPTABLE  : ' WS-NB-MVT-ECARTES.
           DISPLAY '* VALORISES AU COUT MOYEN   : ' WS-NB-MVT-PRIX-MOY.
           DISPLAY '* NON VALORISES             : ' WS-NB-NON-VALOR.
           DISPLAY '* REBUTS LUS                : ' WS-NB-REB-LUS.
           DISPLAY '* REBUTS DU JOUR            : ' WS-NB-REB-JOUR.
           DISPLAY '* MOUVEMENTS COMPTABILISES  : ' WS-NB-COMPTA.
           DISPLAY '* ECRITURES EXTRAITES       : ' WS-NB-ECRITURES.
           DISPLAY '* CODES SANS SCHEMA         : ' WS-NB-SANS-SCHEMA.
           DISPLAY '* TOTAL DEBIT               : ' WS-TOT-DEBIT.
           DISPLAY '* TOTAL CREDIT              : ' WS-TOT-CREDIT.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO957         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO957        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
