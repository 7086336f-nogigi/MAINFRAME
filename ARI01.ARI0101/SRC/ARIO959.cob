      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO959                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *CALCUL DU COUT STANDARD DES KITS PAR LA NOMENCLATURE :         *
      * - LES CARTES DE COUT DE MONTAGE (F-MONT-E, FACULTATIF, UNE    *
      *   CARTE PAR KIT : CODE KIT + COUT UNITAIRE 9(5)V99) SONT      *
      *   PORTEES SUR LE FICHIER DES COUTS STANDARD CST0101           *
      *   (F-CST-ES, COPY COUTSTD) OU ELLES RESTENT JUSQU A LA        *
      *   PROCHAINE CARTE DU MEME KIT ;                               *
      * - NOM0101 (F-NOM-E, COPY NOMENCL) EST PARCOURU KIT PAR KIT :  *
      *   CHAQUE COMPOSANT EST VALORISE AU COUT MOYEN PONDERE DE SES  *
      *   LOTS EN PROPRE (LOT0101, F-LOT-E, MEME CALCUL QU ARIO981,   *
      *   LOTS EN CONSIGNATION EXCLUS) FOIS WS-NOM-QTE-PAR. UN        *
      *   COMPOSANT SANS LOT EN PROPRE QUI EST LUI-MEME UN KIT PREND  *
      *   SON COUT STANDARD DE CST0101 ; A DEFAUT IL EST SANS COUT    *
      *   ET LE KIT EST MARQUE INCOMPLET ;                            *
      * - COUT STANDARD DU KIT = COMPOSANTS + MONTAGE, ENREGISTRE     *
      *   DANS CST0101 AVEC L ANCIEN COUT STANDARD ET LA DATE DU      *
      *   CALCUL ; L ETAT F-ETAT-CST-S DETAILLE CHAQUE KIT.           *
      *LES KITS SONT TRAITES DANS L ORDRE DES CODES : UN SOUS-KIT DE  *
      *CODE SUPERIEUR A SON KIT PARENT EST PRIS A SON COUT DU CALCUL  *
      *PRECEDENT (RELANCER LE BATCH APRES UNE MODIFICATION DE         *
      *NOMENCLATURE A PLUSIEURS NIVEAUX).                             *
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
       PROGRAM-ID.      ARIO959.
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
      *                      F-NOM-E : NOMENCLATURE DES KITS
      *                      -------------------------------------------
           SELECT  F-NOM-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-NOM
                   FILE STATUS         IS WS-FS-NOM-E.
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
      *                      F-MONT-E : CARTES DE COUT DE MONTAGE
      *                      (FACULTATIF)
      *                      -------------------------------------------
           SELECT OPTIONAL F-MONT-E    ASSIGN TO MONTAGE
                   FILE STATUS         IS WS-FS-MONT-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CST-ES : COUTS STANDARD DES KITS
      *                      -------------------------------------------
           SELECT  F-CST-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-CST
                   FILE STATUS         IS WS-FS-CST-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-CST-S : ETAT DES COUTS STANDARD
      *                      -------------------------------------------
           SELECT  F-ETAT-CST-S        ASSIGN TO ETATCST
                   FILE STATUS         IS WS-FS-ETAT-CST-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 MONTAGE IO001 ETATCST                 *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *NOMENCLATURE DES KITS EN ENTREE
       FD  F-NOM-E
           RECORD CONTAINS 30 CHARACTERS.
       01  FS-BUFF-F-NOM-E.
           05  FS-KEY-NOM        PIC X(10).
           05  FILLER            PIC X(20).
      *FICHIER MAITRE DES LOTS EN ENTREE
       FD  F-LOT-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-LOT-E.
           05  FS-KEY-LOT        PIC X(11).
           05  FILLER            PIC X(39).
      *CARTES DE COUT DE MONTAGE EN ENTREE
       FD  F-MONT-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-MONT-E      PIC X(80).
      *COUTS STANDARD DES KITS (LE COUT D UN SOUS-KIT EST LU DANS
      *LE TAMPON, SANS TOUCHER L ENREGISTREMENT DU KIT EN COURS)
       FD  F-CST-ES
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-CST-ES.
           05  FS-KEY-CST        PIC X(5).
           05  FS-CST-COUT-STD   PIC 9(7)V99.
           05  FILLER            PIC X(66).
      *ETAT DES COUTS STANDARD EN SORTIE
       FD  F-ETAT-CST-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-CST-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY NOMENCL.
       COPY ARTLOT.
       COPY COUTSTD.
      *FILE STATUS
       01  WS-FS-NOM-E       PIC X(2).
           88 NOM-OK                              VALUE '00'.
           88 NOM-FIN                             VALUE '10'.
       01  WS-FS-LOT-E       PIC X(2).
           88 FLOT-OK                             VALUE '00'.
           88 FLOT-FIN                            VALUE '10'.
           88 FLOT-INEXISTANT                     VALUE '23'.
       01  WS-FS-MONT-E      PIC X(2).
           88 MONT-OK                             VALUE '00'.
           88 MONT-FIN                            VALUE '10'.
           88 MONT-ABSENT                         VALUE '35'.
       01  WS-FS-CST-ES      PIC X(2).
           88 CST-OK                              VALUE '00'.
           88 CST-INEXISTANT                      VALUE '23'.
       01  WS-FS-ETAT-CST-S  PIC X(2).
           88 ETCST-OK                            VALUE '00'.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
      *CARTE DE COUT DE MONTAGE
       01  WS-MONT-ENR.
           05  WS-MONT-KIT           PIC X(5).
           05  WS-MONT-COUT-X        PIC X(7).
           05  WS-MONT-COUT-N REDEFINES WS-MONT-COUT-X
                                     PIC 9(5)V99.
           05  FILLER                PIC X(68).
      *EXISTENCE DE L ENREGISTREMENT CST0101 DU KIT
       01  WS-CST-EXISTE     PIC X VALUE '0'.
           88 CST-A-CREER                         VALUE '0'.
           88 CST-A-MODIFIER                      VALUE '1'.
      *KIT EN COURS
       01  WS-KIT-COURANT    PIC X(5) VALUE SPACES.
      *COUT MOYEN DES LOTS EN PROPRE DU COMPOSANT (MEME CALCUL QU
      *ARIO981)
       01  WS-CUM-QTE-LOT    PIC 9(7) VALUE ZERO.
       01  WS-CUM-VAL-LOT    PIC 9(9)V99 VALUE ZERO.
       01  WS-FS-LOT-ART     PIC X.
           88 LOT-ART-ENCOURS                     VALUE '0'.
           88 LOT-ART-FIN                         VALUE '1'.
      *COUT UNITAIRE RETENU POUR LE COMPOSANT ET SON ORIGINE
       01  WS-COUT-COMP      PIC 9(7)V9999 VALUE ZERO.
       01  WS-COUT-ETENDU    PIC 9(9)V99 VALUE ZERO.
       01  WS-ORIG-COUT      PIC X VALUE SPACE.
           88 COUT-PAR-LOTS                       VALUE 'L'.
           88 COUT-PAR-STD                        VALUE 'S'.
           88 COUT-INCONNU                        VALUE ' '.
      *CUMULS DU KIT EN COURS
       01  WS-K-COMPOS       PIC 9(9)V99 VALUE ZERO.
       01  WS-K-NB-COMPOS    PIC 9(3) VALUE ZERO.
       01  WS-K-SANS-COUT    PIC 9(3) VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LCST-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LCST-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LCST-ENTETE.
           05  FILLER            PIC X(44)
                   VALUE 'COUT STANDARD DES KITS PAR NOMENCLATURE'.
           05  FILLER            PIC X(18) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LCST-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LCST-COLONNES.
           05  FILLER            PIC X(20)
                   VALUE 'KIT   COMP.  QTE/KIT'.
           05  FILLER            PIC X(26)
                   VALUE '   COUT UNIT.  COUT ETENDU'.
           05  FILLER            PIC X(34)
                   VALUE '  ORIGINE'.
       01  WS-LCST-KIT.
           05  WS-LCST-KIT-ED    PIC X(5).
           05  FILLER            PIC X(75) VALUE SPACES.
       01  WS-LCST-COMP.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  WS-LCST-COMP-ED   PIC X(5).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-LCST-QTE-ED    PIC ZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LCST-CU-ED     PIC ZZZZZZ9,9999.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCST-EXT-ED    PIC ZZZZZZZZ9,99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LCST-ORIG-ED   PIC X(13).
           05  FILLER            PIC X(18) VALUE SPACES.
       01  WS-LCST-TOTAL.
           05  FILLER            PIC X(9)  VALUE '  COMPOS.'.
           05  WS-LCST-TCOMP-ED  PIC ZZZZZZ9,99.
           05  FILLER            PIC X(9)  VALUE ' MONTAGE '.
           05  WS-LCST-TMONT-ED  PIC ZZZZ9,99.
           05  FILLER            PIC X(5)  VALUE ' STD '.
           05  WS-LCST-TSTD-ED   PIC ZZZZZZ9,99.
           05  FILLER            PIC X(8)  VALUE ' ANCIEN '.
           05  WS-LCST-TPREC-ED  PIC ZZZZZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCST-TOBS-ED   PIC X(10).
      *COMPTEURS RENDU EXEC
       01  WS-NB-MONT-LUES   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-MONT-REJ    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-NOM-LUS     PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-KITS        PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-KITS-CREES  PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-KITS-INCOMP PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-COMP-STD    PIC S9(6) COMP VALUE ZERO.
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
      * PORTE LES COUTS DE MONTAGE, PUIS CALCULE ET ENREGISTRE LE     *
      * COUT STANDARD DE CHAQUE KIT DE LA NOMENCLATURE                *
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-DATE-DEB
              THRU  7000-INIT-DATE-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           IF  NOT MONT-ABSENT
               PERFORM  6020-READ-F-MONT-E-DEB
                  THRU  6020-READ-F-MONT-E-FIN
               PERFORM  1000-TRT-MONTAGE-DEB
                  THRU  1000-TRT-MONTAGE-FIN
                 UNTIL  MONT-FIN
           END-IF.
      *
           PERFORM  8000-EDITION-ENTETE-DEB
              THRU  8000-EDITION-ENTETE-FIN.
      *
           PERFORM  6010-READ-F-NOM-E-DEB
              THRU  6010-READ-F-NOM-E-FIN.
           PERFORM  2000-TRT-KIT-DEB
              THRU  2000-TRT-KIT-FIN
             UNTIL  NOM-FIN.
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
      * TRT 1000 PORTE LE COUT DE MONTAGE D UNE CARTE SUR CST0101
      * (CREATION DE L ENREGISTREMENT SI LE KIT N Y EST PAS ENCORE)
      * PUIS LIT LA CARTE SUIVANTE
      *----------------------------------------------------
       1000-TRT-MONTAGE-DEB.
      *
           ADD  1                       TO WS-NB-MONT-LUES.
           IF  WS-MONT-KIT = SPACES
               OR WS-MONT-COUT-X NOT NUMERIC
               DISPLAY 'CARTE DE MONTAGE REJETEE : ' WS-MONT-ENR (1:12)
               ADD  1                   TO WS-NB-MONT-REJ
               GO TO 1000-TRT-MONTAGE-SUITE
           END-IF.
      *
           MOVE WS-MONT-KIT             TO WS-KIT-COURANT.
           PERFORM  6030-READ-F-CST-ES-DEB
              THRU  6030-READ-F-CST-ES-FIN.
           MOVE WS-MONT-COUT-N          TO WS-CST-COUT-MONTAGE.
           PERFORM  6040-ECRIT-F-CST-ES-DEB
              THRU  6040-ECRIT-F-CST-ES-FIN.
      *
       1000-TRT-MONTAGE-SUITE.
           PERFORM  6020-READ-F-MONT-E-DEB
              THRU  6020-READ-F-MONT-E-FIN.
      *
       1000-TRT-MONTAGE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 CALCULE LE COUT STANDARD DU KIT COURANT (RUPTURE
      * SUR LE CODE PARENT DE LA NOMENCLATURE) ET L ENREGISTRE
      *----------------------------------------------------
       2000-TRT-KIT-DEB.
      *
           ADD  1                       TO WS-NB-KITS.
           MOVE WS-NOM-PARENT           TO WS-KIT-COURANT.
           MOVE ZERO                    TO WS-K-COMPOS
                                           WS-K-NB-COMPOS
                                           WS-K-SANS-COUT.
      *
           MOVE WS-KIT-COURANT          TO WS-LCST-KIT-ED.
           WRITE FS-BUFF-F-ETAT-CST-S FROM WS-LCST-KIT.
      *
           PERFORM  2010-TRT-COMPOSANT-DEB
              THRU  2010-TRT-COMPOSANT-FIN
             UNTIL  NOM-FIN
                OR  WS-NOM-PARENT NOT = WS-KIT-COURANT.
      *
      *    LECTURE DE L ENREGISTREMENT DU KIT APRES LES COMPOSANTS :
      *    LES SOUS-KITS ONT ETE LUS DANS LE TAMPON ENTRE-TEMPS
           PERFORM  6030-READ-F-CST-ES-DEB
              THRU  6030-READ-F-CST-ES-FIN.
           IF  CST-A-CREER
               ADD  1                   TO WS-NB-KITS-CREES
           END-IF.
           MOVE WS-CST-COUT-STD         TO WS-CST-COUT-PREC.
           MOVE WS-K-COMPOS             TO WS-CST-COUT-COMPOS.
           COMPUTE WS-CST-COUT-STD = WS-K-COMPOS
                                   + WS-CST-COUT-MONTAGE.
           MOVE WS-DATEJ-N              TO WS-CST-DATE-CALC.
           MOVE WS-K-NB-COMPOS          TO WS-CST-NB-COMPOS.
           MOVE WS-K-SANS-COUT          TO WS-CST-NB-SANS-COUT.
           IF  WS-K-SANS-COUT = ZERO
               SET  CST-COMPLET         TO TRUE
           ELSE
               SET  CST-INCOMPLET       TO TRUE
               ADD  1                   TO WS-NB-KITS-INCOMP
           END-IF.
           PERFORM  6040-ECRIT-F-CST-ES-DEB
              THRU  6040-ECRIT-F-CST-ES-FIN.
      *
           PERFORM  8020-EDITION-TOTAL-KIT-DEB
              THRU  8020-EDITION-TOTAL-KIT-FIN.
      *
       2000-TRT-KIT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2010 VALORISE LE COMPOSANT COURANT DU KIT PUIS LIT LA
      * LIGNE DE NOMENCLATURE SUIVANTE
      *----------------------------------------------------
       2010-TRT-COMPOSANT-DEB.
      *
           ADD  1                       TO WS-K-NB-COMPOS.
      *
           PERFORM  7030-COUT-MOYEN-DEB
              THRU  7030-COUT-MOYEN-FIN.
      *
      *    SANS LOT EN PROPRE : SOUS-KIT DEJA CALCULE ?
           IF  COUT-INCONNU
               MOVE WS-NOM-COMPOSANT    TO FS-KEY-CST
               READ F-CST-ES
                 KEY IS FS-KEY-CST
               END-READ
               IF  CST-OK
                   IF  FS-CST-COUT-STD > ZERO
                       MOVE FS-CST-COUT-STD TO WS-COUT-COMP
                       SET  COUT-PAR-STD    TO TRUE
                       ADD  1               TO WS-NB-COMP-STD
                   END-IF
               ELSE
                   IF  NOT CST-INEXISTANT
                       DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CST-ES'
                       DISPLAY 'VALEUR DU FS= ' WS-FS-CST-ES
                       PERFORM 9999-ERREUR-PROGRAMME-DEB
                          THRU 9999-ERREUR-PROGRAMME-FIN
                   END-IF
               END-IF
           END-IF.
      *
           IF  COUT-INCONNU
               ADD  1                   TO WS-K-SANS-COUT
               MOVE ZERO                TO WS-COUT-ETENDU
           ELSE
               COMPUTE WS-COUT-ETENDU ROUNDED =
                       WS-COUT-COMP * WS-NOM-QTE-PAR
               ADD  WS-COUT-ETENDU      TO WS-K-COMPOS
           END-IF.
      *
           PERFORM  8010-EDITION-COMPOSANT-DEB
              THRU  8010-EDITION-COMPOSANT-FIN.
      *
           PERFORM  6010-READ-F-NOM-E-DEB
              THRU  6010-READ-F-NOM-E-FIN.
      *
       2010-TRT-COMPOSANT-FIN.
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
           OPEN INPUT F-NOM-E.
           IF WS-FS-NOM-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-NOM-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-NOM-E
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
      *    PAS DE CARTE DE MONTAGE : LES COUTS EN PLACE SONT GARDES
           OPEN INPUT F-MONT-E.
           IF NOT (MONT-OK OR MONT-ABSENT)
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-MONT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MONT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-CST-ES.
           IF WS-FS-CST-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CST-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CST-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-CST-S.
           IF WS-FS-ETAT-CST-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-CST-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-CST-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT LA LIGNE SUIVANTE DE LA NOMENCLATURE
      *------------------------------------
       6010-READ-F-NOM-E-DEB.
      *
           READ F-NOM-E INTO WS-NOM-ENR.
           IF NOM-OK
              ADD  1                     TO WS-NB-NOM-LUS
           ELSE
              IF NOT NOM-FIN
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-NOM-E'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-NOM-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6010-READ-F-NOM-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 LIT LA CARTE DE COUT DE MONTAGE SUIVANTE
      *------------------------------------
       6020-READ-F-MONT-E-DEB.
      *
           READ F-MONT-E INTO WS-MONT-ENR.
           IF NOT (MONT-OK OR MONT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MONT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MONT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-F-MONT-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 LIT L ENREGISTREMENT CST0101 DU KIT COURANT ; ABSENT :
      *     ENREGISTREMENT INITIALISE A CREER
      *------------------------------------
       6030-READ-F-CST-ES-DEB.
      *
           MOVE WS-KIT-COURANT           TO FS-KEY-CST.
           READ F-CST-ES INTO WS-CST-ENR
             KEY IS FS-KEY-CST
           END-READ.
           EVALUATE TRUE
               WHEN CST-OK
                  SET  CST-A-MODIFIER    TO TRUE
               WHEN CST-INEXISTANT
                  SET  CST-A-CREER       TO TRUE
                  MOVE SPACES            TO WS-CST-ENR
                  MOVE WS-KIT-COURANT    TO WS-CST-ART-CODE
                  MOVE ZERO              TO WS-CST-COUT-STD
                                            WS-CST-COUT-COMPOS
                                            WS-CST-COUT-MONTAGE
                                            WS-CST-COUT-PREC
                                            WS-CST-DATE-CALC
                                            WS-CST-NB-COMPOS
                                            WS-CST-NB-SANS-COUT
               WHEN OTHER
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CST-ES'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-CST-ES
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
       6030-READ-F-CST-ES-FIN.
           EXIT.
      *-------------------------------------
      *6040 ECRIT OU REECRIT L ENREGISTREMENT CST0101 DU KIT
      *------------------------------------
       6040-ECRIT-F-CST-ES-DEB.
      *
           IF  CST-A-CREER
               WRITE FS-BUFF-F-CST-ES FROM WS-CST-ENR
           ELSE
               REWRITE FS-BUFF-F-CST-ES FROM WS-CST-ENR
           END-IF.
           IF NOT CST-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-CST-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CST-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-ECRIT-F-CST-ES-FIN.
           EXIT.
      *-------------------------------------
      *6050 POSITIONNE F-LOT-E SUR LE PREMIER LOT DU COMPOSANT
      *------------------------------------
       6050-START-F-LOT-E-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-LOT.
           MOVE WS-NOM-COMPOSANT         TO FS-KEY-LOT (1:5).
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
       6050-START-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6055 LIT LE LOT SUIVANT SUR F-LOT-E
      *------------------------------------
       6055-READNEXT-F-LOT-E-DEB.
      *
           READ F-LOT-E NEXT RECORD INTO WS-LOT-ENR.
           IF NOT (FLOT-OK OR FLOT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6055-READNEXT-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-NOM-E.
           CLOSE F-LOT-E.
           IF  NOT MONT-ABSENT
               CLOSE F-MONT-E
           END-IF.
           CLOSE F-CST-ES.
           CLOSE F-ETAT-CST-S.
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
           MOVE WS-DATEJ-JJ   TO WS-LCST-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LCST-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LCST-DATE-ED (7:4).
      *
       7000-INIT-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7030 CALCULE LE COUT MOYEN PONDERE DES LOTS EN PROPRE DU
      *     COMPOSANT COURANT (CUMUL QTE*PXU / CUMUL QTE)
      *------------------------------------
       7030-COUT-MOYEN-DEB.
      *
           MOVE ZERO                    TO WS-CUM-QTE-LOT
                                           WS-CUM-VAL-LOT
                                           WS-COUT-COMP.
           SET  COUT-INCONNU            TO TRUE.
           SET  LOT-ART-ENCOURS         TO TRUE.
      *
           PERFORM  6050-START-F-LOT-E-DEB
              THRU  6050-START-F-LOT-E-FIN.
      *
           IF  FLOT-OK
               PERFORM  6055-READNEXT-F-LOT-E-DEB
                  THRU  6055-READNEXT-F-LOT-E-FIN
               PERFORM  7035-CUMUL-UN-LOT-DEB
                  THRU  7035-CUMUL-UN-LOT-FIN
                 UNTIL  FLOT-FIN OR LOT-ART-FIN
           END-IF.
      *
           IF  WS-CUM-QTE-LOT NOT = ZERO
               COMPUTE WS-COUT-COMP ROUNDED =
                       WS-CUM-VAL-LOT / WS-CUM-QTE-LOT
               SET  COUT-PAR-LOTS       TO TRUE
           END-IF.
      *
       7030-COUT-MOYEN-FIN.
           EXIT.
      *-------------------------------------
      *7035 CUMULE LE LOT COURANT DU COMPOSANT PUIS LIT LE SUIVANT
      *------------------------------------
       7035-CUMUL-UN-LOT-DEB.
      *
           IF  WS-LOT-ART-CODE NOT = WS-NOM-COMPOSANT
               SET  LOT-ART-FIN         TO TRUE
           ELSE
      *        UN LOT EN CONSIGNATION APPARTIENT ENCORE AU
      *        FOURNISSEUR : IL N ENTRE PAS DANS LE COUT
               IF  NOT LOT-CONSIGNATION
                   ADD  WS-LOT-QTE      TO WS-CUM-QTE-LOT
                   COMPUTE WS-CUM-VAL-LOT =  WS-CUM-VAL-LOT
                         + (WS-LOT-QTE * WS-LOT-PXU)
               END-IF
               PERFORM  6055-READNEXT-F-LOT-E-DEB
                  THRU  6055-READNEXT-F-LOT-E-FIN
           END-IF.
      *
       7035-CUMUL-UN-LOT-FIN.
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
           WRITE FS-BUFF-F-ETAT-CST-S FROM WS-LCST-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-CST-S FROM WS-LCST-TIRET.
           WRITE FS-BUFF-F-ETAT-CST-S FROM WS-LCST-COLONNES.
           WRITE FS-BUFF-F-ETAT-CST-S FROM WS-LCST-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8010 EDITE LA LIGNE DU COMPOSANT COURANT
      *------------------------------------
       8010-EDITION-COMPOSANT-DEB.
      *
           MOVE WS-NOM-COMPOSANT        TO WS-LCST-COMP-ED.
           MOVE WS-NOM-QTE-PAR          TO WS-LCST-QTE-ED.
           MOVE WS-COUT-COMP            TO WS-LCST-CU-ED.
           MOVE WS-COUT-ETENDU          TO WS-LCST-EXT-ED.
           EVALUATE TRUE
               WHEN COUT-PAR-LOTS
                  MOVE 'LOTS'           TO WS-LCST-ORIG-ED
               WHEN COUT-PAR-STD
                  MOVE 'STD SOUS-KIT'   TO WS-LCST-ORIG-ED
               WHEN OTHER
                  MOVE '** SANS COUT'   TO WS-LCST-ORIG-ED
           END-EVALUATE.
           WRITE FS-BUFF-F-ETAT-CST-S FROM WS-LCST-COMP.
      *
       8010-EDITION-COMPOSANT-FIN.
           EXIT.
      *-------------------------------------
      *8020 EDITE LE TOTAL DU KIT : COMPOSANTS, MONTAGE, NOUVEAU ET
      *     ANCIEN COUT STANDARD
      *------------------------------------
       8020-EDITION-TOTAL-KIT-DEB.
      *
           MOVE WS-CST-COUT-COMPOS      TO WS-LCST-TCOMP-ED.
           MOVE WS-CST-COUT-MONTAGE     TO WS-LCST-TMONT-ED.
           MOVE WS-CST-COUT-STD         TO WS-LCST-TSTD-ED.
           MOVE WS-CST-COUT-PREC        TO WS-LCST-TPREC-ED.
           IF  CST-INCOMPLET
               MOVE 'INCOMPLET'         TO WS-LCST-TOBS-ED
           ELSE
               MOVE SPACES              TO WS-LCST-TOBS-ED
           END-IF.
           WRITE FS-BUFF-F-ETAT-CST-S FROM WS-LCST-TOTAL.
           WRITE FS-BUFF-F-ETAT-CST-S FROM WS-LCST-BLANC.
      *
       8020-EDITION-TOTAL-KIT-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO959              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* CARTES DE MONTAGE LUES     : ' WS-NB-MONT-LUES.
           DISPLAY '* CARTES DE MONTAGE REJETEES : ' WS-NB-MONT-REJ.
           DISPLAY '* LIGNES DE NOMENCLATURE     : ' WS-NB-NOM-LUS.
           DISPLAY '* KITS CALCULES              : ' WS-NB-KITS.
           DISPLAY '* DONT KITS NOUVEAUX         : ' WS-NB-KITS-CREES.
           DISPLAY '* DONT KITS INCOMPLETS       : ' WS-NB-KITS-INCOMP.
           DISPLAY '* COMPOSANTS AU COUT STD     : ' WS-NB-COMP-STD.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO959         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO959        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
