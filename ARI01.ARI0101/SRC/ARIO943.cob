      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO943                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *LETTRAGE NOCTURNE DES CREANCES CLIENT, APRES LA FACTURATION    *
      *ARIO942 ET LE CHARGEMENT DU CLEARING ARIO231.                  *
      *1) ALIMENTE LES POSTES OUVERTS (CRC0101, COPY CREANCE) : UNE   *
      *   CREANCE PAR FACTURE CLIENT DE FCL0101 (COPY FACTCLI) NON    *
      *   ENCORE CHARGEE, MONTANT = SOMME DES LIGNES.                 *
      *2) RAPPROCHE LES ENTREES DE CLEARING DU JOUR (F-CLR-E, MEME    *
      *   FICHIER QUE ARIO231) DONT LA REFERENCE EMETTEUR PORTE UN    *
      *   NUMERO DE FACTURE : IMPUTATION SUR CETTE FACTURE, LE        *
      *   SURPLUS SUR LES AUTRES CREANCES OUVERTES DU CLIENT.         *
      *3) RAPPROCHE LES MOUVEMENTS DEPOT DU JOUR (F-MVTS-E) PASSES    *
      *   SUR UN COMPTE DONT LE TITULAIRE (WS-CPTES-CLIENT) A DES     *
      *   CREANCES OUVERTES : IMPUTATION DE LA PLUS ANCIENNE A LA     *
      *   PLUS RECENTE. LES DEPOTS ISSUS DU CLEARING (REFERENCE DE    *
      *   MOUVEMENT DE SOURCE 'C', CF ARIO231) SONT DEJA TRAITES EN   *
      *   2) ET NE SONT PAS REPRIS.                                   *
      *CHAQUE REGLEMENT RETENU EST ENREGISTRE DANS ENC0101 (COPY      *
      *ENCAISS), LETTRE OU NON LETTRE ; LE RELIQUAT NON AFFECTE EST   *
      *LISTE PAR LA BALANCE AGEE ARIO944. UNE RELANCE LE MEME JOUR    *
      *RETROUVE LES FACTURES ET REGLEMENTS DEJA VUS : RIEN N EST      *
      *CHARGE NI IMPUTE DEUX FOIS.                                    *
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
       PROGRAM-ID.      ARIO943.
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
      *                      F-CLR-E : FICHIER DE CLEARING ENTRANT
      *                      -------------------------------------------
           SELECT  F-CLR-E             ASSIGN TO INP001
                   FILE STATUS         IS WS-FS-CLR-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-MVTS-E : FICHIER DES MOUVEMENTS DU JOUR
      *                      -------------------------------------------
           SELECT  F-MVTS-E            ASSIGN TO INP002
                   FILE STATUS         IS WS-FS-MVTS-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-FCL-E : FICHIER DES FACTURES CLIENT
      *                      -------------------------------------------
           SELECT  F-FCL-E             ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-FCL
                   FILE STATUS         IS WS-FS-FCL-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CPTE-E : FICHIER DES COMPTES
      *                      -------------------------------------------
           SELECT  F-CPTE-E            ASSIGN TO INP004
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-CPTE
                   FILE STATUS         IS WS-FS-CPTE-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CRC-ES : FICHIER DES CREANCES CLIENT
      *                      (IO)
      *                      -------------------------------------------
           SELECT  F-CRC-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-CRC
                   FILE STATUS         IS WS-FS-CRC-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ENC-ES : FICHIER DES ENCAISSEMENTS
      *                      CLIENT (IO)
      *                      -------------------------------------------
           SELECT  F-ENC-ES            ASSIGN TO IO002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-ENC
                   FILE STATUS         IS WS-FS-ENC-ES.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 INP003 INP004 IO001 IO002             *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *FICHIER DE CLEARING ENTRANT
       FD  F-CLR-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-CLR-E       PIC X(80).
      *FICHIER DES MOUVEMENTS DU JOUR
       FD  F-MVTS-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-MVTS-E      PIC X(64).
      *FICHIER DES FACTURES CLIENT
       FD  F-FCL-E
           RECORD CONTAINS 90 CHARACTERS.
       01  FS-BUFF-F-FCL-E.
           05  FS-KEY-FCL        PIC X(13).
           05  FILLER            PIC X(77).
      *FICHIER DES COMPTES
       FD  F-CPTE-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-CPTE-E.
           05  FS-KEY-CPTE       PIC X(10).
           05  FILLER            PIC X(40).
      *FICHIER DES CREANCES CLIENT
       FD  F-CRC-ES
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-CRC-ES.
           05  FS-KEY-CRC        PIC X(17).
           05  FILLER            PIC X(63).
      *FICHIER DES ENCAISSEMENTS CLIENT
       FD  F-ENC-ES
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-ENC-ES.
           05  FS-KEY-ENC        PIC X(14).
           05  FILLER            PIC X(86).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY FACTCLI.
       COPY CREANCE.
       COPY ENCAISS.
       COPY TP4MVTS.
       COPY TP4CPTES.
      *FILE STATUS
       01  WS-FS-CLR-E       PIC X(2).
           88 CLR-OK                              VALUE '00'.
           88 CLR-FIN                             VALUE '10'.
       01  WS-FS-MVTS-E      PIC X(2).
           88 MVTS-OK                             VALUE '00'.
           88 MVTS-FIN                            VALUE '10'.
       01  WS-FS-FCL-E       PIC X(2).
           88 FCL-OK                              VALUE '00'.
           88 FCL-FIN                             VALUE '10'.
           88 FCL-INEXISTANT                      VALUE '23'.
       01  WS-FS-CPTE-E      PIC X(2).
           88 CPTE-OK                             VALUE '00'.
           88 CPTE-INEXISTANT                     VALUE '23'.
       01  WS-FS-CRC-ES      PIC X(2).
           88 CRC-OK                              VALUE '00'.
           88 CRC-FIN                             VALUE '10'.
           88 CRC-DOUBLON                         VALUE '22'.
           88 CRC-INEXISTANT                      VALUE '23'.
       01  WS-FS-ENC-ES      PIC X(2).
           88 ENC-OK                              VALUE '00'.
           88 ENC-INEXISTANT                      VALUE '23'.
      *ENTREE DE CLEARING RECUE (MEME FORMAT QUE ARIO231)
       01  WS-CLRE-ENR.
           05  WS-CLRE-IBAN      PIC X(27).
           05  WS-CLRE-MT-X      PIC X(11).
           05  WS-CLRE-MT-N REDEFINES WS-CLRE-MT-X
                                 PIC 9(9)V99.
           05  WS-CLRE-DATE-X    PIC X(8).
           05  WS-CLRE-DATE-N REDEFINES WS-CLRE-DATE-X
                                 PIC 9(8).
           05  WS-CLRE-DEVISE    PIC X(3).
           05  WS-CLRE-REF       PIC X(16).
           05  WS-CLRE-REF-R REDEFINES WS-CLRE-REF.
               10  WS-CLRE-REF-FACT  PIC X(11).
               10  FILLER            PIC X(5).
           05  FILLER            PIC X(15).
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
      *FACTURE EN COURS DE CUMUL (CHARGEMENT DES CREANCES)
       01  WS-FACT-COURANTE  PIC X(11) VALUE SPACES.
       01  WS-FACT-CLIENT    PIC X(6)  VALUE SPACES.
       01  WS-FACT-DATE      PIC 9(8)  VALUE ZERO.
       01  WS-FACT-MT        PIC 9(9)V99 VALUE ZERO.
      *RANG DE L ENTREE DANS SON FICHIER DU JOUR (CLE ENC0101)
       01  WS-RANG-CLR       PIC 9(5)  VALUE ZERO.
       01  WS-RANG-MVTS      PIC 9(5)  VALUE ZERO.
      *IMPUTATION DU REGLEMENT COURANT
       01  WS-CLIENT-IMP     PIC X(6)  VALUE SPACES.
       01  WS-RESTE-REGL     PIC 9(9)V99 VALUE ZERO.
       01  WS-DU-CRC         PIC 9(9)V99 VALUE ZERO.
       01  WS-MT-IMPUTE      PIC 9(9)V99 VALUE ZERO.
       01  WS-FS-PARCOURS    PIC X.
           88 PARCOURS-ENCOURS                    VALUE '0'.
           88 PARCOURS-FIN                        VALUE '1'.
       01  WS-FS-CREANCE-CLI PIC X.
           88 CLIENT-SANS-CREANCE                 VALUE '0'.
           88 CLIENT-A-CREANCE                    VALUE '1'.
      *COMPTEUR RENDU EXEC
       01  WS-NB-FCL-LUES    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-CRC-CREEES  PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-CRC-DEJA    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-CLR-LUES    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-MVTS-LUS    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-ENC-DEJA    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-ENC-LETTRES PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-ENC-NON-LET PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-CRC-SOLDEES PIC S9(6) COMP VALUE ZERO.
       01  WS-TOT-IMPUTE     PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-IMPUTE-ED  PIC ZZZZZZZZZZ9,99.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
       PROCEDURE           DIVISION.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME              *
      *               ==================================              *
      *---------------------------------------------------------------*
      * 0000 TRT PRINCIPAL
       0000-TRT-PRINCIPAL-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  2000-CHARGE-CREANCES-DEB
              THRU  2000-CHARGE-CREANCES-FIN.
      *
           PERFORM  6020-READ-F-CLR-E-DEB
              THRU  6020-READ-F-CLR-E-FIN.
           PERFORM  3000-TRT-UNE-ENTREE-CLR-DEB
              THRU  3000-TRT-UNE-ENTREE-CLR-FIN
             UNTIL  CLR-FIN.
      *
           PERFORM  6030-READ-F-MVTS-E-DEB
              THRU  6030-READ-F-MVTS-E-FIN.
           PERFORM  4000-TRT-UN-MVT-DEB
              THRU  4000-TRT-UN-MVT-FIN
             UNTIL  MVTS-FIN.
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
      * TRT 2000 PARCOURT LES FACTURES CLIENT ET CREE LA CREANCE DE
      * CHAQUE FACTURE NON ENCORE CHARGEE (RUPTURE SUR LE NUMERO)
      *----------------------------------------------------
       2000-CHARGE-CREANCES-DEB.
      *
           MOVE SPACES                  TO WS-FACT-COURANTE.
           PERFORM  6010-READNEXT-F-FCL-E-DEB
              THRU  6010-READNEXT-F-FCL-E-FIN.
           PERFORM  2100-TRT-UNE-LIGNE-FACT-DEB
              THRU  2100-TRT-UNE-LIGNE-FACT-FIN
             UNTIL  FCL-FIN.
           IF  WS-FACT-COURANTE NOT = SPACES
               PERFORM  2200-CREE-CREANCE-DEB
                  THRU  2200-CREE-CREANCE-FIN
           END-IF.
      *
       2000-CHARGE-CREANCES-FIN.
           EXIT.
       2100-TRT-UNE-LIGNE-FACT-DEB.
      *
           ADD  1                       TO WS-NB-FCL-LUES.
           IF  WS-FCL-NUM NOT = WS-FACT-COURANTE
               IF  WS-FACT-COURANTE NOT = SPACES
                   PERFORM  2200-CREE-CREANCE-DEB
                      THRU  2200-CREE-CREANCE-FIN
               END-IF
               MOVE WS-FCL-NUM          TO WS-FACT-COURANTE
               MOVE WS-FCL-CLIENT       TO WS-FACT-CLIENT
               MOVE WS-FCL-NUM-DATE     TO WS-FACT-DATE
               MOVE ZERO                TO WS-FACT-MT
           END-IF.
           ADD  WS-FCL-MT               TO WS-FACT-MT.
      *
           PERFORM  6010-READNEXT-F-FCL-E-DEB
              THRU  6010-READNEXT-F-FCL-E-FIN.
      *
       2100-TRT-UNE-LIGNE-FACT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2200 CREE LA CREANCE DE LA FACTURE CUMULEE - DEJA
      * PRESENTE (DOUBLON DE CLE) : CHARGEE LORS D UN PASSAGE
      * PRECEDENT, LAISSEE EN L ETAT
      *----------------------------------------------------
       2200-CREE-CREANCE-DEB.
      *
           MOVE WS-FACT-CLIENT          TO WS-CRC-CLIENT.
           MOVE WS-FACT-COURANTE        TO WS-CRC-FACT-NUM.
           MOVE WS-FACT-DATE            TO WS-CRC-DATE-FACT.
           MOVE WS-FACT-MT              TO WS-CRC-MT-FACT.
           MOVE ZERO                    TO WS-CRC-MT-REGLE.
           MOVE ZERO                    TO WS-CRC-DATE-REGL.
           SET  CRC-OUVERTE             TO TRUE.
           PERFORM  6056-WRITE-F-CRC-ES-DEB
              THRU  6056-WRITE-F-CRC-ES-FIN.
           IF  CRC-DOUBLON
               ADD  1                   TO WS-NB-CRC-DEJA
           ELSE
               ADD  1                   TO WS-NB-CRC-CREEES
           END-IF.
      *
       2200-CREE-CREANCE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 TRAITE UNE ENTREE DE CLEARING : SEULES LES ENTREES
      * DONT LA REFERENCE EMETTEUR COMMENCE PAR UN NUMERO DE FACTURE
      * SONT DES REGLEMENTS CLIENT
      *----------------------------------------------------
       3000-TRT-UNE-ENTREE-CLR-DEB.
      *
           ADD  1                       TO WS-NB-CLR-LUES.
           ADD  1                       TO WS-RANG-CLR.
      *
           IF  WS-CLRE-MT-X NOT NUMERIC
               OR WS-CLRE-DATE-X NOT NUMERIC
               OR WS-CLRE-REF-FACT NOT NUMERIC
               GO TO 3000-TRT-LIRE-SUIVANTE
           END-IF.
      *
           MOVE WS-DATEJ-N              TO WS-ENC-DATE.
           SET  ENC-CLEARING            TO TRUE.
           MOVE WS-RANG-CLR             TO WS-ENC-SEQ.
           PERFORM  6060-READ-F-ENC-ES-DEB
              THRU  6060-READ-F-ENC-ES-FIN.
           IF  ENC-OK
               ADD  1                   TO WS-NB-ENC-DEJA
               GO TO 3000-TRT-LIRE-SUIVANTE
           END-IF.
      *
           MOVE SPACES                  TO WS-ENC-CLIENT.
           MOVE WS-CLRE-REF             TO WS-ENC-REF.
           MOVE WS-CLRE-IBAN            TO WS-ENC-ORIGINE.
           MOVE WS-CLRE-DATE-N          TO WS-ENC-DATE-VAL.
           MOVE WS-CLRE-MT-N            TO WS-ENC-MT.
           MOVE WS-CLRE-MT-N            TO WS-RESTE-REGL.
      *
      *    LA FACTURE CITEE DONNE LE CLIENT
           MOVE WS-CLRE-REF-FACT        TO FS-KEY-FCL (1:11).
           MOVE '01'                    TO FS-KEY-FCL (12:2).
           PERFORM  6015-READ-F-FCL-E-DEB
              THRU  6015-READ-F-FCL-E-FIN.
           IF  FCL-OK
               MOVE WS-FCL-CLIENT       TO WS-ENC-CLIENT
               MOVE WS-FCL-CLIENT       TO WS-CLIENT-IMP
               PERFORM  7100-IMPUTE-FACTURE-DEB
                  THRU  7100-IMPUTE-FACTURE-FIN
               IF  WS-RESTE-REGL > ZERO
                   PERFORM  7200-IMPUTE-CLIENT-DEB
                      THRU  7200-IMPUTE-CLIENT-FIN
               END-IF
           END-IF.
      *
           PERFORM  7300-ENREGISTRE-REGL-DEB
              THRU  7300-ENREGISTRE-REGL-FIN.
      *
       3000-TRT-LIRE-SUIVANTE.
           PERFORM  6020-READ-F-CLR-E-DEB
              THRU  6020-READ-F-CLR-E-FIN.
      *
       3000-TRT-UNE-ENTREE-CLR-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 4000 TRAITE UN MOUVEMENT DU JOUR : SEUL UN DEPOT (HORS
      * CLEARING) SUR UN COMPTE DONT LE TITULAIRE A DES CREANCES
      * OUVERTES EST UN REGLEMENT CLIENT
      *----------------------------------------------------
       4000-TRT-UN-MVT-DEB.
      *
           ADD  1                       TO WS-NB-MVTS-LUS.
           ADD  1                       TO WS-RANG-MVTS.
      *
           IF  NOT DEPOT
               OR WS-MVTS-REF (9:1) = 'C'
               OR WS-MVTS-MT NOT > ZERO
               GO TO 4000-TRT-LIRE-SUIVANT
           END-IF.
      *
           MOVE WS-MVTS-CPTE            TO FS-KEY-CPTE.
           PERFORM  6040-READ-F-CPTE-E-DEB
              THRU  6040-READ-F-CPTE-E-FIN.
           IF  CPTE-INEXISTANT
               OR WS-CPTES-CLIENT = SPACES
               GO TO 4000-TRT-LIRE-SUIVANT
           END-IF.
      *
           MOVE WS-DATEJ-N              TO WS-ENC-DATE.
           SET  ENC-MOUVEMENT           TO TRUE.
           MOVE WS-RANG-MVTS            TO WS-ENC-SEQ.
           PERFORM  6060-READ-F-ENC-ES-DEB
              THRU  6060-READ-F-ENC-ES-FIN.
           IF  ENC-OK
               ADD  1                   TO WS-NB-ENC-DEJA
               GO TO 4000-TRT-LIRE-SUIVANT
           END-IF.
      *
           MOVE WS-CPTES-CLIENT         TO WS-CLIENT-IMP.
           MOVE WS-MVTS-MT              TO WS-RESTE-REGL.
           PERFORM  7200-IMPUTE-CLIENT-DEB
              THRU  7200-IMPUTE-CLIENT-FIN.
           IF  CLIENT-SANS-CREANCE
               GO TO 4000-TRT-LIRE-SUIVANT
           END-IF.
      *
           MOVE WS-CPTES-CLIENT         TO WS-ENC-CLIENT.
           MOVE SPACES                  TO WS-ENC-REF.
           MOVE WS-MVTS-REF             TO WS-ENC-REF.
           MOVE SPACES                  TO WS-ENC-ORIGINE.
           MOVE WS-MVTS-CPTE            TO WS-ENC-ORIGINE.
           MOVE WS-MVTS-SS              TO WS-ENC-DATE-VAL (1:2).
           MOVE WS-MVTS-AA              TO WS-ENC-DATE-VAL (3:2).
           MOVE WS-MVTS-MM              TO WS-ENC-DATE-VAL (5:2).
           MOVE WS-MVTS-JJ              TO WS-ENC-DATE-VAL (7:2).
           MOVE WS-MVTS-MT              TO WS-ENC-MT.
           PERFORM  7300-ENREGISTRE-REGL-DEB
              THRU  7300-ENREGISTRE-REGL-FIN.
      *
       4000-TRT-LIRE-SUIVANT.
           PERFORM  6030-READ-F-MVTS-E-DEB
              THRU  6030-READ-F-MVTS-E-FIN.
      *
       4000-TRT-UN-MVT-FIN.
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
           OPEN INPUT F-CLR-E.
           IF NOT CLR-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CLR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLR-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-MVTS-E.
           IF NOT MVTS-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-MVTS-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MVTS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-FCL-E.
           IF NOT FCL-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-FCL-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FCL-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-CPTE-E.
           IF NOT CPTE-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-CRC-ES.
           IF NOT CRC-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CRC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CRC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-ENC-ES.
           IF NOT ENC-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ENC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ENC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT LA LIGNE DE FACTURE SUIVANTE SUR F-FCL-E
      *------------------------------------
       6010-READNEXT-F-FCL-E-DEB.
      *
           READ F-FCL-E NEXT RECORD INTO WS-FCL-ENR.
           IF NOT (FCL-OK OR FCL-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FCL-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FCL-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READNEXT-F-FCL-E-FIN.
           EXIT.
      *-------------------------------------
      *6015 LIT LA LIGNE DE FACTURE DE CLE FS-KEY-FCL - ABSENTE
      *     RENDUE A L APPELANT
      *------------------------------------
       6015-READ-F-FCL-E-DEB.
      *
           READ F-FCL-E INTO WS-FCL-ENR.
           IF NOT (FCL-OK OR FCL-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FCL-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FCL-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6015-READ-F-FCL-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 EXECUTE LA LECTURE SUR F-CLR-E
      *------------------------------------
       6020-READ-F-CLR-E-DEB.
      *
           READ F-CLR-E INTO WS-CLRE-ENR.
           IF NOT (CLR-OK OR CLR-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLR-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-F-CLR-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 EXECUTE LA LECTURE SUR F-MVTS-E
      *------------------------------------
       6030-READ-F-MVTS-E-DEB.
      *
           READ F-MVTS-E INTO WS-ENRG-F-MVTS.
           IF NOT (MVTS-OK OR MVTS-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MVTS-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MVTS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-READ-F-MVTS-E-FIN.
           EXIT.
      *-------------------------------------
      *6040 LIT LE COMPTE DU MOUVEMENT - ABSENT RENDU A L APPELANT
      *------------------------------------
       6040-READ-F-CPTE-E-DEB.
      *
           READ F-CPTE-E INTO WS-ENRG-F-CPTES.
           IF NOT (CPTE-OK OR CPTE-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-READ-F-CPTE-E-FIN.
           EXIT.
      *-------------------------------------
      *6050 LIT LA CREANCE DE CLE WS-CRC-CLE - ABSENTE RENDUE A
      *     L APPELANT
      *------------------------------------
       6050-READ-F-CRC-ES-DEB.
      *
           MOVE WS-CRC-CLE               TO FS-KEY-CRC.
           READ F-CRC-ES INTO WS-CRC-ENR.
           IF NOT (CRC-OK OR CRC-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CRC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CRC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6050-READ-F-CRC-ES-FIN.
           EXIT.
      *-------------------------------------
      *6052 POSITIONNE F-CRC-ES SUR LA PREMIERE CREANCE DU CLIENT
      *------------------------------------
       6052-START-F-CRC-ES-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-CRC.
           MOVE WS-CLIENT-IMP            TO FS-KEY-CRC (1:6).
           START F-CRC-ES
             KEY IS NOT LESS THAN FS-KEY-CRC
           END-START.
           IF NOT (CRC-OK OR CRC-INEXISTANT OR CRC-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-CRC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CRC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6052-START-F-CRC-ES-FIN.
           EXIT.
      *-------------------------------------
      *6054 LIT LA CREANCE SUIVANTE SUR F-CRC-ES
      *------------------------------------
       6054-READNEXT-F-CRC-ES-DEB.
      *
           READ F-CRC-ES NEXT RECORD INTO WS-CRC-ENR.
           IF NOT (CRC-OK OR CRC-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CRC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CRC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6054-READNEXT-F-CRC-ES-FIN.
           EXIT.
      *-------------------------------------
      *6056 ECRIT LA CREANCE - DOUBLON RENDU A L APPELANT
      *------------------------------------
       6056-WRITE-F-CRC-ES-DEB.
      *
           MOVE WS-CRC-CLE               TO FS-KEY-CRC.
           WRITE FS-BUFF-F-CRC-ES FROM WS-CRC-ENR.
           IF NOT (CRC-OK OR CRC-DOUBLON)
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-CRC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CRC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6056-WRITE-F-CRC-ES-FIN.
           EXIT.
      *-------------------------------------
      *6058 REECRIT LA CREANCE COURANTE
      *------------------------------------
       6058-REWRITE-F-CRC-ES-DEB.
      *
           REWRITE FS-BUFF-F-CRC-ES FROM WS-CRC-ENR.
           IF NOT CRC-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-CRC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CRC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6058-REWRITE-F-CRC-ES-FIN.
           EXIT.
      *-------------------------------------
      *6060 CHERCHE LE REGLEMENT DE CLE WS-ENC-CLE (DEJA VU LORS
      *     D UN PASSAGE PRECEDENT) - ABSENT RENDU A L APPELANT
      *------------------------------------
       6060-READ-F-ENC-ES-DEB.
      *
           MOVE WS-ENC-CLE               TO FS-KEY-ENC.
           READ F-ENC-ES.
           IF NOT (ENC-OK OR ENC-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ENC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ENC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6060-READ-F-ENC-ES-FIN.
           EXIT.
      *-------------------------------------
      *6065 ECRIT LE REGLEMENT
      *------------------------------------
       6065-WRITE-F-ENC-ES-DEB.
      *
           MOVE WS-ENC-CLE               TO FS-KEY-ENC.
           WRITE FS-BUFF-F-ENC-ES FROM WS-ENC-ENR.
           IF NOT ENC-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-ENC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ENC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6065-WRITE-F-ENC-ES-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-CLR-E F-MVTS-E F-FCL-E F-CPTE-E F-CRC-ES F-ENC-ES.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7100 IMPUTE LE REGLEMENT SUR LA FACTURE CITEE EN REFERENCE
      *     (SI ELLE EST ENCORE OUVERTE)
      *------------------------------------
       7100-IMPUTE-FACTURE-DEB.
      *
           MOVE WS-CLIENT-IMP           TO WS-CRC-CLIENT.
           MOVE WS-CLRE-REF-FACT        TO WS-CRC-FACT-NUM.
           PERFORM  6050-READ-F-CRC-ES-DEB
              THRU  6050-READ-F-CRC-ES-FIN.
           IF  CRC-OK
               AND CRC-OUVERTE
               PERFORM  7150-IMPUTE-CREANCE-DEB
                  THRU  7150-IMPUTE-CREANCE-FIN
           END-IF.
      *
       7100-IMPUTE-FACTURE-FIN.
           EXIT.
      *-------------------------------------
      *7150 IMPUTE SUR LA CREANCE LUE LE MINIMUM DU RESTE DU ET DU
      *     RESTE DU REGLEMENT, SOLDE LA CREANCE SI TOUT EST REGLE
      *------------------------------------
       7150-IMPUTE-CREANCE-DEB.
      *
           COMPUTE WS-DU-CRC = WS-CRC-MT-FACT - WS-CRC-MT-REGLE.
           IF  WS-DU-CRC > WS-RESTE-REGL
               MOVE WS-RESTE-REGL       TO WS-MT-IMPUTE
           ELSE
               MOVE WS-DU-CRC           TO WS-MT-IMPUTE
           END-IF.
           ADD  WS-MT-IMPUTE            TO WS-CRC-MT-REGLE.
           SUBTRACT WS-MT-IMPUTE      FROM WS-RESTE-REGL.
           ADD  WS-MT-IMPUTE            TO WS-TOT-IMPUTE.
           MOVE WS-DATEJ-N              TO WS-CRC-DATE-REGL.
           IF  WS-CRC-MT-REGLE NOT < WS-CRC-MT-FACT
               SET  CRC-SOLDEE          TO TRUE
               ADD  1                   TO WS-NB-CRC-SOLDEES
           END-IF.
           PERFORM  6058-REWRITE-F-CRC-ES-DEB
              THRU  6058-REWRITE-F-CRC-ES-FIN.
      *
       7150-IMPUTE-CREANCE-FIN.
           EXIT.
      *-------------------------------------
      *7200 IMPUTE LE RESTE DU REGLEMENT SUR LES CREANCES OUVERTES
      *     DU CLIENT, DE LA PLUS ANCIENNE A LA PLUS RECENTE ; SIGNALE
      *     SI LE CLIENT N A AUCUNE CREANCE OUVERTE
      *------------------------------------
       7200-IMPUTE-CLIENT-DEB.
      *
           SET  CLIENT-SANS-CREANCE     TO TRUE.
           SET  PARCOURS-ENCOURS        TO TRUE.
           PERFORM  6052-START-F-CRC-ES-DEB
              THRU  6052-START-F-CRC-ES-FIN.
           IF  CRC-OK
               PERFORM  6054-READNEXT-F-CRC-ES-DEB
                  THRU  6054-READNEXT-F-CRC-ES-FIN
               PERFORM  7210-IMPUTE-UNE-CREANCE-DEB
                  THRU  7210-IMPUTE-UNE-CREANCE-FIN
                 UNTIL  CRC-FIN OR PARCOURS-FIN
           END-IF.
      *
       7200-IMPUTE-CLIENT-FIN.
           EXIT.
       7210-IMPUTE-UNE-CREANCE-DEB.
      *
           IF  WS-CRC-CLIENT NOT = WS-CLIENT-IMP
               OR WS-RESTE-REGL = ZERO
               SET  PARCOURS-FIN        TO TRUE
               GO TO 7210-IMPUTE-UNE-CREANCE-FIN
           END-IF.
           IF  CRC-OUVERTE
               SET  CLIENT-A-CREANCE    TO TRUE
               PERFORM  7150-IMPUTE-CREANCE-DEB
                  THRU  7150-IMPUTE-CREANCE-FIN
           END-IF.
           PERFORM  6054-READNEXT-F-CRC-ES-DEB
              THRU  6054-READNEXT-F-CRC-ES-FIN.
      *
       7210-IMPUTE-UNE-CREANCE-FIN.
           EXIT.
      *-------------------------------------
      *7300 ENREGISTRE LE REGLEMENT : LETTRE SI TOUT EST IMPUTE,
      *     NON LETTRE SINON (RELIQUAT A IMPUTER A LA MAIN)
      *------------------------------------
       7300-ENREGISTRE-REGL-DEB.
      *
           COMPUTE WS-ENC-MT-AFFECTE = WS-ENC-MT - WS-RESTE-REGL.
           IF  WS-RESTE-REGL = ZERO
               SET  ENC-LETTRE          TO TRUE
               ADD  1                   TO WS-NB-ENC-LETTRES
           ELSE
               SET  ENC-NON-LETTRE      TO TRUE
               ADD  1                   TO WS-NB-ENC-NON-LET
           END-IF.
           PERFORM  6065-WRITE-F-ENC-ES-DEB
              THRU  6065-WRITE-F-ENC-ES-FIN.
      *
       7300-ENREGISTRE-REGL-FIN.
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
           MOVE WS-TOT-IMPUTE           TO WS-TOT-IMPUTE-ED.
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO943              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* LIGNES DE FACTURE LUES    : ' WS-NB-FCL-LUES.
           DISPLAY '* CREANCES CREEES           : ' WS-NB-CRC-CREEES.
           DISPLAY '* CREANCES DEJA CHARGEES    : ' WS-NB-CRC-DEJA.
           DISPLAY '* ENTREES DE CLEARING LUES  : ' WS-NB-CLR-LUES.
           DISPLAY '* MOUVEMENTS LUS            : ' WS-NB-MVTS-LUS.
           DISPLAY '* REGLEMENTS DEJA TRAITES   : ' WS-NB-ENC-DEJA.
           DISPLAY '* REGLEMENTS LETTRES        : ' WS-NB-ENC-LETTRES.
           DISPLAY '* REGLEMENTS NON LETTRES    : ' WS-NB-ENC-NON-LET.
           DISPLAY '* CREANCES SOLDEES          : ' WS-NB-CRC-SOLDEES.
           DISPLAY '* MONTANT IMPUTE            : ' WS-TOT-IMPUTE-ED.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO943         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO943        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
