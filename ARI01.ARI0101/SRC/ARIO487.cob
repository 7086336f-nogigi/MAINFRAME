      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO487                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *TRAITEMENT DES ECHEANCES DES DEPOTS A TERME (DAT0101, COPY     *
      *DEPTERME). SONT TRAITES LES CONTRATS ACTIFS ECHUS A LA DATE DE *
      *TRAITEMENT ET CEUX DONT LE COMPTE FIGURE SUR LE FICHIER DES    *
      *DEMANDES DE RUPTURE ANTICIPEE (F-RUP-E, UN COMPTE PAR CARTE).  *
      *  INTERETS = CAPITAL X TAUX X JOURS / 36500                    *
      *A L ECHEANCE LES JOURS COURENT DE LA DATE DE DEBUT A LA DATE   *
      *D ECHEANCE, AU TAUX DU CONTRAT. EN RUPTURE ANTICIPEE ILS       *
      *COURENT JUSQU A LA DATE DE TRAITEMENT, AU TAUX DU CONTRAT      *
      *DIMINUE DU TAUX DE PENALITE DU PRODUIT (PRD0101, PLANCHER 0).  *
      *VERSEMENT (OPTION 'V', OU RUPTURE) : LES INTERETS SONT CREDITES*
      *AU COMPTE DE VERSEMENT (MOUVEMENT INTERET) ET LE SOLDE DU      *
      *DEPOT LUI EST VIRE (MOUVEMENT VIREMNT DU COMPTE DU DEPOT VERS  *
      *LE COMPTE DE VERSEMENT) ; LE CONTRAT PASSE AU STATUT 'S' (ECHU *
      *VERSE) OU 'X' (ROMPU), CE QUI LIBERE LE COMPTE DU DEPOT DANS   *
      *ARIO411.                                                       *
      *RECONDUCTION (OPTION 'R') : LES INTERETS SONT CREDITES AU      *
      *COMPTE DU DEPOT ET CAPITALISES ; LE CONTRAT REPART DE L ANCIENNE*
      *ECHEANCE POUR LA DUREE DU PRODUIT, AU TAUX DU BAREME POUR LE   *
      *NOUVEAU CAPITAL. SANS PRODUIT (OU DUREE NULLE) LE DEPOT EST    *
      *VERSE.                                                         *
      *LES MOUVEMENTS (REFERENCE SOURCE 'T') SONT ECRITS DANS LE      *
      *FICHIER DES MOUVEMENTS DU JOUR, POSTE ENSUITE PAR LA CHAINE    *
      *ARIO411. LE DETAIL DES CONTRATS TRAITES EST EDITE SUR ETATDAT. *
      *SYSIN  -> DATE DE TRAITEMENT AAAAMMJJ (DEFAUT DATE DU JOUR)    *
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
       PROGRAM-ID.      ARIO487.
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
      *                      F-DAT-ES : CONTRATS DE DEPOT A TERME (IO)
      *                      -------------------------------------------
           SELECT  F-DAT-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-DAT
                   FILE STATUS         IS WS-FS-DAT-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CPTE-E : FICHIER MAITRE DES COMPTES
      *                      -------------------------------------------
           SELECT  F-CPTE-E            ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-CPTE
                   FILE STATUS         IS WS-FS-CPTE-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-PRD-E : FICHIER DES PRODUITS D EPARGNE
      *                      ET DE DEPOT A TERME
      *                      -------------------------------------------
           SELECT  F-PRD-E             ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-PRD
                   FILE STATUS         IS WS-FS-PRD-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-RUP-E : DEMANDES DE RUPTURE ANTICIPEE
      *                      -------------------------------------------
           SELECT  F-RUP-E             ASSIGN TO INP003
                   FILE STATUS         IS WS-FS-RUP-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-MVTS-S : MOUVEMENTS DU JOUR (EXTENSION)
      *                      -------------------------------------------
           SELECT  F-MVTS-S            ASSIGN TO OUT001
                   FILE STATUS         IS WS-FS-MVTS-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-DAT-S : ECHEANCES TRAITEES
      *                      -------------------------------------------
           SELECT  F-ETAT-DAT-S        ASSIGN TO ETATDAT
                   FILE STATUS         IS WS-FS-ETAT-DAT-S.
      *                      -------------------------------------------
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *CONTRATS DE DEPOT A TERME
       FD  F-DAT-ES
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-DAT-ES.
           05  FS-KEY-DAT        PIC X(10).
           05  FILLER            PIC X(70).
      *FICHIER MAITRE DES COMPTES
       FD  F-CPTE-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-CPTE-E.
           05  FS-KEY-CPTE       PIC X(10).
           05  FILLER            PIC X(40).
      *FICHIER DES PRODUITS
       FD  F-PRD-E
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-PRD-E.
           05  FS-KEY-PRD        PIC X(3).
           05  FILLER            PIC X(97).
      *DEMANDES DE RUPTURE ANTICIPEE
       FD  F-RUP-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-RUP-E.
           05  FS-RUP-CPTE       PIC X(10).
           05  FILLER            PIC X(70).
      *MOUVEMENTS DU JOUR
       FD  F-MVTS-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-MVTS-S      PIC X(64).
      *ETAT DES ECHEANCES EN SORTIE
       FD  F-ETAT-DAT-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-DAT-S  PIC X(132).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY TP4MVTS.
       COPY TP4CPTES.
       COPY PRODUIT.
       COPY DEPTERME.
      *FILE STATUS
       01  WS-FS-DAT-ES      PIC X(2).
           88 DAT-OK                              VALUE '00'.
           88 DAT-FIN                             VALUE '10'.
       01  WS-FS-CPTE-E      PIC X(2).
           88 CPTE-OK                             VALUE '00'.
           88 CPTE-INEXISTANT                     VALUE '23'.
       01  WS-FS-PRD-E       PIC X(2).
           88 PRD-OK                              VALUE '00'.
           88 PRD-FIN                             VALUE '10'.
           88 PRD-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-RUP-E       PIC X(2).
           88 RUP-OK                              VALUE '00'.
           88 RUP-FIN                             VALUE '10'.
           88 RUP-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-MVTS-S      PIC X(2).
       01  WS-FS-ETAT-DAT-S  PIC X(2).
      *CARTE SYSIN : DATE DE TRAITEMENT
       01  WS-SYSIN-CARTE.
           05  WS-SYC-DATE-X     PIC X(8).
           05  WS-SYC-DATE-N REDEFINES WS-SYC-DATE-X
                                 PIC 9(8).
           05  FILLER            PIC X(72).
      *DATE DU JOUR (DATE DES MOUVEMENTS GENERES)
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 9(2).
           05  WS-DATEJ-JJ       PIC 9(2).
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
       01  WS-DATE-TRT-N     PIC 9(8)             VALUE ZERO.
      *DATE DE TRAVAIL (DERNIER JOUR DU MOIS, AJOUT DE MOIS)
       01  WS-DATE-TRV.
           05  WS-TRV-AAAA       PIC 9(4).
           05  WS-TRV-MM         PIC 9(2).
           05  WS-TRV-JJ         PIC 9(2).
       01  WS-DATE-TRV-N REDEFINES WS-DATE-TRV
                             PIC 9(8).
       01  WS-DERNIER-JOUR   PIC 9(2)             VALUE ZERO.
       01  WS-QUOTIENT       PIC 9(4)             VALUE ZERO.
       01  WS-RESTE          PIC 9(4)             VALUE ZERO.
       01  WS-NB-MOIS        PIC 9(5)             VALUE ZERO.
      *NUMERO DE JOUR D UNE DATE (ECART EN JOURS ENTRE DEUX DATES)
       01  WS-NJ-DATE.
           05  WS-NJ-AAAA        PIC 9(4).
           05  WS-NJ-MM          PIC 9(2).
           05  WS-NJ-JJ          PIC 9(2).
       01  WS-NJ-DATE-N REDEFINES WS-NJ-DATE
                             PIC 9(8).
       77  WS-NJ-NUM        PIC S9(9) COMP       VALUE ZERO.
       77  WS-NJ-A          PIC S9(9) COMP       VALUE ZERO.
       77  WS-NJ-M          PIC S9(4) COMP       VALUE ZERO.
       77  WS-NJ-T          PIC S9(9) COMP       VALUE ZERO.
       77  WS-NJ-DEB        PIC S9(9) COMP       VALUE ZERO.
      *TABLE DES PRODUITS (ENREGISTREMENT PRODUIT ENTIER)
       01  WS-NB-PRD-TAB     PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-PRD        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-TAB-PRDS.
           05  WS-TPRD-ENR       PIC X(100)  OCCURS 50.
       01  WS-SW-PRD         PIC X                VALUE '0'.
           88 PRD-TROUVE                          VALUE '1'.
           88 PRD-NON-TROUVE                      VALUE '0'.
       01  WS-IND-TR         PIC S9(4)     COMP   VALUE ZERO.
       01  WS-SW-TAUX        PIC X                VALUE '0'.
           88 TAUX-TROUVE                         VALUE '1'.
           88 TAUX-A-CHERCHER                     VALUE '0'.
      *TABLE DES DEMANDES DE RUPTURE ANTICIPEE
       01  WS-NB-RUP-TAB     PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-RUP        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-TAB-RUPS.
           05  WS-TRUP-CPTE      PIC X(10)   OCCURS 200.
       01  WS-SW-RUP         PIC X                VALUE '0'.
           88 RUPTURE-DEMANDEE                    VALUE '1'.
           88 RUPTURE-NON-DEMANDEE                VALUE '0'.
      *TRAITEMENT DU CONTRAT COURANT
       01  WS-SW-TRT         PIC X                VALUE 'V'.
           88 TRT-VERSEMENT                       VALUE 'V'.
           88 TRT-RECONDUCTION                    VALUE 'R'.
           88 TRT-RUPTURE                         VALUE 'X'.
       01  WS-TAUX-APPLIQUE  PIC S9(2)V9(3)       VALUE ZERO.
       01  WS-NB-JOURS       PIC S9(5)     COMP   VALUE ZERO.
       01  WS-INT-DEPOT      PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  WS-SOLDE-DEPOT    PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  WS-DEVISE-DEPOT   PIC X(3)             VALUE SPACE.
       01  WS-MOTIF-ANO      PIC X(30)            VALUE SPACE.
      *LIGNES D EDITION
       01  WS-LDAT-TIRET     PIC X(132) VALUE ALL '-'.
       01  WS-LDAT-TITRE.
           05  FILLER            PIC X(41)
               VALUE 'ECHEANCES DES DEPOTS A TERME TRAITEES LE '.
           05  WS-LDAT-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(81) VALUE SPACES.
       01  WS-LDAT-TITRES.
           05  FILLER            PIC X(12) VALUE 'COMPTE      '.
           05  FILLER            PIC X(19) VALUE
               'TRAITEMENT         '.
           05  FILLER            PIC X(19) VALUE
               '           CAPITAL '.
           05  FILLER            PIC X(7)  VALUE '  TAUX '.
           05  FILLER            PIC X(6)  VALUE 'JOURS '.
           05  FILLER            PIC X(17) VALUE
               '         INTERETS'.
           05  FILLER            PIC X(12) VALUE ' VERSE A    '.
           05  FILLER            PIC X(11) VALUE 'ECHEANCE   '.
           05  FILLER            PIC X(29) VALUE 'OBSERVATION'.
       01  WS-LDAT-DETAIL.
           05  WS-LDET-CPTE-ED   PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-TRT-ED    PIC X(18).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-CAP-ED    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-TAUX-ED   PIC Z9,999.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-JOURS-ED  PIC ZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-INT-ED    PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-VERS-ED   PIC X(10).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-ECH-ED    PIC 99/99/9999.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-OBS-ED    PIC X(30).
       01  WS-LDAT-TOT-GEN.
           05  FILLER            PIC X(40) VALUE
               'TOTAL DES INTERETS DES DEPOTS A TERME : '.
           05  WS-LGEN-INT-ED    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(75) VALUE SPACES.
      *ZONES D EDITION DES DATES AAAAMMJJ EN JJMMAAAA
       01  WS-DATE-ED-E.
           05  WS-DED-AAAA       PIC 9(4).
           05  WS-DED-MM         PIC 9(2).
           05  WS-DED-JJ         PIC 9(2).
       01  WS-DATE-ED-E-N REDEFINES WS-DATE-ED-E
                             PIC 9(8).
       01  WS-DATE-ED-S.
           05  WS-DES-JJ         PIC 9(2).
           05  WS-DES-MM         PIC 9(2).
           05  WS-DES-AAAA       PIC 9(4).
       01  WS-DATE-ED-S-N REDEFINES WS-DATE-ED-S
                             PIC 9(8).
      *COMPTEUR RENDU EXEC ET TOTAUX DE CONTROLE
       01  WS-NB-DAT-LUS     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ECHUS-VERS  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-RECONDUITS  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ROMPUS      PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ANOMALIES   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-MVT-GEN     PIC S9(7) COMP VALUE ZERO.
       01  WS-TOT-INTERETS   PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
      *SEQUENCE D ATTRIBUTION DES REFERENCES DE MOUVEMENT
       01  WS-REF-SEQ        PIC 9(5)             VALUE ZERO.
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
           PERFORM  7000-INIT-SYSIN-DEB
              THRU  7000-INIT-SYSIN-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  7100-CHARGE-PRDS-DEB
              THRU  7100-CHARGE-PRDS-FIN.
           PERFORM  7150-CHARGE-RUPS-DEB
              THRU  7150-CHARGE-RUPS-FIN.
      *
           PERFORM  8000-ENTETE-ETAT-DEB
              THRU  8000-ENTETE-ETAT-FIN.
           PERFORM  6010-READ-F-DAT-ES-DEB
              THRU  6010-READ-F-DAT-ES-FIN.
           PERFORM  1000-TRT-UN-DEPOT-DEB
              THRU  1000-TRT-UN-DEPOT-FIN
             UNTIL  DAT-FIN.
           PERFORM  8050-TOTAL-ETAT-DEB
              THRU  8050-TOTAL-ETAT-FIN.
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
      * TRT 1000 RETIENT LES CONTRATS ACTIFS ECHUS OU A ROMPRE,
      *          CALCULE LES INTERETS, VERSE OU RECONDUIT LE DEPOT
      *          ET MET LE CONTRAT A JOUR
      *----------------------------------------------------
       1000-TRT-UN-DEPOT-DEB.
      *
           ADD  1                       TO WS-NB-DAT-LUS.
           IF  NOT DAT-ACTIF
               GO TO 1000-TRT-UN-DEPOT-SUITE
           END-IF.
           PERFORM  7350-CHERCHE-RUPTURE-DEB
              THRU  7350-CHERCHE-RUPTURE-FIN.
           IF  WS-DAT-DATE-ECH > WS-DATE-TRT-N
               AND RUPTURE-NON-DEMANDEE
               GO TO 1000-TRT-UN-DEPOT-SUITE
           END-IF.
      *
      *    SOLDE DU COMPTE DU DEPOT (CAPITAL A VIRER AU VERSEMENT)
           MOVE WS-DAT-CPTE             TO FS-KEY-CPTE.
           PERFORM  6020-READ-F-CPTE-E-DEB
              THRU  6020-READ-F-CPTE-E-FIN.
           IF  CPTE-INEXISTANT
               MOVE 'COMPTE DU DEPOT INEXISTANT'
                                        TO WS-MOTIF-ANO
               PERFORM  8030-LIGNE-ANOMALIE-DEB
                  THRU  8030-LIGNE-ANOMALIE-FIN
               GO TO 1000-TRT-UN-DEPOT-SUITE
           END-IF.
           MOVE WS-CPTES-SOLDE          TO WS-SOLDE-DEPOT.
           IF  WS-CPTES-DEVISE = SPACE
               MOVE 'EUR'               TO WS-DEVISE-DEPOT
           ELSE
               MOVE WS-CPTES-DEVISE     TO WS-DEVISE-DEPOT
           END-IF.
      *
           PERFORM  7300-CHERCHE-PRODUIT-DEB
              THRU  7300-CHERCHE-PRODUIT-FIN.
           EVALUATE TRUE
               WHEN WS-DAT-DATE-ECH > WS-DATE-TRT-N
                    SET TRT-RUPTURE      TO TRUE
               WHEN DAT-RECONDUCTION AND PRD-TROUVE
                    AND WS-PRD-DUREE-MOIS > ZERO
                    SET TRT-RECONDUCTION TO TRUE
               WHEN OTHER
                    SET TRT-VERSEMENT    TO TRUE
           END-EVALUATE.
      *
      *    LE COMPTE DE VERSEMENT DOIT EXISTER POUR VERSER
           IF  NOT TRT-RECONDUCTION
               MOVE WS-DAT-CPTE-VERS    TO FS-KEY-CPTE
               PERFORM  6020-READ-F-CPTE-E-DEB
                  THRU  6020-READ-F-CPTE-E-FIN
               IF  CPTE-INEXISTANT
                   MOVE 'COMPTE DE VERSEMENT INEXISTANT'
                                        TO WS-MOTIF-ANO
                   PERFORM  8030-LIGNE-ANOMALIE-DEB
                      THRU  8030-LIGNE-ANOMALIE-FIN
                   GO TO 1000-TRT-UN-DEPOT-SUITE
               END-IF
           END-IF.
      *
           PERFORM  2000-CALC-INTERETS-DEB
              THRU  2000-CALC-INTERETS-FIN.
           IF  TRT-RECONDUCTION
               PERFORM  3100-RECONDUCTION-DEB
                  THRU  3100-RECONDUCTION-FIN
           ELSE
               PERFORM  3000-VERSEMENT-DEB
                  THRU  3000-VERSEMENT-FIN
           END-IF.
           MOVE WS-DATE-TRT-N           TO WS-DAT-DATE-TRT.
           MOVE WS-INT-DEPOT            TO WS-DAT-INTERETS.
           PERFORM  6015-REWRITE-F-DAT-ES-DEB
              THRU  6015-REWRITE-F-DAT-ES-FIN.
           PERFORM  8020-LIGNE-DEPOT-DEB
              THRU  8020-LIGNE-DEPOT-FIN.
           ADD  WS-INT-DEPOT            TO WS-TOT-INTERETS.
      *
       1000-TRT-UN-DEPOT-SUITE.
           PERFORM  6010-READ-F-DAT-ES-DEB
              THRU  6010-READ-F-DAT-ES-FIN.
      *
       1000-TRT-UN-DEPOT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 INTERETS DU CONTRAT : JUSQU A L ECHEANCE AU TAUX DU
      *          CONTRAT, OU JUSQU A LA DATE DE TRAITEMENT AU TAUX
      *          DIMINUE DE LA PENALITE EN RUPTURE ANTICIPEE
      *----------------------------------------------------
       2000-CALC-INTERETS-DEB.
      *
           MOVE WS-DAT-DATE-DEB         TO WS-NJ-DATE-N.
           PERFORM  7200-NUMERO-JOUR-DEB
              THRU  7200-NUMERO-JOUR-FIN.
           MOVE WS-NJ-NUM               TO WS-NJ-DEB.
           MOVE WS-DAT-TAUX             TO WS-TAUX-APPLIQUE.
           IF  TRT-RUPTURE
               MOVE WS-DATE-TRT-N       TO WS-NJ-DATE-N
               IF  PRD-TROUVE
                   SUBTRACT WS-PRD-TAUX-PENALITE
                                        FROM WS-TAUX-APPLIQUE
               END-IF
               IF  WS-TAUX-APPLIQUE < ZERO
                   MOVE ZERO            TO WS-TAUX-APPLIQUE
               END-IF
           ELSE
               MOVE WS-DAT-DATE-ECH     TO WS-NJ-DATE-N
           END-IF.
           PERFORM  7200-NUMERO-JOUR-DEB
              THRU  7200-NUMERO-JOUR-FIN.
           COMPUTE WS-NB-JOURS = WS-NJ-NUM - WS-NJ-DEB.
           IF  WS-NB-JOURS < ZERO
               MOVE ZERO                TO WS-NB-JOURS
           END-IF.
           COMPUTE WS-INT-DEPOT ROUNDED = WS-DAT-CAPITAL
                 * WS-TAUX-APPLIQUE * WS-NB-JOURS / 36500.
           IF  WS-INT-DEPOT < ZERO
               MOVE ZERO                TO WS-INT-DEPOT
           END-IF.
      *
       2000-CALC-INTERETS-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 VERSEMENT A L ECHEANCE OU SUR RUPTURE : INTERETS AU
      *          COMPTE DE VERSEMENT, SOLDE DU DEPOT VIRE VERS LUI
      *----------------------------------------------------
       3000-VERSEMENT-DEB.
      *
           IF  WS-INT-DEPOT > ZERO
               MOVE WS-DAT-CPTE-VERS    TO WS-MVTS-CPTE
               SET  INTERET             TO TRUE
               MOVE WS-INT-DEPOT        TO WS-MVTS-MT
               MOVE SPACE               TO WS-MVTS-CTR
               PERFORM  3500-ECRIT-MVT-DEB
                  THRU  3500-ECRIT-MVT-FIN
           END-IF.
           IF  WS-SOLDE-DEPOT > ZERO
               MOVE WS-DAT-CPTE         TO WS-MVTS-CPTE
               SET  VIREMENT            TO TRUE
               MOVE WS-SOLDE-DEPOT      TO WS-MVTS-MT
               MOVE WS-DAT-CPTE-VERS    TO WS-MVTS-CTR
               PERFORM  3500-ECRIT-MVT-DEB
                  THRU  3500-ECRIT-MVT-FIN
           END-IF.
           IF  TRT-RUPTURE
               SET  DAT-ROMPU           TO TRUE
               ADD  1                   TO WS-NB-ROMPUS
           ELSE
               SET  DAT-ECHU-VERSE      TO TRUE
               ADD  1                   TO WS-NB-ECHUS-VERS
           END-IF.
      *
       3000-VERSEMENT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3100 RECONDUCTION : INTERETS CREDITES AU DEPOT ET
      *          CAPITALISES, NOUVELLE PERIODE DE LA DUREE DU PRODUIT
      *          AU TAUX DU BAREME POUR LE NOUVEAU CAPITAL
      *----------------------------------------------------
       3100-RECONDUCTION-DEB.
      *
           IF  WS-INT-DEPOT > ZERO
               MOVE WS-DAT-CPTE         TO WS-MVTS-CPTE
               SET  INTERET             TO TRUE
               MOVE WS-INT-DEPOT        TO WS-MVTS-MT
               MOVE SPACE               TO WS-MVTS-CTR
               PERFORM  3500-ECRIT-MVT-DEB
                  THRU  3500-ECRIT-MVT-FIN
           END-IF.
           ADD  WS-INT-DEPOT            TO WS-DAT-CAPITAL.
           MOVE WS-DAT-DATE-ECH         TO WS-DAT-DATE-DEB.
           MOVE WS-DAT-DATE-ECH         TO WS-DATE-TRV-N.
           PERFORM  7600-AJOUTE-MOIS-DEB
              THRU  7600-AJOUTE-MOIS-FIN.
           MOVE WS-DATE-TRV-N           TO WS-DAT-DATE-ECH.
           PERFORM  7700-TAUX-BAREME-DEB
              THRU  7700-TAUX-BAREME-FIN.
           ADD  1                       TO WS-NB-RECONDUITS.
      *
       3100-RECONDUCTION-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3500 COMPLETE ET ECRIT LE MOUVEMENT PREPARE (COMPTE,
      *          CODE, MONTANT, CONTREPARTIE) DANS LA DEVISE DU DEPOT
      *----------------------------------------------------
       3500-ECRIT-MVT-DEB.
      *
           MOVE WS-DATEJ-JJ             TO WS-MVTS-JJ.
           MOVE WS-DATEJ-MM             TO WS-MVTS-MM.
           COMPUTE WS-MVTS-SS = WS-DATEJ-AAAA / 100.
           COMPUTE WS-MVTS-AA = WS-DATEJ-AAAA - (WS-MVTS-SS * 100).
           MOVE WS-DEVISE-DEPOT         TO WS-MVTS-DEVISE.
           MOVE SPACE                   TO WS-MVTS-NUMCHQ.
      *    REFERENCE UNIQUE DU MOUVEMENT (DATE + SOURCE + SEQUENCE)
           ADD  1                       TO WS-REF-SEQ.
           MOVE WS-DATEJ-N              TO WS-MVTS-REF(1:8).
           MOVE 'T'                     TO WS-MVTS-REF(9:1).
           MOVE WS-REF-SEQ              TO WS-MVTS-REF(10:5).
           PERFORM  6030-WRITE-F-MVTS-S-DEB
              THRU  6030-WRITE-F-MVTS-S-FIN.
           ADD  1                       TO WS-NB-MVT-GEN.
      *
       3500-ECRIT-MVT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *6000 OUVRE L ENSEMBLE DES FICHIERS
      *----------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN I-O F-DAT-ES.
           IF NOT DAT-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-DAT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DAT-ES
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
      *    PAS DE FICHIER DES PRODUITS : PAS DE PENALITE DE RUPTURE
      *    ET LES DEPOTS ECHUS SONT TOUS VERSES
           OPEN INPUT F-PRD-E.
           EVALUATE TRUE
               WHEN PRD-OK
                  CONTINUE
               WHEN PRD-FICHIER-ABSENT
                  DISPLAY 'FICHIER DES PRODUITS ABSENT - DEPOTS '
                          'ECHUS VERSES SANS RECONDUCTION'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-PRD-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-PRD-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
      *    PAS DE FICHIER DES DEMANDES : AUCUNE RUPTURE ANTICIPEE
           OPEN INPUT F-RUP-E.
           EVALUATE TRUE
               WHEN RUP-OK
                  CONTINUE
               WHEN RUP-FICHIER-ABSENT
                  DISPLAY 'AUCUNE DEMANDE DE RUPTURE ANTICIPEE'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-RUP-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-RUP-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
      *    LE FICHIER DES MOUVEMENTS DU JOUR EST DEJA CONSTITUE PAR
      *    LES COLLECTES AMONT : OUVERTURE EN EXTENSION
           OPEN EXTEND F-MVTS-S.
           IF WS-FS-MVTS-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-MVTS-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MVTS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-DAT-S.
           IF WS-FS-ETAT-DAT-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-DAT-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-DAT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 EXECUTE LA LECTURE SUR F-DAT-ES
      *------------------------------------
       6010-READ-F-DAT-ES-DEB.
      *
           READ F-DAT-ES NEXT RECORD INTO WS-DAT-ENR.
           IF NOT (DAT-OK OR DAT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DAT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DAT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-DAT-ES-FIN.
           EXIT.
      *-------------------------------------
      *6015 REECRIT LE CONTRAT COURANT SUR F-DAT-ES
      *------------------------------------
       6015-REWRITE-F-DAT-ES-DEB.
      *
           REWRITE FS-BUFF-F-DAT-ES FROM WS-DAT-ENR.
           IF NOT DAT-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-DAT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DAT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6015-REWRITE-F-DAT-ES-FIN.
           EXIT.
      *-------------------------------------
      *6020 LECTURE DIRECTE SUR F-CPTE-E (CLE FS-KEY-CPTE)
      *------------------------------------
       6020-READ-F-CPTE-E-DEB.
      *
           READ F-CPTE-E INTO WS-ENRG-F-CPTES.
           IF NOT (CPTE-OK OR CPTE-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-F-CPTE-E-FIN.
           EXIT.
      *-------------------------------------
      *6025 EXECUTE LA LECTURE SUR F-PRD-E
      *------------------------------------
       6025-READ-F-PRD-E-DEB.
      *
           READ F-PRD-E INTO WS-PRD-ENR.
           IF NOT (PRD-OK OR PRD-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRD-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRD-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6025-READ-F-PRD-E-FIN.
           EXIT.
      *-------------------------------------
      *6027 EXECUTE LA LECTURE SUR F-RUP-E
      *------------------------------------
       6027-READ-F-RUP-E-DEB.
      *
           READ F-RUP-E.
           IF NOT (RUP-OK OR RUP-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-RUP-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RUP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6027-READ-F-RUP-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 EXECUTE L ECRITURE SUR F-MVTS-S
      *------------------------------------
       6030-WRITE-F-MVTS-S-DEB.
      *
           WRITE FS-BUFF-F-MVTS-S FROM WS-ENRG-F-MVTS.
           IF WS-FS-MVTS-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-MVTS-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MVTS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-WRITE-F-MVTS-S-FIN.
           EXIT.
      *-------------------------------------
      *6040 EXECUTE L ECRITURE SUR F-ETAT-DAT-S
      *------------------------------------
       6040-WRITE-F-ETAT-DAT-S-DEB.
      *
           WRITE FS-BUFF-F-ETAT-DAT-S.
           IF WS-FS-ETAT-DAT-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-ETAT-DAT-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-DAT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-WRITE-F-ETAT-DAT-S-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-DAT-ES F-CPTE-E F-MVTS-S F-ETAT-DAT-S.
           IF  NOT PRD-FICHIER-ABSENT
               CLOSE F-PRD-E
           END-IF.
           IF  NOT RUP-FICHIER-ABSENT
               CLOSE F-RUP-E
           END-IF.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : ORDRES DE CALCUL ET DE RECHERCHE                   *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 LIT LA CARTE SYSIN : DATE DE TRAITEMENT (DEFAUT DATE DU
      *     JOUR)
      *------------------------------------
       7000-INIT-SYSIN-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE SPACES                  TO WS-SYSIN-CARTE.
           ACCEPT WS-SYSIN-CARTE FROM SYSIN.
           IF  WS-SYC-DATE-X NUMERIC
               MOVE WS-SYC-DATE-N       TO WS-DATE-TRT-N
           ELSE
               MOVE WS-DATEJ-N          TO WS-DATE-TRT-N
           END-IF.
      *
           MOVE WS-DATE-TRT-N           TO WS-DATE-ED-E-N.
           PERFORM  7500-DATE-EDITION-DEB
              THRU  7500-DATE-EDITION-FIN.
           MOVE WS-DATE-ED-S-N          TO WS-LDAT-DATE-ED.
      *
       7000-INIT-SYSIN-FIN.
           EXIT.
      *-------------------------------------
      *7030 CALCULE LE DERNIER JOUR DU MOIS DE LA DATE DE TRAVAIL
      *------------------------------------
       7030-DERNIER-JOUR-DEB.
      *
           EVALUATE WS-TRV-MM
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31              TO WS-DERNIER-JOUR
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30              TO WS-DERNIER-JOUR
               WHEN 02
                   MOVE 28              TO WS-DERNIER-JOUR
                   DIVIDE WS-TRV-AAAA BY 4
                       GIVING WS-QUOTIENT REMAINDER WS-RESTE
                   IF WS-RESTE = ZERO
                       MOVE 29          TO WS-DERNIER-JOUR
                       DIVIDE WS-TRV-AAAA BY 100
                           GIVING WS-QUOTIENT REMAINDER WS-RESTE
                       IF WS-RESTE = ZERO
                           MOVE 28      TO WS-DERNIER-JOUR
                           DIVIDE WS-TRV-AAAA BY 400
                               GIVING WS-QUOTIENT REMAINDER WS-RESTE
                           IF WS-RESTE = ZERO
                               MOVE 29  TO WS-DERNIER-JOUR
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31              TO WS-DERNIER-JOUR
           END-EVALUATE.
      *
       7030-DERNIER-JOUR-FIN.
           EXIT.
      *-------------------------------------
      *7100 CHARGE LA TABLE DES PRODUITS
      *------------------------------------
       7100-CHARGE-PRDS-DEB.
      *
           IF  PRD-FICHIER-ABSENT
               GO TO 7100-CHARGE-PRDS-FIN
           END-IF.
           PERFORM  6025-READ-F-PRD-E-DEB
              THRU  6025-READ-F-PRD-E-FIN.
           PERFORM  7110-RANGE-UN-PRD-DEB
              THRU  7110-RANGE-UN-PRD-FIN
             UNTIL  PRD-FIN.
      *
       7100-CHARGE-PRDS-FIN.
           EXIT.
       7110-RANGE-UN-PRD-DEB.
           IF  WS-NB-PRD-TAB NOT < 50
               DISPLAY 'TABLE DES PRODUITS PLEINE (50)'
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-NB-PRD-TAB.
           MOVE WS-PRD-ENR              TO WS-TPRD-ENR(WS-NB-PRD-TAB).
           PERFORM  6025-READ-F-PRD-E-DEB
              THRU  6025-READ-F-PRD-E-FIN.
       7110-RANGE-UN-PRD-FIN.
           EXIT.
      *-------------------------------------
      *7150 CHARGE LA TABLE DES DEMANDES DE RUPTURE ANTICIPEE
      *------------------------------------
       7150-CHARGE-RUPS-DEB.
      *
           IF  RUP-FICHIER-ABSENT
               GO TO 7150-CHARGE-RUPS-FIN
           END-IF.
           PERFORM  6027-READ-F-RUP-E-DEB
              THRU  6027-READ-F-RUP-E-FIN.
           PERFORM  7160-RANGE-UNE-RUP-DEB
              THRU  7160-RANGE-UNE-RUP-FIN
             UNTIL  RUP-FIN.
      *
       7150-CHARGE-RUPS-FIN.
           EXIT.
       7160-RANGE-UNE-RUP-DEB.
           IF  WS-NB-RUP-TAB NOT < 200
               DISPLAY 'TABLE DES DEMANDES DE RUPTURE PLEINE (200)'
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF  FS-RUP-CPTE NOT = SPACE
               ADD  1                   TO WS-NB-RUP-TAB
               MOVE FS-RUP-CPTE         TO WS-TRUP-CPTE(WS-NB-RUP-TAB)
           END-IF.
           PERFORM  6027-READ-F-RUP-E-DEB
              THRU  6027-READ-F-RUP-E-FIN.
       7160-RANGE-UNE-RUP-FIN.
           EXIT.
      *-------------------------------------
      *7200 NUMERO DE JOUR DE LA DATE WS-NJ-DATE (ANNEE COMMENCANT
      *     EN MARS) : L ECART DE DEUX NUMEROS DONNE LE NOMBRE DE
      *     JOURS ENTRE DEUX DATES
      *------------------------------------
       7200-NUMERO-JOUR-DEB.
      *
           MOVE WS-NJ-AAAA              TO WS-NJ-A.
           MOVE WS-NJ-MM                TO WS-NJ-M.
           IF  WS-NJ-M < 3
               ADD  12                  TO WS-NJ-M
               SUBTRACT 1               FROM WS-NJ-A
           END-IF.
           COMPUTE WS-NJ-NUM = (365 * WS-NJ-A) + WS-NJ-JJ.
           DIVIDE WS-NJ-A BY 4
               GIVING WS-QUOTIENT REMAINDER WS-RESTE.
           ADD  WS-QUOTIENT             TO WS-NJ-NUM.
           DIVIDE WS-NJ-A BY 100
               GIVING WS-QUOTIENT REMAINDER WS-RESTE.
           SUBTRACT WS-QUOTIENT         FROM WS-NJ-NUM.
           DIVIDE WS-NJ-A BY 400
               GIVING WS-QUOTIENT REMAINDER WS-RESTE.
           ADD  WS-QUOTIENT             TO WS-NJ-NUM.
           COMPUTE WS-NJ-T = (153 * (WS-NJ-M - 3)) + 2.
           DIVIDE WS-NJ-T BY 5
               GIVING WS-QUOTIENT REMAINDER WS-RESTE.
           ADD  WS-QUOTIENT             TO WS-NJ-NUM.
      *
       7200-NUMERO-JOUR-FIN.
           EXIT.
      *-------------------------------------
      *7300 RECHERCHE LE PRODUIT DU CONTRAT COURANT (RENDU DANS
      *     WS-PRD-ENR)
      *------------------------------------
       7300-CHERCHE-PRODUIT-DEB.
      *
           SET  PRD-NON-TROUVE          TO TRUE.
           PERFORM  7310-COMPARE-PRD-DEB
              THRU  7310-COMPARE-PRD-FIN
             VARYING WS-IND-PRD FROM 1 BY 1
             UNTIL  WS-IND-PRD > WS-NB-PRD-TAB
                OR  PRD-TROUVE.
      *
       7300-CHERCHE-PRODUIT-FIN.
           EXIT.
       7310-COMPARE-PRD-DEB.
           IF  WS-TPRD-ENR(WS-IND-PRD)(1:3) = WS-DAT-PRODUIT
               MOVE WS-TPRD-ENR(WS-IND-PRD) TO WS-PRD-ENR
               SET  PRD-TROUVE          TO TRUE
           END-IF.
       7310-COMPARE-PRD-FIN.
           EXIT.
      *-------------------------------------
      *7350 RECHERCHE UNE DEMANDE DE RUPTURE POUR LE CONTRAT COURANT
      *------------------------------------
       7350-CHERCHE-RUPTURE-DEB.
      *
           SET  RUPTURE-NON-DEMANDEE    TO TRUE.
           PERFORM  7360-COMPARE-RUP-DEB
              THRU  7360-COMPARE-RUP-FIN
             VARYING WS-IND-RUP FROM 1 BY 1
             UNTIL  WS-IND-RUP > WS-NB-RUP-TAB
                OR  RUPTURE-DEMANDEE.
      *
       7350-CHERCHE-RUPTURE-FIN.
           EXIT.
       7360-COMPARE-RUP-DEB.
           IF  WS-TRUP-CPTE(WS-IND-RUP) = WS-DAT-CPTE
               SET  RUPTURE-DEMANDEE    TO TRUE
           END-IF.
       7360-COMPARE-RUP-FIN.
           EXIT.
      *-------------------------------------
      *7500 RETOURNE UNE DATE AAAAMMJJ EN JJMMAAAA POUR EDITION
      *------------------------------------
       7500-DATE-EDITION-DEB.
      *
           MOVE WS-DED-JJ               TO WS-DES-JJ.
           MOVE WS-DED-MM               TO WS-DES-MM.
           MOVE WS-DED-AAAA             TO WS-DES-AAAA.
      *
       7500-DATE-EDITION-FIN.
           EXIT.
      *-------------------------------------
      *7600 AJOUTE LA DUREE DU PRODUIT (EN MOIS) A LA DATE DE
      *     TRAVAIL ; LE JOUR EST RAMENE AU DERNIER JOUR DU MOIS
      *     D ARRIVEE S IL LE DEPASSE
      *------------------------------------
       7600-AJOUTE-MOIS-DEB.
      *
           COMPUTE WS-NB-MOIS = WS-TRV-MM - 1 + WS-PRD-DUREE-MOIS.
           DIVIDE WS-NB-MOIS BY 12
               GIVING WS-QUOTIENT REMAINDER WS-RESTE.
           ADD  WS-QUOTIENT             TO WS-TRV-AAAA.
           COMPUTE WS-TRV-MM = WS-RESTE + 1.
           PERFORM  7030-DERNIER-JOUR-DEB
              THRU  7030-DERNIER-JOUR-FIN.
           IF  WS-TRV-JJ > WS-DERNIER-JOUR
               MOVE WS-DERNIER-JOUR     TO WS-TRV-JJ
           END-IF.
      *
       7600-AJOUTE-MOIS-FIN.
           EXIT.
      *-------------------------------------
      *7700 TAUX DU BAREME DU PRODUIT POUR LE CAPITAL DU CONTRAT :
      *     PREMIERE TRANCHE DONT LE PLAFOND COUVRE LE CAPITAL (OU
      *     SANS PLAFOND) ; A DEFAUT LE TAUX DU CONTRAT EST GARDE
      *------------------------------------
       7700-TAUX-BAREME-DEB.
      *
           SET  TAUX-A-CHERCHER         TO TRUE.
           PERFORM  7710-TESTE-TRANCHE-DEB
              THRU  7710-TESTE-TRANCHE-FIN
             VARYING WS-IND-TR FROM 1 BY 1
             UNTIL  WS-IND-TR > 3
                OR  TAUX-TROUVE.
      *
       7700-TAUX-BAREME-FIN.
           EXIT.
       7710-TESTE-TRANCHE-DEB.
           IF  WS-PRD-PLAFOND(WS-IND-TR) = ZERO
               OR WS-DAT-CAPITAL NOT > WS-PRD-PLAFOND(WS-IND-TR)
               MOVE WS-PRD-TAUX(WS-IND-TR) TO WS-DAT-TAUX
               SET  TAUX-TROUVE         TO TRUE
           END-IF.
       7710-TESTE-TRANCHE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-ENTETE-ETAT-DEB.
           MOVE WS-LDAT-TITRE           TO FS-BUFF-F-ETAT-DAT-S.
           PERFORM  6040-WRITE-F-ETAT-DAT-S-DEB
              THRU  6040-WRITE-F-ETAT-DAT-S-FIN.
           MOVE WS-LDAT-TIRET           TO FS-BUFF-F-ETAT-DAT-S.
           PERFORM  6040-WRITE-F-ETAT-DAT-S-DEB
              THRU  6040-WRITE-F-ETAT-DAT-S-FIN.
           MOVE WS-LDAT-TITRES          TO FS-BUFF-F-ETAT-DAT-S.
           PERFORM  6040-WRITE-F-ETAT-DAT-S-DEB
              THRU  6040-WRITE-F-ETAT-DAT-S-FIN.
       8000-ENTETE-ETAT-FIN.
           EXIT.
      *-------------------------------------
      *8020 LIGNE D UN CONTRAT TRAITE (ECHEANCE = NOUVELLE ECHEANCE
      *     EN CAS DE RECONDUCTION)
      *------------------------------------
       8020-LIGNE-DEPOT-DEB.
           MOVE SPACES                  TO WS-LDET-OBS-ED.
           MOVE WS-DAT-CPTE             TO WS-LDET-CPTE-ED.
           EVALUATE TRUE
               WHEN TRT-RUPTURE
                    MOVE 'RUPTURE ANTICIPEE' TO WS-LDET-TRT-ED
                    MOVE 'TAUX DIMINUE DE LA PENALITE'
                                        TO WS-LDET-OBS-ED
               WHEN TRT-RECONDUCTION
                    MOVE 'RECONDUCTION'  TO WS-LDET-TRT-ED
                    MOVE 'INTERETS CAPITALISES'
                                        TO WS-LDET-OBS-ED
               WHEN OTHER
                    MOVE 'ECHEANCE VERSEE'   TO WS-LDET-TRT-ED
           END-EVALUATE.
           MOVE WS-DAT-CAPITAL          TO WS-LDET-CAP-ED.
           MOVE WS-TAUX-APPLIQUE        TO WS-LDET-TAUX-ED.
           MOVE WS-NB-JOURS             TO WS-LDET-JOURS-ED.
           MOVE WS-INT-DEPOT            TO WS-LDET-INT-ED.
           IF  TRT-RECONDUCTION
               MOVE SPACE               TO WS-LDET-VERS-ED
           ELSE
               MOVE WS-DAT-CPTE-VERS    TO WS-LDET-VERS-ED
           END-IF.
           MOVE WS-DAT-DATE-ECH         TO WS-DATE-ED-E-N.
           PERFORM  7500-DATE-EDITION-DEB
              THRU  7500-DATE-EDITION-FIN.
           MOVE WS-DATE-ED-S-N          TO WS-LDET-ECH-ED.
           MOVE WS-LDAT-DETAIL          TO FS-BUFF-F-ETAT-DAT-S.
           PERFORM  6040-WRITE-F-ETAT-DAT-S-DEB
              THRU  6040-WRITE-F-ETAT-DAT-S-FIN.
       8020-LIGNE-DEPOT-FIN.
           EXIT.
      *-------------------------------------
      *8030 LIGNE D UN CONTRAT NON TRAITE (LAISSE ACTIF)
      *------------------------------------
       8030-LIGNE-ANOMALIE-DEB.
           ADD  1                       TO WS-NB-ANOMALIES.
           MOVE WS-DAT-CPTE             TO WS-LDET-CPTE-ED.
           MOVE 'ANOMALIE'              TO WS-LDET-TRT-ED.
           MOVE WS-DAT-CAPITAL          TO WS-LDET-CAP-ED.
           MOVE WS-DAT-TAUX             TO WS-LDET-TAUX-ED.
           MOVE ZERO                    TO WS-LDET-JOURS-ED.
           MOVE ZERO                    TO WS-LDET-INT-ED.
           MOVE WS-DAT-CPTE-VERS        TO WS-LDET-VERS-ED.
           MOVE WS-DAT-DATE-ECH         TO WS-DATE-ED-E-N.
           PERFORM  7500-DATE-EDITION-DEB
              THRU  7500-DATE-EDITION-FIN.
           MOVE WS-DATE-ED-S-N          TO WS-LDET-ECH-ED.
           MOVE WS-MOTIF-ANO            TO WS-LDET-OBS-ED.
           MOVE WS-LDAT-DETAIL          TO FS-BUFF-F-ETAT-DAT-S.
           PERFORM  6040-WRITE-F-ETAT-DAT-S-DEB
              THRU  6040-WRITE-F-ETAT-DAT-S-FIN.
       8030-LIGNE-ANOMALIE-FIN.
           EXIT.
       8050-TOTAL-ETAT-DEB.
           MOVE WS-LDAT-TIRET           TO FS-BUFF-F-ETAT-DAT-S.
           PERFORM  6040-WRITE-F-ETAT-DAT-S-DEB
              THRU  6040-WRITE-F-ETAT-DAT-S-FIN.
           MOVE WS-TOT-INTERETS         TO WS-LGEN-INT-ED.
           MOVE WS-LDAT-TOT-GEN         TO FS-BUFF-F-ETAT-DAT-S.
           PERFORM  6040-WRITE-F-ETAT-DAT-S-DEB
              THRU  6040-WRITE-F-ETAT-DAT-S-FIN.
       8050-TOTAL-ETAT-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO487              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* DATE DE TRAITEMENT        : ' WS-DATE-TRT-N.
           DISPLAY '* PRODUITS CHARGES          : ' WS-NB-PRD-TAB.
           DISPLAY '* DEMANDES DE RUPTURE       : ' WS-NB-RUP-TAB.
           DISPLAY '* CONTRATS LUS              : ' WS-NB-DAT-LUS.
           DISPLAY '* ECHEANCES VERSEES         : ' WS-NB-ECHUS-VERS.
           DISPLAY '* DEPOTS RECONDUITS         : ' WS-NB-RECONDUITS.
           DISPLAY '* RUPTURES ANTICIPEES       : ' WS-NB-ROMPUS.
           DISPLAY '* CONTRATS EN ANOMALIE      : ' WS-NB-ANOMALIES.
           DISPLAY '* MOUVEMENTS GENERES        : ' WS-NB-MVT-GEN.
           DISPLAY '* TOTAL DES INTERETS        : ' WS-TOT-INTERETS.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO487         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO487        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
