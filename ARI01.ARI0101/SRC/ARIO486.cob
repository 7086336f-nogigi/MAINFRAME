      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO486                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *CALCUL MENSUEL DES INTERETS CREDITEURS DES COMPTES D EPARGNE.  *
      *LE FICHIER DES PRODUITS (PRD0101, COPY PRODUIT) EST CHARGE EN  *
      *TABLE ; CHAQUE COMPTE DU MAITRE DONT LE PRODUIT EST DE TYPE    *
      *EPARGNE ('E') EST REMUNERE SUR SON SOLDE MOYEN DU MOIS, RENDU  *
      *PAR LE SOUS PROGRAMME ARIO861 SUR L HISTORIQUE DES SOLDES DE   *
      *FIN DE JOURNEE (SLD0101) DU PREMIER DU MOIS A L ARRETE. SANS   *
      *HISTORIQUE POUR LE COMPTE, LE SOLDE DU MAITRE EST RETENU SUR   *
      *TOUT LE MOIS.                                                  *
      *BAREME PAR TRANCHES PROGRESSIVES DU PRODUIT (TROIS AU PLUS) :  *
      *  INTERETS = SOMME (PART DU SOLDE MOYEN DANS LA TRANCHE X TAUX *
      *             DE LA TRANCHE) X JOURS / 36500                    *
      *UN SOLDE MOYEN NUL OU DEBITEUR NE PORTE PAS INTERET.           *
      *LES INTERETS DU COMPTE SONT ECRITS EN MOUVEMENT INTERET        *
      *CREDITEUR (MONTANT POSITIF, REFERENCE SOURCE 'I') DANS LE      *
      *FICHIER DES MOUVEMENTS DU JOUR, POSTE ENSUITE PAR LA CHAINE    *
      *ARIO411. LE DETAIL PAR COMPTE EST EDITE SUR ETATINE.           *
      *SYSIN  -> DATE D ARRETE AAAAMMJJ (DERNIER JOUR D UN MOIS,      *
      *          DEFAUT FIN DU MOIS ECOULE)                           *
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
       PROGRAM-ID.      ARIO486.
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
      *                      F-CPTE-E : FICHIER MAITRE DES COMPTES
      *                      -------------------------------------------
           SELECT  F-CPTE-E            ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
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
      *                      F-MVTS-S : MOUVEMENTS DU JOUR (EXTENSION)
      *                      -------------------------------------------
           SELECT  F-MVTS-S            ASSIGN TO OUT001
                   FILE STATUS         IS WS-FS-MVTS-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-INE-S : INTERETS DE L EPARGNE
      *                      -------------------------------------------
           SELECT  F-ETAT-INE-S        ASSIGN TO ETATINE
                   FILE STATUS         IS WS-FS-ETAT-INE-S.
      *                      -------------------------------------------
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
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
      *MOUVEMENTS DU JOUR
       FD  F-MVTS-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-MVTS-S      PIC X(64).
      *ETAT DES INTERETS DE L EPARGNE EN SORTIE
       FD  F-ETAT-INE-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-INE-S  PIC X(132).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY TP4MVTS.
       COPY TP4CPTES.
       COPY PRODUIT.
      *FILE STATUS
       01  WS-FS-CPTE-E      PIC X(2).
           88 CPTE-OK                             VALUE '00'.
           88 CPTE-FIN                            VALUE '10'.
       01  WS-FS-PRD-E       PIC X(2).
           88 PRD-OK                              VALUE '00'.
           88 PRD-FIN                             VALUE '10'.
       01  WS-FS-MVTS-S      PIC X(2).
       01  WS-FS-ETAT-INE-S  PIC X(2).
      *CARTE SYSIN : DATE D ARRETE
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
      *BORNES DU MOIS
       01  WS-DATE-ARRETE.
           05  WS-ARR-AAAA       PIC 9(4).
           05  WS-ARR-MM         PIC 9(2).
           05  WS-ARR-JJ         PIC 9(2).
       01  WS-DATE-ARRETE-N REDEFINES WS-DATE-ARRETE
                             PIC 9(8).
       01  WS-DATE-DEBUT.
           05  WS-DEB-AAAA       PIC 9(4).
           05  WS-DEB-MM         PIC 9(2).
           05  WS-DEB-JJ         PIC 9(2).
       01  WS-DATE-DEBUT-N REDEFINES WS-DATE-DEBUT
                             PIC 9(8).
      *DATE DE TRAVAIL (CALCUL DU DERNIER JOUR DU MOIS)
       01  WS-DATE-TRV.
           05  WS-TRV-AAAA       PIC 9(4).
           05  WS-TRV-MM         PIC 9(2).
           05  WS-TRV-JJ         PIC 9(2).
       01  WS-DERNIER-JOUR   PIC 9(2)             VALUE ZERO.
       01  WS-QUOTIENT       PIC 9(4)             VALUE ZERO.
       01  WS-RESTE          PIC 9(4)             VALUE ZERO.
      *TABLE DES PRODUITS D EPARGNE (ENREGISTREMENT PRODUIT ENTIER)
       01  WS-NB-PRD-TAB     PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-PRD        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-TAB-PRDS.
           05  WS-TPRD-ENR       PIC X(100)  OCCURS 50.
       01  WS-SW-PRD         PIC X                VALUE '0'.
           88 PRD-TROUVE                          VALUE '1'.
           88 PRD-NON-TROUVE                      VALUE '0'.
      *SOLDE MOYEN DU MOIS (SOUS PROGRAMME ARIO861)
       01  WS-SLD-DATE-DEB   PIC 9(8)             VALUE ZERO.
       01  WS-SLD-DATE-FIN   PIC 9(8)             VALUE ZERO.
       01  WS-SLD-TYPE       PIC X                VALUE 'C'.
       01  WS-SLD-MOYENNE    PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  WS-SLD-MINI       PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  WS-SLD-MAXI       PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  WS-SLD-NB-JOURS   PIC 9(5)             VALUE ZERO.
       01  WS-SLD-DEVISE     PIC X(3)             VALUE SPACE.
       01  WS-SLD-CR         PIC 9(2)             VALUE ZERO.
       01  WS-SW-ORIGINE     PIC X                VALUE 'H'.
           88 SOLDE-HISTORISE                     VALUE 'H'.
           88 SOLDE-DU-MAITRE                     VALUE 'M'.
      *CALCUL DES INTERETS PAR TRANCHE
       01  WS-IND-TR         PIC S9(4)     COMP   VALUE ZERO.
       01  WS-RESTE-SOLDE    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PLAFOND-PREC   PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  WS-PART-TRANCHE   PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-SW-BAREME      PIC X                VALUE '0'.
           88 BAREME-EN-COURS                     VALUE '0'.
           88 BAREME-TERMINE                      VALUE '1'.
       01  WS-INT-NOMBRES    PIC S9(13)V9(5) COMP-3 VALUE ZERO.
       01  WS-INT-COMPTE     PIC S9(9)V99  COMP-3 VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LINE-TIRET     PIC X(132) VALUE ALL '-'.
       01  WS-LINE-TITRE.
           05  FILLER            PIC X(37)
               VALUE 'INTERETS CREDITEURS DE L EPARGNE DU '.
           05  WS-LINE-DEB-ED    PIC 99/99/9999.
           05  FILLER            PIC X(4)  VALUE ' AU '.
           05  WS-LINE-FIN-ED    PIC 99/99/9999.
           05  FILLER            PIC X(71) VALUE SPACES.
       01  WS-LINE-TITRES.
           05  FILLER            PIC X(12) VALUE 'COMPTE      '.
           05  FILLER            PIC X(25) VALUE
               'PRODUIT                  '.
           05  FILLER            PIC X(4)  VALUE 'DEV '.
           05  FILLER            PIC X(19) VALUE
               '        SOLDE MOYEN'.
           05  FILLER            PIC X(2)  VALUE ' *'.
           05  FILLER            PIC X(7)  VALUE '  JOURS'.
           05  FILLER            PIC X(18) VALUE
               '          INTERETS'.
           05  FILLER            PIC X(18) VALUE
               '  REFERENCE       '.
           05  FILLER            PIC X(27) VALUE SPACES.
       01  WS-LINE-DETAIL.
           05  WS-LDET-CPTE-ED   PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-PRD-ED    PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-LIB-ED    PIC X(20).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-DEV-ED    PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-MOY-ED    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACE.
      *    M = SOLDE DU MAITRE (COMPTE SANS HISTORIQUE DE SOLDES)
           05  WS-LDET-ORIG-ED   PIC X(1).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-LDET-JOURS-ED  PIC ZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-INT-ED    PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-REF-ED    PIC X(14).
           05  FILLER            PIC X(31) VALUE SPACES.
       01  WS-LINE-TOT-GEN.
           05  FILLER            PIC X(40) VALUE
               'TOTAL DES INTERETS CREDITEURS GENERES : '.
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
       01  WS-NB-CPTE-LUS    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CPTE-EPG    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-SANS-HISTO  PIC S9(7) COMP VALUE ZERO.
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
      *
           PERFORM  8000-ENTETE-ETAT-DEB
              THRU  8000-ENTETE-ETAT-FIN.
           PERFORM  6020-READ-F-CPTE-E-DEB
              THRU  6020-READ-F-CPTE-E-FIN.
           PERFORM  2000-TRT-UN-COMPTE-DEB
              THRU  2000-TRT-UN-COMPTE-FIN
             UNTIL  CPTE-FIN.
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
      * TRT 2000 CALCULE ET POSTE LES INTERETS DU MOIS D UN COMPTE
      *          D EPARGNE (LES AUTRES COMPTES SONT IGNORES)
      *----------------------------------------------------
       2000-TRT-UN-COMPTE-DEB.
      *
           ADD  1                       TO WS-NB-CPTE-LUS.
           IF  WS-CPTES-PRODUIT = SPACE
               GO TO 2000-TRT-UN-COMPTE-SUITE
           END-IF.
           PERFORM  7300-CHERCHE-PRODUIT-DEB
              THRU  7300-CHERCHE-PRODUIT-FIN.
           IF  PRD-NON-TROUVE OR NOT PRD-EPARGNE
               GO TO 2000-TRT-UN-COMPTE-SUITE
           END-IF.
           ADD  1                       TO WS-NB-CPTE-EPG.
      *
           PERFORM  2100-SOLDE-MOYEN-DEB
              THRU  2100-SOLDE-MOYEN-FIN.
           PERFORM  2200-CALC-INTERETS-DEB
              THRU  2200-CALC-INTERETS-FIN.
           PERFORM  3000-POSTE-INTERETS-DEB
              THRU  3000-POSTE-INTERETS-FIN.
      *
       2000-TRT-UN-COMPTE-SUITE.
           PERFORM  6020-READ-F-CPTE-E-DEB
              THRU  6020-READ-F-CPTE-E-FIN.
      *
       2000-TRT-UN-COMPTE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2100 SOLDE MOYEN DU MOIS SUR L HISTORIQUE DES SOLDES ;
      *          SANS HISTORIQUE, SOLDE DU MAITRE SUR TOUT LE MOIS
      *----------------------------------------------------
       2100-SOLDE-MOYEN-DEB.
      *
           MOVE WS-DATE-DEBUT-N         TO WS-SLD-DATE-DEB.
           MOVE WS-DATE-ARRETE-N        TO WS-SLD-DATE-FIN.
           MOVE 'C'                     TO WS-SLD-TYPE.
           CALL 'ARIO861'          USING WS-CPTES-CPTE
                                         WS-SLD-DATE-DEB
                                         WS-SLD-DATE-FIN
                                         WS-SLD-TYPE
                                         WS-SLD-MOYENNE
                                         WS-SLD-MINI
                                         WS-SLD-MAXI
                                         WS-SLD-NB-JOURS
                                         WS-SLD-DEVISE
                                         WS-SLD-CR.
           EVALUATE WS-SLD-CR
               WHEN 00
                    SET SOLDE-HISTORISE TO TRUE
               WHEN 04
                    SET SOLDE-DU-MAITRE TO TRUE
                    ADD  1              TO WS-NB-SANS-HISTO
                    MOVE WS-CPTES-SOLDE TO WS-SLD-MOYENNE
                    MOVE WS-ARR-JJ      TO WS-SLD-NB-JOURS
               WHEN OTHER
                    DISPLAY 'ERREUR ARIO861 SUR LE COMPTE '
                            WS-CPTES-CPTE ' CR= ' WS-SLD-CR
                    PERFORM 9999-ERREUR-PROGRAMME-DEB
                       THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
       2100-SOLDE-MOYEN-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2200 APPLIQUE LE BAREME PROGRESSIF DU PRODUIT AU SOLDE
      *          MOYEN
      *----------------------------------------------------
       2200-CALC-INTERETS-DEB.
      *
           MOVE ZERO                    TO WS-INT-NOMBRES.
           MOVE ZERO                    TO WS-INT-COMPTE.
           IF  WS-SLD-MOYENNE NOT > ZERO
               GO TO 2200-CALC-INTERETS-FIN
           END-IF.
           MOVE WS-SLD-MOYENNE          TO WS-RESTE-SOLDE.
           MOVE ZERO                    TO WS-PLAFOND-PREC.
           SET  BAREME-EN-COURS         TO TRUE.
           PERFORM  2210-UNE-TRANCHE-DEB
              THRU  2210-UNE-TRANCHE-FIN
             VARYING WS-IND-TR FROM 1 BY 1
             UNTIL  WS-IND-TR > 3
                OR  BAREME-TERMINE.
           COMPUTE WS-INT-COMPTE ROUNDED =
                   WS-INT-NOMBRES * WS-SLD-NB-JOURS / 36500.
      *
       2200-CALC-INTERETS-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2210 PART DU SOLDE DANS LA TRANCHE COURANTE (PLAFOND A
      *          ZERO = TOUT LE RESTE DU SOLDE)
      *----------------------------------------------------
       2210-UNE-TRANCHE-DEB.
      *
           IF  WS-PRD-PLAFOND(WS-IND-TR) = ZERO
               MOVE WS-RESTE-SOLDE      TO WS-PART-TRANCHE
           ELSE
               COMPUTE WS-PART-TRANCHE =
                       WS-PRD-PLAFOND(WS-IND-TR) - WS-PLAFOND-PREC
               IF  WS-PART-TRANCHE > WS-RESTE-SOLDE
                   MOVE WS-RESTE-SOLDE  TO WS-PART-TRANCHE
               END-IF
               MOVE WS-PRD-PLAFOND(WS-IND-TR) TO WS-PLAFOND-PREC
           END-IF.
           IF  WS-PART-TRANCHE > ZERO
               COMPUTE WS-INT-NOMBRES = WS-INT-NOMBRES
                     + (WS-PART-TRANCHE * WS-PRD-TAUX(WS-IND-TR))
               SUBTRACT WS-PART-TRANCHE FROM WS-RESTE-SOLDE
           END-IF.
           IF  WS-PRD-PLAFOND(WS-IND-TR) = ZERO
               OR WS-RESTE-SOLDE NOT > ZERO
               SET  BAREME-TERMINE      TO TRUE
           END-IF.
      *
       2210-UNE-TRANCHE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 ECRIT LE MOUVEMENT INTERET CREDITEUR DU COMPTE DANS
      *          LE FICHIER DES MOUVEMENTS DU JOUR ET EDITE LA LIGNE
      *----------------------------------------------------
       3000-POSTE-INTERETS-DEB.
      *
           MOVE SPACE                   TO WS-LDET-REF-ED.
           IF  WS-INT-COMPTE NOT > ZERO
               GO TO 3000-POSTE-INTERETS-SUITE
           END-IF.
      *
           MOVE WS-CPTES-CPTE           TO WS-MVTS-CPTE.
           MOVE WS-DATEJ-JJ             TO WS-MVTS-JJ.
           MOVE WS-DATEJ-MM             TO WS-MVTS-MM.
           COMPUTE WS-MVTS-SS = WS-DATEJ-AAAA / 100.
           COMPUTE WS-MVTS-AA = WS-DATEJ-AAAA - (WS-MVTS-SS * 100).
           SET  INTERET                 TO TRUE.
           MOVE WS-INT-COMPTE           TO WS-MVTS-MT.
           IF  WS-CPTES-DEVISE = SPACE
               MOVE 'EUR'               TO WS-MVTS-DEVISE
           ELSE
               MOVE WS-CPTES-DEVISE     TO WS-MVTS-DEVISE
           END-IF.
           MOVE SPACE                   TO WS-MVTS-CTR.
           MOVE SPACE                   TO WS-MVTS-NUMCHQ.
      *    REFERENCE UNIQUE DU MOUVEMENT (DATE + SOURCE + SEQUENCE)
           ADD  1                       TO WS-REF-SEQ.
           MOVE WS-DATEJ-N              TO WS-MVTS-REF(1:8).
           MOVE 'I'                     TO WS-MVTS-REF(9:1).
           MOVE WS-REF-SEQ              TO WS-MVTS-REF(10:5).
           PERFORM  6030-WRITE-F-MVTS-S-DEB
              THRU  6030-WRITE-F-MVTS-S-FIN.
           ADD  1                       TO WS-NB-MVT-GEN.
           ADD  WS-INT-COMPTE           TO WS-TOT-INTERETS.
           MOVE WS-MVTS-REF             TO WS-LDET-REF-ED.
      *
       3000-POSTE-INTERETS-SUITE.
           PERFORM  8020-LIGNE-COMPTE-DEB
              THRU  8020-LIGNE-COMPTE-FIN.
      *
       3000-POSTE-INTERETS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *6000 OUVRE L ENSEMBLE DES FICHIERS
      *----------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN INPUT F-CPTE-E.
           IF NOT CPTE-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-PRD-E.
           IF NOT PRD-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-PRD-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRD-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
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
           OPEN OUTPUT F-ETAT-INE-S.
           IF WS-FS-ETAT-INE-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-INE-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-INE-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6020 EXECUTE LA LECTURE SUR F-CPTE-E
      *------------------------------------
       6020-READ-F-CPTE-E-DEB.
      *
           READ F-CPTE-E INTO WS-ENRG-F-CPTES.
           IF NOT (CPTE-OK OR CPTE-FIN)
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
      *6040 EXECUTE L ECRITURE SUR F-ETAT-INE-S
      *------------------------------------
       6040-WRITE-F-ETAT-INE-S-DEB.
      *
           WRITE FS-BUFF-F-ETAT-INE-S.
           IF WS-FS-ETAT-INE-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-ETAT-INE-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-INE-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-WRITE-F-ETAT-INE-S-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-CPTE-E F-PRD-E F-MVTS-S F-ETAT-INE-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : ORDRES DE CALCUL ET DE RECHERCHE                   *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 LIT LA CARTE SYSIN ET CALCULE LES BORNES DU MOIS :
      *     SANS DATE, ARRETE AU DERNIER JOUR DU MOIS ECOULE
      *------------------------------------
       7000-INIT-SYSIN-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE SPACES                  TO WS-SYSIN-CARTE.
           ACCEPT WS-SYSIN-CARTE FROM SYSIN.
      *
           IF  WS-SYC-DATE-X NUMERIC
               MOVE WS-SYC-DATE-N       TO WS-DATE-ARRETE-N
           ELSE
               MOVE WS-DATEJ-AAAA       TO WS-ARR-AAAA
               COMPUTE WS-ARR-MM = WS-DATEJ-MM - 1
               IF  WS-ARR-MM = ZERO
                   MOVE 12              TO WS-ARR-MM
                   SUBTRACT 1           FROM WS-ARR-AAAA
               END-IF
               MOVE WS-ARR-AAAA         TO WS-TRV-AAAA
               MOVE WS-ARR-MM           TO WS-TRV-MM
               PERFORM  7030-DERNIER-JOUR-DEB
                  THRU  7030-DERNIER-JOUR-FIN
               MOVE WS-DERNIER-JOUR     TO WS-ARR-JJ
           END-IF.
      *
      *    L ARRETE DOIT ETRE LE DERNIER JOUR D UN MOIS
           IF  WS-ARR-MM < 1 OR WS-ARR-MM > 12
               DISPLAY 'DATE D ARRETE HORS FIN DE MOIS : '
                       WS-DATE-ARRETE-N
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-ARR-AAAA             TO WS-TRV-AAAA.
           MOVE WS-ARR-MM               TO WS-TRV-MM.
           PERFORM  7030-DERNIER-JOUR-DEB
              THRU  7030-DERNIER-JOUR-FIN.
           IF  WS-ARR-JJ NOT = WS-DERNIER-JOUR
               DISPLAY 'DATE D ARRETE HORS FIN DE MOIS : '
                       WS-DATE-ARRETE-N
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE WS-ARR-AAAA             TO WS-DEB-AAAA.
           MOVE WS-ARR-MM               TO WS-DEB-MM.
           MOVE 1                       TO WS-DEB-JJ.
      *
           MOVE WS-DATE-DEBUT-N         TO WS-DATE-ED-E-N.
           PERFORM  7500-DATE-EDITION-DEB
              THRU  7500-DATE-EDITION-FIN.
           MOVE WS-DATE-ED-S-N          TO WS-LINE-DEB-ED.
           MOVE WS-DATE-ARRETE-N        TO WS-DATE-ED-E-N.
           PERFORM  7500-DATE-EDITION-DEB
              THRU  7500-DATE-EDITION-FIN.
           MOVE WS-DATE-ED-S-N          TO WS-LINE-FIN-ED.
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
      *7300 RECHERCHE LE PRODUIT DU COMPTE COURANT (RENDU DANS
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
           IF  WS-TPRD-ENR(WS-IND-PRD)(1:3) = WS-CPTES-PRODUIT
               MOVE WS-TPRD-ENR(WS-IND-PRD) TO WS-PRD-ENR
               SET  PRD-TROUVE          TO TRUE
           END-IF.
       7310-COMPARE-PRD-FIN.
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
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-ENTETE-ETAT-DEB.
           MOVE WS-LINE-TITRE           TO FS-BUFF-F-ETAT-INE-S.
           PERFORM  6040-WRITE-F-ETAT-INE-S-DEB
              THRU  6040-WRITE-F-ETAT-INE-S-FIN.
           MOVE WS-LINE-TIRET           TO FS-BUFF-F-ETAT-INE-S.
           PERFORM  6040-WRITE-F-ETAT-INE-S-DEB
              THRU  6040-WRITE-F-ETAT-INE-S-FIN.
           MOVE WS-LINE-TITRES          TO FS-BUFF-F-ETAT-INE-S.
           PERFORM  6040-WRITE-F-ETAT-INE-S-DEB
              THRU  6040-WRITE-F-ETAT-INE-S-FIN.
       8000-ENTETE-ETAT-FIN.
           EXIT.
      *-------------------------------------
      *8020 LIGNE D UN COMPTE D EPARGNE
      *------------------------------------
       8020-LIGNE-COMPTE-DEB.
           MOVE WS-CPTES-CPTE           TO WS-LDET-CPTE-ED.
           MOVE WS-PRD-CODE             TO WS-LDET-PRD-ED.
           MOVE WS-PRD-LIBELLE          TO WS-LDET-LIB-ED.
           MOVE WS-CPTES-DEVISE         TO WS-LDET-DEV-ED.
           MOVE WS-SLD-MOYENNE          TO WS-LDET-MOY-ED.
           IF  SOLDE-DU-MAITRE
               MOVE 'M'                 TO WS-LDET-ORIG-ED
           ELSE
               MOVE SPACE               TO WS-LDET-ORIG-ED
           END-IF.
           MOVE WS-SLD-NB-JOURS         TO WS-LDET-JOURS-ED.
           MOVE WS-INT-COMPTE           TO WS-LDET-INT-ED.
           MOVE WS-LINE-DETAIL          TO FS-BUFF-F-ETAT-INE-S.
           PERFORM  6040-WRITE-F-ETAT-INE-S-DEB
              THRU  6040-WRITE-F-ETAT-INE-S-FIN.
       8020-LIGNE-COMPTE-FIN.
           EXIT.
       8050-TOTAL-ETAT-DEB.
           MOVE WS-LINE-TIRET           TO FS-BUFF-F-ETAT-INE-S.
           PERFORM  6040-WRITE-F-ETAT-INE-S-DEB
              THRU  6040-WRITE-F-ETAT-INE-S-FIN.
           MOVE WS-TOT-INTERETS         TO WS-LGEN-INT-ED.
           MOVE WS-LINE-TOT-GEN         TO FS-BUFF-F-ETAT-INE-S.
           PERFORM  6040-WRITE-F-ETAT-INE-S-DEB
              THRU  6040-WRITE-F-ETAT-INE-S-FIN.
       8050-TOTAL-ETAT-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO486              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* ARRETE DU MOIS            : ' WS-DATE-ARRETE-N.
           DISPLAY '* PRODUITS CHARGES          : ' WS-NB-PRD-TAB.
           DISPLAY '* COMPTES LUS               : ' WS-NB-CPTE-LUS.
           DISPLAY '* COMPTES D EPARGNE         : ' WS-NB-CPTE-EPG.
           DISPLAY '* DONT SANS HISTORIQUE      : ' WS-NB-SANS-HISTO.
           DISPLAY '* MOUVEMENTS INTERET GENERES: ' WS-NB-MVT-GEN.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO486         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO486        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
