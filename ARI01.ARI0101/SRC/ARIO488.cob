      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO488                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *MISE EN PLACE DES PRETS A LA CONSOMMATION A PARTIR DU FICHIER  *
      *DES DEMANDES (F-DMP-E, COPY DEMPRET). CHAQUE DEMANDE EST       *
      *CONTROLEE (FORMAT DES ZONES, COMPTE EMPRUNTEUR EXISTANT SUR LE *
      *MAITRE DES COMPTES, HORS EPARGNE ET HORS DESHERENCE) PUIS      *
      *ACCEPTEE OU REJETEE AVEC MOTIF SUR L ETAT ETATPRT.             *
      *UN PRET ACCEPTE RECOIT LE PREMIER NUMERO LIBRE DU COMPTE ET    *
      *EST ECRIT SUR LE MAITRE DES PRETS (PRT0101, COPY PRETCONS)     *
      *AVEC SON TABLEAU D AMORTISSEMENT (ECP0101, COPY PRETECH) :     *
      *  MENSUALITE CONSTANTE = C X T / (1 - (1 + T) ** -N)           *
      *  (T = TAUX ANNUEL / 1200, N = DUREE EN MOIS ; C / N A TAUX 0) *
      *CHAQUE ECHEANCE PORTE LES INTERETS DU MOIS SUR LE CAPITAL      *
      *RESTANT DU, LA PART CAPITAL ET LE CAPITAL RESTANT DU APRES     *
      *PAIEMENT ; LA DERNIERE ECHEANCE SOLDE LE PRET. LA PREMIERE     *
      *ECHEANCE TOMBE AU PREMIER JOUR D ECHEANCE SUIVANT LA DATE DE   *
      *DEPART (RAMENE AU DERNIER JOUR DU MOIS SI BESOIN).             *
      *LES ECHEANCES ANTERIEURES A LA DATE DE TRAITEMENT (PRET REPRIS *
      *EN COURS DE VIE) SONT PORTEES PAYEES : ELLES ONT ETE REGLEES   *
      *HORS DU SYSTEME. LES SUIVANTES SONT PRESENTEES PAR ARIO489.    *
      *LE DEBLOCAGE DES FONDS RESTE UN MOUVEMENT DE DEPOT SAISI.      *
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
       PROGRAM-ID.      ARIO488.
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
      *                      F-DMP-E : DEMANDES DE MISE EN PLACE DE PRET
      *                      -------------------------------------------
           SELECT  F-DMP-E             ASSIGN TO DEMPRT
                   FILE STATUS         IS WS-FS-DMP-E.
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
      *                      F-PRT-ES : MAITRE DES PRETS (IO)
      *                      -------------------------------------------
           SELECT  F-PRT-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-PRT
                   FILE STATUS         IS WS-FS-PRT-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ECP-ES : TABLEAUX D AMORTISSEMENT (IO)
      *                      -------------------------------------------
           SELECT  F-ECP-ES            ASSIGN TO IO002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-ECP
                   FILE STATUS         IS WS-FS-ECP-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-PRT-S : PRETS MIS EN PLACE
      *                      -------------------------------------------
           SELECT  F-ETAT-PRT-S        ASSIGN TO ETATPRT
                   FILE STATUS         IS WS-FS-ETAT-PRT-S.
      *                      -------------------------------------------
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *DEMANDES DE MISE EN PLACE DE PRET
       FD  F-DMP-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-DMP-E       PIC X(80).
      *FICHIER MAITRE DES COMPTES
       FD  F-CPTE-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-CPTE-E.
           05  FS-KEY-CPTE       PIC X(10).
           05  FILLER            PIC X(40).
      *MAITRE DES PRETS
       FD  F-PRT-ES
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-PRT-ES.
           05  FS-KEY-PRT        PIC X(12).
           05  FILLER            PIC X(88).
      *TABLEAUX D AMORTISSEMENT
       FD  F-ECP-ES
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-ECP-ES.
           05  FS-KEY-ECP        PIC X(15).
           05  FILLER            PIC X(65).
      *ETAT DES PRETS MIS EN PLACE
       FD  F-ETAT-PRT-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-PRT-S  PIC X(132).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY DEMPRET.
       COPY TP4CPTES.
       COPY PRETCONS.
       COPY PRETECH.
      *FILE STATUS
       01  WS-FS-DMP-E       PIC X(2).
           88 DMP-OK                              VALUE '00'.
           88 DMP-FIN                             VALUE '10'.
       01  WS-FS-CPTE-E      PIC X(2).
           88 CPTE-OK                             VALUE '00'.
           88 CPTE-INEXISTANT                     VALUE '23'.
       01  WS-FS-PRT-ES      PIC X(2).
           88 PRT-OK                              VALUE '00'.
           88 PRT-INEXISTANT                      VALUE '23'.
           88 PRT-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-ECP-ES      PIC X(2).
           88 ECP-OK                              VALUE '00'.
           88 ECP-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-ETAT-PRT-S  PIC X(2).
      *CARTE SYSIN : DATE DE TRAITEMENT
       01  WS-SYSIN-CARTE.
           05  WS-SYC-DATE-X     PIC X(8).
           05  WS-SYC-DATE-N REDEFINES WS-SYC-DATE-X
                                 PIC 9(8).
           05  FILLER            PIC X(72).
      *DATE DU JOUR
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
       01  WS-NB-MOIS-AJ     PIC 9(3)             VALUE ZERO.
      *MOIS DE LA PREMIERE ECHEANCE (BASE DU TABLEAU)
       01  WS-DATE-BASE.
           05  WS-BASE-AAAA      PIC 9(4).
           05  WS-BASE-MM        PIC 9(2).
           05  WS-BASE-JJ        PIC 9(2).
       01  WS-DATE-BASE-N REDEFINES WS-DATE-BASE
                             PIC 9(8).
       01  WS-DATE-1ERE-ECH  PIC 9(8)             VALUE ZERO.
      *CONTROLE DE LA DEMANDE COURANTE
       01  WS-SW-DMP         PIC X                VALUE '0'.
           88 DMP-VALIDE                          VALUE '0'.
           88 DMP-REJETEE                         VALUE '1'.
       01  WS-MOTIF-REJET    PIC X(30)            VALUE SPACE.
      *ATTRIBUTION DU NUMERO DE PRET DANS LE COMPTE
       01  WS-SEQ-PRET       PIC 9(2)             VALUE ZERO.
       01  WS-SW-SEQ         PIC X                VALUE '0'.
           88 SEQ-LIBRE                           VALUE '1'.
           88 SEQ-A-CHERCHER                      VALUE '0'.
      *CALCUL DE LA MENSUALITE ET DU TABLEAU
       01  WS-TAUX-MENS      PIC S9V9(9)   COMP-3 VALUE ZERO.
       01  WS-PUISS          PIC S9(9)V9(9) COMP-3 VALUE ZERO.
       01  WS-IND-PUISS      PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-ECH        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-CRD            PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  WS-CAP-PAYE       PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  WS-NB-ECH-PAYEES  PIC S9(4)     COMP   VALUE ZERO.
       01  WS-TOT-INT-PRET   PIC S9(9)V99  COMP-3 VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LPRT-TIRET     PIC X(132) VALUE ALL '-'.
       01  WS-LPRT-TITRE.
           05  FILLER            PIC X(42)
               VALUE 'PRETS A LA CONSOMMATION MIS EN PLACE LE '.
           05  WS-LPRT-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(80) VALUE SPACES.
       01  WS-LPRT-TITRES.
           05  FILLER            PIC X(12) VALUE 'COMPTE      '.
           05  FILLER            PIC X(5)  VALUE 'PRET '.
           05  FILLER            PIC X(19) VALUE
               '           CAPITAL '.
           05  FILLER            PIC X(7)  VALUE '  TAUX '.
           05  FILLER            PIC X(6)  VALUE 'MOIS  '.
           05  FILLER            PIC X(17) VALUE
               '       MENSUALITE'.
           05  FILLER            PIC X(17) VALUE
               '   COUT INTERETS '.
           05  FILLER            PIC X(11) VALUE '1ERE ECH.  '.
           05  FILLER            PIC X(38) VALUE 'VERDICT'.
       01  WS-LPRT-DETAIL.
           05  WS-LDET-CPTE-ED   PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-SEQ-ED    PIC X(2).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-CAP-ED    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-TAUX-ED   PIC Z9,999.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-DUREE-ED  PIC ZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-MENS-ED   PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-INT-ED    PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-ECH-ED    PIC X(10).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-VERDICT   PIC X(8).
           05  WS-LDET-MOTIF     PIC X(30).
       01  WS-LPRT-TOT-GEN.
           05  FILLER            PIC X(40) VALUE
               'TOTAL DES CAPITAUX PRETES             : '.
           05  WS-LGEN-CAP-ED    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
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
       01  WS-DATE-ED-Z      PIC 99/99/9999.
      *COMPTEUR RENDU EXEC ET TOTAUX DE CONTROLE
       01  WS-NB-DMP-LUES    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ACCEPTEES   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-REJETEES    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ECP-ECRITES PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ECP-REPRISES
                             PIC S9(7) COMP VALUE ZERO.
       01  WS-TOT-CAPITAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
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
           PERFORM  8000-ENTETE-ETAT-DEB
              THRU  8000-ENTETE-ETAT-FIN.
           PERFORM  6010-READ-F-DMP-E-DEB
              THRU  6010-READ-F-DMP-E-FIN.
           PERFORM  1000-TRT-UNE-DEMANDE-DEB
              THRU  1000-TRT-UNE-DEMANDE-FIN
             UNTIL  DMP-FIN.
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
      * TRT 1000 CONTROLE LA DEMANDE COURANTE, MET LE PRET EN PLACE
      *          SI ELLE EST VALIDE, EDITE LE VERDICT, PUIS LIT LA
      *          DEMANDE SUIVANTE
      *----------------------------------------------------
       1000-TRT-UNE-DEMANDE-DEB.
      *
           ADD  1                       TO WS-NB-DMP-LUES.
           SET  DMP-VALIDE              TO TRUE.
           MOVE SPACE                   TO WS-MOTIF-REJET.
           MOVE ZERO                    TO WS-SEQ-PRET
                                           WS-PRT-MENSUALITE
                                           WS-TOT-INT-PRET
                                           WS-DATE-1ERE-ECH.
      *
           PERFORM  2000-CONTROLE-DEMANDE-DEB
              THRU  2000-CONTROLE-DEMANDE-FIN.
      *
           IF  DMP-VALIDE
               PERFORM  3000-CREATION-PRET-DEB
                  THRU  3000-CREATION-PRET-FIN
           END-IF.
           IF  DMP-VALIDE
               ADD  1                   TO WS-NB-ACCEPTEES
               ADD  WS-PRT-CAPITAL      TO WS-TOT-CAPITAL
           ELSE
               ADD  1                   TO WS-NB-REJETEES
           END-IF.
      *
           PERFORM  8020-LIGNE-DEMANDE-DEB
              THRU  8020-LIGNE-DEMANDE-FIN.
      *
           PERFORM  6010-READ-F-DMP-E-DEB
              THRU  6010-READ-F-DMP-E-FIN.
      *
       1000-TRT-UNE-DEMANDE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 CONTROLE LE FORMAT DE LA DEMANDE PUIS LE COMPTE
      *          EMPRUNTEUR SUR LE FICHIER MAITRE DES COMPTES
      *----------------------------------------------------
       2000-CONTROLE-DEMANDE-DEB.
      *
           IF  WS-DMP-CPTE NOT NUMERIC
               MOVE 'NUMERO DE COMPTE NON NUMERIQUE'
                                        TO WS-MOTIF-REJET
               SET  DMP-REJETEE         TO TRUE
               GO TO 2000-CONTROLE-DEMANDE-FIN
           END-IF.
           IF  WS-DMP-CAPITAL-X NOT NUMERIC
               OR WS-DMP-CAPITAL-N = ZERO
               MOVE 'CAPITAL ABSENT OU INVALIDE'
                                        TO WS-MOTIF-REJET
               SET  DMP-REJETEE         TO TRUE
               GO TO 2000-CONTROLE-DEMANDE-FIN
           END-IF.
           IF  WS-DMP-TAUX-X NOT NUMERIC
               OR WS-DMP-TAUX-N > 30
               MOVE 'TAUX ABSENT OU INVALIDE'
                                        TO WS-MOTIF-REJET
               SET  DMP-REJETEE         TO TRUE
               GO TO 2000-CONTROLE-DEMANDE-FIN
           END-IF.
           IF  WS-DMP-DUREE-X NOT NUMERIC
               OR WS-DMP-DUREE-N = ZERO
               OR WS-DMP-DUREE-N > 120
               MOVE 'DUREE INVALIDE (1 A 120 MOIS)'
                                        TO WS-MOTIF-REJET
               SET  DMP-REJETEE         TO TRUE
               GO TO 2000-CONTROLE-DEMANDE-FIN
           END-IF.
      *    DATE DE DEPART : A BLANC = DATE DE TRAITEMENT
           IF  WS-DMP-DATE-DEB-X = SPACE
               MOVE WS-DATE-TRT-N       TO WS-DMP-DATE-DEB-N
           END-IF.
           IF  WS-DMP-DATE-DEB-X NOT NUMERIC
               MOVE 'DATE DE DEPART NON NUMERIQUE'
                                        TO WS-MOTIF-REJET
               SET  DMP-REJETEE         TO TRUE
               GO TO 2000-CONTROLE-DEMANDE-FIN
           END-IF.
           MOVE WS-DMP-DATE-DEB-N       TO WS-DATE-TRV-N.
           IF  WS-TRV-MM < 1 OR WS-TRV-MM > 12
               MOVE 'DATE DE DEPART INVALIDE'
                                        TO WS-MOTIF-REJET
               SET  DMP-REJETEE         TO TRUE
               GO TO 2000-CONTROLE-DEMANDE-FIN
           END-IF.
           PERFORM  7030-DERNIER-JOUR-DEB
              THRU  7030-DERNIER-JOUR-FIN.
           IF  WS-TRV-JJ < 1 OR WS-TRV-JJ > WS-DERNIER-JOUR
               MOVE 'DATE DE DEPART INVALIDE'
                                        TO WS-MOTIF-REJET
               SET  DMP-REJETEE         TO TRUE
               GO TO 2000-CONTROLE-DEMANDE-FIN
           END-IF.
      *    JOUR D ECHEANCE : A BLANC = JOUR DE LA DATE DE DEPART
           IF  WS-DMP-JOUR-ECH-X = SPACE
               MOVE WS-TRV-JJ           TO WS-DMP-JOUR-ECH-N
           END-IF.
           IF  WS-DMP-JOUR-ECH-X NOT NUMERIC
               OR WS-DMP-JOUR-ECH-N < 1
               OR WS-DMP-JOUR-ECH-N > 31
               MOVE 'JOUR D ECHEANCE INVALIDE'
                                        TO WS-MOTIF-REJET
               SET  DMP-REJETEE         TO TRUE
               GO TO 2000-CONTROLE-DEMANDE-FIN
           END-IF.
      *    TAUX DE RETARD : A BLANC = TAUX DU PRET
           IF  WS-DMP-TAUX-RET-X = SPACE
               MOVE WS-DMP-TAUX-N       TO WS-DMP-TAUX-RET-N
           END-IF.
           IF  WS-DMP-TAUX-RET-X NOT NUMERIC
               OR WS-DMP-TAUX-RET-N > 30
               MOVE 'TAUX DE RETARD INVALIDE'
                                        TO WS-MOTIF-REJET
               SET  DMP-REJETEE         TO TRUE
               GO TO 2000-CONTROLE-DEMANDE-FIN
           END-IF.
      *
           MOVE WS-DMP-CPTE             TO FS-KEY-CPTE.
           PERFORM  6020-READ-F-CPTE-E-DEB
              THRU  6020-READ-F-CPTE-E-FIN.
           IF  CPTE-INEXISTANT
               MOVE 'COMPTE EMPRUNTEUR INEXISTANT'
                                        TO WS-MOTIF-REJET
               SET  DMP-REJETEE         TO TRUE
               GO TO 2000-CONTROLE-DEMANDE-FIN
           END-IF.
           IF  CPTES-EN-DESHERENCE
               MOVE 'COMPTE EN DESHERENCE'
                                        TO WS-MOTIF-REJET
               SET  DMP-REJETEE         TO TRUE
               GO TO 2000-CONTROLE-DEMANDE-FIN
           END-IF.
      *    LES ECHEANCES SONT INTERDITES AU DEBIT DES PRODUITS D EPARGNE
           IF  WS-CPTES-PRODUIT NOT = SPACE
               MOVE 'COMPTE D EPARGNE NON ELIGIBLE'
                                        TO WS-MOTIF-REJET
               SET  DMP-REJETEE         TO TRUE
               GO TO 2000-CONTROLE-DEMANDE-FIN
           END-IF.
      *
       2000-CONTROLE-DEMANDE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 ATTRIBUE LE NUMERO DE PRET, CALCULE LA MENSUALITE,
      *          ECRIT LE TABLEAU D AMORTISSEMENT PUIS LE PRET
      *----------------------------------------------------
       3000-CREATION-PRET-DEB.
      *
           PERFORM  7400-NUMERO-PRET-DEB
              THRU  7400-NUMERO-PRET-FIN.
           IF  SEQ-A-CHERCHER
               MOVE 'PLUS DE NUMERO DE PRET LIBRE'
                                        TO WS-MOTIF-REJET
               SET  DMP-REJETEE         TO TRUE
               GO TO 3000-CREATION-PRET-FIN
           END-IF.
      *
           INITIALIZE WS-PRT-ENR.
           MOVE WS-DMP-CPTE             TO WS-PRT-CPTE.
           MOVE WS-SEQ-PRET             TO WS-PRT-SEQ.
           MOVE WS-DMP-CAPITAL-N        TO WS-PRT-CAPITAL.
           MOVE WS-DMP-TAUX-N           TO WS-PRT-TAUX.
           MOVE WS-DMP-DUREE-N          TO WS-PRT-DUREE.
           MOVE WS-DMP-DATE-DEB-N       TO WS-PRT-DATE-DEB.
           MOVE WS-DMP-JOUR-ECH-N       TO WS-PRT-JOUR-ECH.
           MOVE WS-DMP-TAUX-RET-N       TO WS-PRT-TAUX-RETARD.
           IF  WS-CPTES-DEVISE = SPACE
               MOVE 'EUR'               TO WS-PRT-DEVISE
           ELSE
               MOVE WS-CPTES-DEVISE     TO WS-PRT-DEVISE
           END-IF.
      *
           PERFORM  7300-CALC-MENSUALITE-DEB
              THRU  7300-CALC-MENSUALITE-FIN.
           PERFORM  7350-PREMIERE-ECHEANCE-DEB
              THRU  7350-PREMIERE-ECHEANCE-FIN.
      *
           MOVE WS-PRT-CAPITAL          TO WS-CRD.
           MOVE ZERO                    TO WS-CAP-PAYE
                                           WS-NB-ECH-PAYEES.
           PERFORM  3100-LIGNE-ECHEANCE-DEB
              THRU  3100-LIGNE-ECHEANCE-FIN
             VARYING WS-IND-ECH FROM 1 BY 1
             UNTIL  WS-IND-ECH > WS-PRT-DUREE.
      *
      *    SITUATION DU PRET APRES REPRISE DES ECHEANCES DEJA REGLEES
           COMPUTE WS-PRT-CRD = WS-PRT-CAPITAL - WS-CAP-PAYE.
           MOVE WS-NB-ECH-PAYEES        TO WS-PRT-NB-PAYEES.
           MOVE ZERO                    TO WS-PRT-NB-IMPAYES
                                           WS-PRT-INT-RETARD.
           IF  WS-NB-ECH-PAYEES = WS-PRT-DUREE
               SET  PRT-SOLDE           TO TRUE
           ELSE
               SET  PRT-ACTIF           TO TRUE
           END-IF.
           MOVE WS-DATE-TRT-N           TO WS-PRT-DATE-MAJ.
           PERFORM  6030-WRITE-F-PRT-ES-DEB
              THRU  6030-WRITE-F-PRT-ES-FIN.
      *
       3000-CREATION-PRET-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3100 CALCULE ET ECRIT L ECHEANCE WS-IND-ECH : INTERETS DU
      *          MOIS SUR LE CAPITAL RESTANT DU, PART CAPITAL, CAPITAL
      *          RESTANT DU APRES PAIEMENT. LA DERNIERE SOLDE LE PRET
      *----------------------------------------------------
       3100-LIGNE-ECHEANCE-DEB.
      *
           INITIALIZE WS-ECP-ENR.
           MOVE WS-PRT-CPTE             TO WS-ECP-CPTE.
           MOVE WS-PRT-SEQ              TO WS-ECP-SEQ.
           MOVE WS-IND-ECH              TO WS-ECP-NUM.
      *
           MOVE WS-DATE-BASE-N          TO WS-DATE-TRV-N.
           COMPUTE WS-NB-MOIS-AJ = WS-IND-ECH - 1.
           PERFORM  7600-AJOUTE-MOIS-DEB
              THRU  7600-AJOUTE-MOIS-FIN.
           MOVE WS-DATE-TRV-N           TO WS-ECP-DATE-ECH.
      *
           COMPUTE WS-ECP-INTERETS ROUNDED = WS-CRD * WS-TAUX-MENS.
           IF  WS-IND-ECH = WS-PRT-DUREE
               MOVE WS-CRD              TO WS-ECP-CAPITAL
               COMPUTE WS-ECP-MT = WS-ECP-CAPITAL + WS-ECP-INTERETS
           ELSE
               MOVE WS-PRT-MENSUALITE   TO WS-ECP-MT
               COMPUTE WS-ECP-CAPITAL = WS-ECP-MT - WS-ECP-INTERETS
           END-IF.
           SUBTRACT WS-ECP-CAPITAL      FROM WS-CRD.
           MOVE WS-CRD                  TO WS-ECP-CRD.
           ADD  WS-ECP-INTERETS         TO WS-TOT-INT-PRET.
      *
      *    ECHEANCE DEJA PASSEE : REGLEE HORS DU SYSTEME
           IF  WS-ECP-DATE-ECH < WS-DATE-TRT-N
               SET  ECP-PAYEE           TO TRUE
               MOVE WS-ECP-DATE-ECH     TO WS-ECP-DATE-PAIE
               ADD  WS-ECP-CAPITAL      TO WS-CAP-PAYE
               ADD  1                   TO WS-NB-ECH-PAYEES
               ADD  1                   TO WS-NB-ECP-REPRISES
           ELSE
               SET  ECP-A-ECHOIR        TO TRUE
           END-IF.
           PERFORM  6040-WRITE-F-ECP-ES-DEB
              THRU  6040-WRITE-F-ECP-ES-FIN.
      *
       3100-LIGNE-ECHEANCE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *6000 OUVRE L ENSEMBLE DES FICHIERS
      *----------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN INPUT F-DMP-E.
           IF NOT DMP-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-DMP-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DMP-E
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
      *    PREMIERE MISE EN PLACE : LES FICHIERS DES PRETS SONT CREES
           OPEN I-O F-PRT-ES.
           IF  PRT-FICHIER-ABSENT
               DISPLAY 'FICHIER DES PRETS ABSENT - CREATION'
               OPEN OUTPUT F-PRT-ES
               CLOSE F-PRT-ES
               OPEN I-O F-PRT-ES
           END-IF.
           IF NOT PRT-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-PRT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-ECP-ES.
           IF  ECP-FICHIER-ABSENT
               DISPLAY 'FICHIER DES ECHEANCIERS ABSENT - CREATION'
               OPEN OUTPUT F-ECP-ES
               CLOSE F-ECP-ES
               OPEN I-O F-ECP-ES
           END-IF.
           IF NOT ECP-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ECP-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ECP-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-PRT-S.
           IF WS-FS-ETAT-PRT-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-PRT-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-PRT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT LA DEMANDE DE MISE EN PLACE SUIVANTE
      *------------------------------------
       6010-READ-F-DMP-E-DEB.
      *
           READ F-DMP-E INTO WS-DMP-ENR.
           IF NOT (DMP-OK OR DMP-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DMP-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DMP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-DMP-E-FIN.
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
      *6025 LECTURE DIRECTE SUR F-PRT-ES (CLE FS-KEY-PRT)
      *------------------------------------
       6025-READ-F-PRT-ES-DEB.
      *
           READ F-PRT-ES.
           IF NOT (PRT-OK OR PRT-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6025-READ-F-PRT-ES-FIN.
           EXIT.
      *-------------------------------------
      *6030 ECRIT LE PRET SUR F-PRT-ES
      *------------------------------------
       6030-WRITE-F-PRT-ES-DEB.
      *
           WRITE FS-BUFF-F-PRT-ES FROM WS-PRT-ENR.
           IF NOT PRT-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-PRT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-WRITE-F-PRT-ES-FIN.
           EXIT.
      *-------------------------------------
      *6040 ECRIT L ECHEANCE SUR F-ECP-ES
      *------------------------------------
       6040-WRITE-F-ECP-ES-DEB.
      *
           WRITE FS-BUFF-F-ECP-ES FROM WS-ECP-ENR.
           IF NOT ECP-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-ECP-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ECP-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-NB-ECP-ECRITES.
      *
       6040-WRITE-F-ECP-ES-FIN.
           EXIT.
      *-------------------------------------
      *6050 EXECUTE L ECRITURE SUR F-ETAT-PRT-S
      *------------------------------------
       6050-WRITE-F-ETAT-PRT-S-DEB.
      *
           WRITE FS-BUFF-F-ETAT-PRT-S.
           IF WS-FS-ETAT-PRT-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-ETAT-PRT-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-PRT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6050-WRITE-F-ETAT-PRT-S-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-DMP-E F-CPTE-E F-PRT-ES F-ECP-ES F-ETAT-PRT-S.
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
           MOVE WS-DATE-ED-S-N          TO WS-LPRT-DATE-ED.
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
      *7300 MENSUALITE CONSTANTE DU PRET :
      *     M = C X T X (1 + T) ** N / ((1 + T) ** N - 1)
      *     LA PUISSANCE EST CALCULEE PAR PRODUITS SUCCESSIFS
      *------------------------------------
       7300-CALC-MENSUALITE-DEB.
      *
           COMPUTE WS-TAUX-MENS ROUNDED = WS-PRT-TAUX / 1200.
           IF  WS-TAUX-MENS = ZERO
               COMPUTE WS-PRT-MENSUALITE ROUNDED =
                       WS-PRT-CAPITAL / WS-PRT-DUREE
               GO TO 7300-CALC-MENSUALITE-FIN
           END-IF.
           MOVE 1                       TO WS-PUISS.
           PERFORM  7310-MULTIPLIE-DEB
              THRU  7310-MULTIPLIE-FIN
             VARYING WS-IND-PUISS FROM 1 BY 1
             UNTIL  WS-IND-PUISS > WS-PRT-DUREE.
           COMPUTE WS-PRT-MENSUALITE ROUNDED =
                   WS-PRT-CAPITAL * WS-TAUX-MENS * WS-PUISS
                 / (WS-PUISS - 1).
      *
       7300-CALC-MENSUALITE-FIN.
           EXIT.
       7310-MULTIPLIE-DEB.
           COMPUTE WS-PUISS ROUNDED = WS-PUISS * (1 + WS-TAUX-MENS).
       7310-MULTIPLIE-FIN.
           EXIT.
      *-------------------------------------
      *7350 MOIS DE LA PREMIERE ECHEANCE : CELUI DE LA DATE DE DEPART
      *     SI LE JOUR D ECHEANCE (RAMENE A LA FIN DU MOIS) EST APRES
      *     LE JOUR DE DEPART, SINON LE MOIS SUIVANT
      *------------------------------------
       7350-PREMIERE-ECHEANCE-DEB.
      *
           MOVE WS-PRT-DATE-DEB         TO WS-DATE-TRV-N.
           PERFORM  7030-DERNIER-JOUR-DEB
              THRU  7030-DERNIER-JOUR-FIN.
           MOVE WS-TRV-AAAA             TO WS-BASE-AAAA.
           MOVE WS-TRV-MM               TO WS-BASE-MM.
           MOVE WS-PRT-JOUR-ECH         TO WS-BASE-JJ.
           IF  WS-PRT-JOUR-ECH NOT > WS-TRV-JJ
               OR WS-DERNIER-JOUR NOT > WS-TRV-JJ
               MOVE WS-DATE-BASE-N      TO WS-DATE-TRV-N
               MOVE 1                   TO WS-NB-MOIS-AJ
               PERFORM  7600-AJOUTE-MOIS-DEB
                  THRU  7600-AJOUTE-MOIS-FIN
               MOVE WS-TRV-AAAA         TO WS-BASE-AAAA
               MOVE WS-TRV-MM           TO WS-BASE-MM
           END-IF.
      *    LE JOUR DE BASE RESTE LE JOUR D ECHEANCE CONTRACTUEL
           MOVE WS-PRT-JOUR-ECH         TO WS-BASE-JJ.
           MOVE WS-DATE-BASE-N          TO WS-DATE-TRV-N.
           MOVE ZERO                    TO WS-NB-MOIS-AJ.
           PERFORM  7600-AJOUTE-MOIS-DEB
              THRU  7600-AJOUTE-MOIS-FIN.
           MOVE WS-DATE-TRV-N           TO WS-DATE-1ERE-ECH.
      *
       7350-PREMIERE-ECHEANCE-FIN.
           EXIT.
      *-------------------------------------
      *7400 PREMIER NUMERO DE PRET LIBRE (01 A 99) DU COMPTE
      *     EMPRUNTEUR SUR LE MAITRE DES PRETS
      *------------------------------------
       7400-NUMERO-PRET-DEB.
      *
           SET  SEQ-A-CHERCHER          TO TRUE.
           PERFORM  7410-TESTE-NUMERO-DEB
              THRU  7410-TESTE-NUMERO-FIN
             VARYING WS-SEQ-PRET FROM 1 BY 1
             UNTIL  WS-SEQ-PRET > 98
                OR  SEQ-LIBRE.
      *    LA BOUCLE A AJOUTE 1 APRES LE NUMERO RETENU
           IF  SEQ-LIBRE
               SUBTRACT 1               FROM WS-SEQ-PRET
           ELSE
               MOVE 99                  TO WS-SEQ-PRET
               PERFORM  7410-TESTE-NUMERO-DEB
                  THRU  7410-TESTE-NUMERO-FIN
           END-IF.
      *
       7400-NUMERO-PRET-FIN.
           EXIT.
       7410-TESTE-NUMERO-DEB.
           MOVE WS-DMP-CPTE             TO FS-KEY-PRT(1:10).
           MOVE WS-SEQ-PRET             TO FS-KEY-PRT(11:2).
           PERFORM  6025-READ-F-PRT-ES-DEB
              THRU  6025-READ-F-PRT-ES-FIN.
           IF  PRT-INEXISTANT
               SET  SEQ-LIBRE           TO TRUE
           END-IF.
       7410-TESTE-NUMERO-FIN.
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
      *7600 AJOUTE WS-NB-MOIS-AJ MOIS A LA DATE DE TRAVAIL ; LE JOUR
      *     EST RAMENE AU DERNIER JOUR DU MOIS D ARRIVEE S IL LE
      *     DEPASSE
      *------------------------------------
       7600-AJOUTE-MOIS-DEB.
      *
           COMPUTE WS-NB-MOIS = WS-TRV-MM - 1 + WS-NB-MOIS-AJ.
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
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
       8000-ENTETE-ETAT-DEB.
           MOVE WS-LPRT-TITRE           TO FS-BUFF-F-ETAT-PRT-S.
           PERFORM  6050-WRITE-F-ETAT-PRT-S-DEB
              THRU  6050-WRITE-F-ETAT-PRT-S-FIN.
           MOVE WS-LPRT-TIRET           TO FS-BUFF-F-ETAT-PRT-S.
           PERFORM  6050-WRITE-F-ETAT-PRT-S-DEB
              THRU  6050-WRITE-F-ETAT-PRT-S-FIN.
           MOVE WS-LPRT-TITRES          TO FS-BUFF-F-ETAT-PRT-S.
           PERFORM  6050-WRITE-F-ETAT-PRT-S-DEB
              THRU  6050-WRITE-F-ETAT-PRT-S-FIN.
       8000-ENTETE-ETAT-FIN.
           EXIT.
      *-------------------------------------
      *8020 LIGNE D UNE DEMANDE : PRET MIS EN PLACE OU MOTIF DU REJET
      *------------------------------------
       8020-LIGNE-DEMANDE-DEB.
           MOVE WS-DMP-CPTE             TO WS-LDET-CPTE-ED.
           MOVE WS-MOTIF-REJET          TO WS-LDET-MOTIF.
           IF  DMP-VALIDE
               MOVE WS-PRT-SEQ          TO WS-LDET-SEQ-ED
               MOVE WS-PRT-CAPITAL      TO WS-LDET-CAP-ED
               MOVE WS-PRT-TAUX         TO WS-LDET-TAUX-ED
               MOVE WS-PRT-DUREE        TO WS-LDET-DUREE-ED
               MOVE WS-PRT-MENSUALITE   TO WS-LDET-MENS-ED
               MOVE WS-TOT-INT-PRET     TO WS-LDET-INT-ED
               MOVE WS-DATE-1ERE-ECH    TO WS-DATE-ED-E-N
               PERFORM  7500-DATE-EDITION-DEB
                  THRU  7500-DATE-EDITION-FIN
               MOVE WS-DATE-ED-S-N      TO WS-DATE-ED-Z
               MOVE WS-DATE-ED-Z        TO WS-LDET-ECH-ED
               MOVE 'ACCEPTE '          TO WS-LDET-VERDICT
               IF  WS-PRT-NB-PAYEES > ZERO
                   MOVE 'ECHEANCES PASSEES REPRISES'
                                        TO WS-LDET-MOTIF
               END-IF
           ELSE
               MOVE SPACE               TO WS-LDET-SEQ-ED
                                           WS-LDET-ECH-ED
               MOVE ZERO                TO WS-LDET-CAP-ED
                                           WS-LDET-TAUX-ED
                                           WS-LDET-DUREE-ED
                                           WS-LDET-MENS-ED
                                           WS-LDET-INT-ED
               IF  WS-DMP-CAPITAL-X NUMERIC
                   MOVE WS-DMP-CAPITAL-N TO WS-LDET-CAP-ED
               END-IF
               MOVE 'REJETE  '          TO WS-LDET-VERDICT
           END-IF.
           MOVE WS-LPRT-DETAIL          TO FS-BUFF-F-ETAT-PRT-S.
           PERFORM  6050-WRITE-F-ETAT-PRT-S-DEB
              THRU  6050-WRITE-F-ETAT-PRT-S-FIN.
       8020-LIGNE-DEMANDE-FIN.
           EXIT.
       8050-TOTAL-ETAT-DEB.
           MOVE WS-LPRT-TIRET           TO FS-BUFF-F-ETAT-PRT-S.
           PERFORM  6050-WRITE-F-ETAT-PRT-S-DEB
              THRU  6050-WRITE-F-ETAT-PRT-S-FIN.
           MOVE WS-TOT-CAPITAL          TO WS-LGEN-CAP-ED.
           MOVE WS-LPRT-TOT-GEN         TO FS-BUFF-F-ETAT-PRT-S.
           PERFORM  6050-WRITE-F-ETAT-PRT-S-DEB
              THRU  6050-WRITE-F-ETAT-PRT-S-FIN.
       8050-TOTAL-ETAT-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO488              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* DATE DE TRAITEMENT        : ' WS-DATE-TRT-N.
           DISPLAY '* DEMANDES LUES             : ' WS-NB-DMP-LUES.
           DISPLAY '* PRETS MIS EN PLACE        : ' WS-NB-ACCEPTEES.
           DISPLAY '* DEMANDES REJETEES         : ' WS-NB-REJETEES.
           DISPLAY '* ECHEANCES ECRITES         : ' WS-NB-ECP-ECRITES.
           DISPLAY '* DONT ECHEANCES REPRISES   : ' WS-NB-ECP-REPRISES.
           DISPLAY '* TOTAL DES CAPITAUX        : ' WS-TOT-CAPITAL.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO488         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO488        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
