      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO485                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *CALCUL TRIMESTRIEL DES INTERETS DEBITEURS (AGIOS) SUR LES      *
      *SOLDES DEBITEURS QUOTIDIENS EN DATE DE VALEUR.                 *
      *PASSE 1 : CHARGE EN TABLE LES FACILITES DE DECOUVERT DEC0101   *
      *(LIMITE, ECHEANCE, TAUX) ET LES MOUVEMENTS POSTES DEPUIS LE    *
      *DEBUT DU TRIMESTRE (F-MVTS-E, FORMAT TP4MVTS : DECHARGEMENT DE *
      *LA TABLE TMVTS A PARTIR DE QUELQUES JOURS AVANT LE DEBUT DU    *
      *TRIMESTRE JUSQU A LA VEILLE). CHAQUE MOUVEMENT EST PORTE A SA  *
      *DATE DE VALEUR (SOUS PROGRAMME ARIO831) ; CEUX DONT LA VALEUR  *
      *PRECEDE LE TRIMESTRE SONT IGNORES, CEUX DONT LA VALEUR SUIT    *
      *L ARRETE SONT CUMULES A PART.                                  *
      *PASSE 2 : POUR CHAQUE COMPTE DU MAITRE, LE SOLDE EN VALEUR DE  *
      *CHAQUE JOUR DU TRIMESTRE EST RECONSTITUE A REBOURS DEPUIS LE   *
      *SOLDE DU MAITRE. LES JOURS DE MEME SOLDE (ET DE MEME SITUATION *
      *DE LA FACILITE) FORMENT UNE TRANCHE DE L ECHELLE D INTERETS.   *
      *SUR CHAQUE TRANCHE DEBITRICE :                                 *
      *  - LA PART DANS LA LIMITE D UNE FACILITE NON ECHUE SUPPORTE   *
      *    LE TAUX DE LA FACILITE (WS-DEC-TAUX)                       *
      *  - LA PART AU DELA DE LA LIMITE, OU TOUT LE DEBIT D UN COMPTE *
      *    SANS FACILITE (OU FACILITE ECHUE), SUPPORTE LE TAUX DE     *
      *    PENALITE DE LA CARTE SYSIN                                 *
      *  INTERETS = NOMBRES (SOLDE X JOURS) X TAUX / 36000            *
      *LES AGIOS DU COMPTE SONT ECRITS EN MOUVEMENT INTERET DEBITEUR  *
      *(MONTANT NEGATIF) DANS LE FICHIER DES MOUVEMENTS DU JOUR,      *
      *POSTE ENSUITE PAR LA CHAINE ARIO411. L ECHELLE D INTERETS PAR  *
      *COMPTE (TRANCHES, JOURS, TAUX, MONTANTS) EST EDITEE POUR ETRE  *
      *JOINTE AU RELEVE DE COMPTE.                                    *
      *LES MONTANTS DES MOUVEMENTS SONT PRIS DANS LA DEVISE DU COMPTE.*
      *SYSIN  -> DATE D ARRETE AAAAMMJJ (DERNIER JOUR D UN TRIMESTRE, *
      *          DEFAUT FIN DU TRIMESTRE ECOULE) SUIVIE DU TAUX DE    *
      *          PENALITE 99V999 (DEFAUT 16,000 %)                    *
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
       PROGRAM-ID.      ARIO485.
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
      *                      F-MVTS-E : MOUVEMENTS POSTES DEPUIS LE
      *                      DEBUT DU TRIMESTRE (DECHARGEMENT TMVTS)
      *                      -------------------------------------------
           SELECT  F-MVTS-E            ASSIGN TO INP001
                   FILE STATUS         IS WS-FS-MVTS-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CPTE-E : FICHIER MAITRE DES COMPTES
      *                      -------------------------------------------
           SELECT  F-CPTE-E            ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-CPTE
                   FILE STATUS         IS WS-FS-CPTE-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-DEC-E : FICHIER DES FACILITES DE
      *                      DECOUVERT
      *                      -------------------------------------------
           SELECT  F-DEC-E             ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-DEC
                   FILE STATUS         IS WS-FS-DEC-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-MVTS-S : MOUVEMENTS DU JOUR (EXTENSION)
      *                      -------------------------------------------
           SELECT  F-MVTS-S            ASSIGN TO OUT001
                   FILE STATUS         IS WS-FS-MVTS-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-AGI-S : ECHELLES D INTERETS
      *                      -------------------------------------------
           SELECT  F-ETAT-AGI-S        ASSIGN TO ETATAGI
                   FILE STATUS         IS WS-FS-ETAT-AGI-S.
      *                      -------------------------------------------
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *MOUVEMENTS POSTES DEPUIS LE DEBUT DU TRIMESTRE
       FD  F-MVTS-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-MVTS-E      PIC X(64).
      *FICHIER MAITRE DES COMPTES
       FD  F-CPTE-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-CPTE-E.
           05  FS-KEY-CPTE       PIC X(10).
           05  FILLER            PIC X(40).
      *FICHIER DES FACILITES DE DECOUVERT
       FD  F-DEC-E
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-DEC-E.
           05  FS-KEY-DEC        PIC X(10).
           05  FILLER            PIC X(30).
      *MOUVEMENTS DU JOUR
       FD  F-MVTS-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-MVTS-S      PIC X(64).
      *ECHELLES D INTERETS EN SORTIE
       FD  F-ETAT-AGI-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-AGI-S  PIC X(132).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY TP4MVTS.
       COPY TP4CPTES.
       COPY DECOUVRT.
      *FILE STATUS
       01  WS-FS-MVTS-E      PIC X(2).
           88 MVTS-OK                             VALUE '00'.
           88 MVTS-FIN                            VALUE '10'.
       01  WS-FS-CPTE-E      PIC X(2).
           88 CPTE-OK                             VALUE '00'.
           88 CPTE-FIN                            VALUE '10'.
       01  WS-FS-DEC-E       PIC X(2).
           88 DEC-OK                              VALUE '00'.
           88 DEC-FIN                             VALUE '10'.
           88 DEC-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-MVTS-S      PIC X(2).
       01  WS-FS-ETAT-AGI-S  PIC X(2).
      *CARTE SYSIN : DATE D ARRETE + TAUX DE PENALITE
       01  WS-SYSIN-CARTE.
           05  WS-SYC-DATE-X     PIC X(8).
           05  WS-SYC-DATE-N REDEFINES WS-SYC-DATE-X
                                 PIC 9(8).
           05  WS-SYC-TAUX-X     PIC X(5).
           05  WS-SYC-TAUX-N REDEFINES WS-SYC-TAUX-X
                                 PIC 9(2)V9(3).
           05  FILLER            PIC X(67).
       01  WS-TAUX-PENALITE  PIC 9(2)V9(3)        VALUE 16,000.
      *DATE DU JOUR (DATE DES MOUVEMENTS GENERES)
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 9(2).
           05  WS-DATEJ-JJ       PIC 9(2).
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
      *BORNES DU TRIMESTRE
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
      *LONGUEUR DES TROIS MOIS DU TRIMESTRE ET NOMBRE DE JOURS
       01  WS-TAB-LG-MOIS.
           05  WS-LG-MOIS        PIC 9(2) OCCURS 3.
       01  WS-NB-JOURS       PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-MOIS       PIC S9(4)     COMP   VALUE ZERO.
      *DATE DE TRAVAIL (CALCUL DU DERNIER JOUR DU MOIS ET DU
      *JOUR SUIVANT)
       01  WS-DATE-TRV.
           05  WS-TRV-AAAA       PIC 9(4).
           05  WS-TRV-MM         PIC 9(2).
           05  WS-TRV-JJ         PIC 9(2).
       01  WS-DATE-TRV-N REDEFINES WS-DATE-TRV
                             PIC 9(8).
       01  WS-DERNIER-JOUR   PIC 9(2)             VALUE ZERO.
       01  WS-QUOTIENT       PIC 9(4)             VALUE ZERO.
       01  WS-RESTE          PIC 9(4)             VALUE ZERO.
      *DATE DE VALEUR (SOUS PROGRAMME ARIO831)
       01  WS-DATE-MVT-DV    PIC 9(8)             VALUE ZERO.
       01  WS-DATE-VALEUR    PIC 9(8)             VALUE ZERO.
       01  WS-DATE-VALEUR-R REDEFINES WS-DATE-VALEUR.
           05  WS-DV-AAAA        PIC 9(4).
           05  WS-DV-MM          PIC 9(2).
           05  WS-DV-JJ          PIC 9(2).
       01  WS-CR-DV          PIC 9(2)             VALUE ZERO.
      *RANG DU JOUR DE VALEUR DANS LE TRIMESTRE (999 = APRES
      *L ARRETE)
       01  WS-RANG-JOUR      PIC S9(4)     COMP   VALUE ZERO.
       01  WS-ECART-MOIS     PIC S9(4)     COMP   VALUE ZERO.
      *MONTANT SIGNE DU MOUVEMENT COURANT POUR LE COMPTE PORTEUR
       01  WS-MT-SIGNE       PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  WS-CPTE-RANGE     PIC X(10)            VALUE SPACE.
      *TABLE DES FACILITES DE DECOUVERT
       01  WS-NB-DEC-TAB     PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-DEC        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-DEC-TRV    PIC S9(4)     COMP   VALUE ZERO.
       01  WS-TAB-DECS.
           05  WS-TDEC-ENTREE OCCURS 2000.
               10  WS-TDEC-CPTE      PIC X(10).
               10  WS-TDEC-LIMITE    PIC S9(9)V99 COMP-3.
               10  WS-TDEC-DATE-FIN  PIC 9(8).
               10  WS-TDEC-TAUX      PIC 9(2)V9(3).
      *TABLE DES MOUVEMENTS EN DATE DE VALEUR (UN POSTE PAR JAMBE :
      *UN VIREMENT DONNE UN DEBIT ET UN CREDIT)
       01  WS-NB-MVT-TAB     PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-MVT        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-TAB-MVTS.
           05  WS-TMVT-ENTREE OCCURS 9999.
               10  WS-TMVT-CPTE      PIC X(10).
               10  WS-TMVT-JOUR      PIC S9(4)     COMP.
               10  WS-TMVT-MT        PIC S9(9)V99  COMP-3.
      *MOUVEMENTS DU COMPTE COURANT CUMULES PAR JOUR DE VALEUR
       01  WS-TAB-JOURS.
           05  WS-TJOUR-MT       PIC S9(11)V99 COMP-3 OCCURS 92.
       01  WS-IND-JOUR       PIC S9(4)     COMP   VALUE ZERO.
       01  WS-MT-APRES       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-MT-TRIMESTRE   PIC S9(11)V99 COMP-3 VALUE ZERO.
      *SOLDE EN VALEUR DU JOUR ET FACILITE APPLICABLE
       01  WS-SOLDE-COUR     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-DATE-JOUR.
           05  WS-JOUR-AAAA      PIC 9(4).
           05  WS-JOUR-MM        PIC 9(2).
           05  WS-JOUR-JJ        PIC 9(2).
       01  WS-DATE-JOUR-N REDEFINES WS-DATE-JOUR
                             PIC 9(8).
       01  WS-SW-FAC-JOUR    PIC X                VALUE '0'.
           88 FAC-JOUR-ACTIVE                     VALUE '1'.
           88 FAC-JOUR-INACTIVE                   VALUE '0'.
      *FACILITE DU COMPTE COURANT
       01  WS-SW-FAC         PIC X                VALUE '0'.
           88 FAC-TROUVEE                         VALUE '1'.
           88 FAC-ABSENTE                         VALUE '0'.
       01  WS-FAC-LIMITE     PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  WS-FAC-DATE-FIN   PIC 9(8)             VALUE ZERO.
       01  WS-FAC-TAUX       PIC 9(2)V9(3)        VALUE ZERO.
      *TRANCHE EN COURS DE L ECHELLE D INTERETS
       01  WS-PER-DEBUT      PIC 9(8)             VALUE ZERO.
       01  WS-PER-FIN        PIC 9(8)             VALUE ZERO.
       01  WS-PER-SOLDE      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PER-JOURS      PIC S9(4)     COMP   VALUE ZERO.
       01  WS-SW-PER-FAC     PIC X                VALUE '0'.
           88 PER-FAC-ACTIVE                      VALUE '1'.
           88 PER-FAC-INACTIVE                    VALUE '0'.
      *CALCUL DE LA TRANCHE
       01  WS-DEBIT          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PART-AUTOR     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PART-DEPASS    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-NBR-AUTOR      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-NBR-DEPASS     PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TAUX-AUTOR     PIC 9(2)V9(3)        VALUE ZERO.
       01  WS-INT-TRANCHE    PIC S9(9)V99  COMP-3 VALUE ZERO.
      *CUMULS DU COMPTE
       01  WS-INT-COMPTE     PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  WS-NB-TRANCHES    PIC S9(4)     COMP   VALUE ZERO.
       01  WS-JOURS-DEBIT    PIC S9(4)     COMP   VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LAGI-TIRET     PIC X(132) VALUE ALL '-'.
       01  WS-LAGI-TITRE.
           05  FILLER            PIC X(33)
               VALUE 'ECHELLE D INTERETS DEBITEURS DU '.
           05  WS-LAGI-DEB-ED    PIC 99/99/9999.
           05  FILLER            PIC X(4)  VALUE ' AU '.
           05  WS-LAGI-FIN-ED    PIC 99/99/9999.
           05  FILLER            PIC X(75) VALUE SPACES.
       01  WS-LAGI-COMPTE.
           05  FILLER            PIC X(9)  VALUE 'COMPTE : '.
           05  WS-LAGI-CPTE-ED   PIC X(10).
           05  FILLER            PIC X(11) VALUE '  DEVISE : '.
           05  WS-LAGI-DEV-ED    PIC X(3).
           05  FILLER            PIC X(17) VALUE
               '  AUTORISATION : '.
           05  WS-LAGI-LIM-ED    PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(13) VALUE '  ECHEANCE : '.
           05  WS-LAGI-ECH-ED    PIC 9(8).
           05  FILLER            PIC X(9)  VALUE '  TAUX : '.
           05  WS-LAGI-TX-ED     PIC Z9,999.
           05  FILLER            PIC X(20) VALUE
               ' %  TAUX PENALITE : '.
           05  WS-LAGI-TXP-ED    PIC Z9,999.
           05  FILLER            PIC X(6)  VALUE ' %'.
       01  WS-LAGI-TITRES.
           05  FILLER            PIC X(24) VALUE
               'DU          AU          '.
           05  FILLER            PIC X(18) VALUE
               '   SOLDE DEBITEUR '.
           05  FILLER            PIC X(7)  VALUE 'JOURS  '.
           05  FILLER            PIC X(19) VALUE
               ' NOMBRES AUTORISES '.
           05  FILLER            PIC X(8)  VALUE ' TX AUT '.
           05  FILLER            PIC X(19) VALUE
               ' NOMBRES DEPASSEMT '.
           05  FILLER            PIC X(8)  VALUE ' TX PEN '.
           05  FILLER            PIC X(16) VALUE
               '        INTERETS'.
           05  FILLER            PIC X(13) VALUE SPACES.
       01  WS-LAGI-DETAIL.
           05  WS-LDET-DU-ED     PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-AU-ED     PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-SOLDE-ED  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-JOURS-ED  PIC ZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-NBA-ED    PIC ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-LDET-TXA-ED    PIC Z9,999.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-NBD-ED    PIC ZZZ.ZZZ.ZZZ.ZZ9.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-LDET-TXD-ED    PIC Z9,999.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-INT-ED    PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(12) VALUE SPACES.
       01  WS-LAGI-TOT-CPTE.
           05  FILLER            PIC X(40) VALUE
               'TOTAL DES INTERETS DEBITEURS DU COMPTE :'.
           05  WS-LTOT-INT-ED    PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(12) VALUE '  DEBITES LE'.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LTOT-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(7)  VALUE '  REF. '.
           05  WS-LTOT-REF-ED    PIC X(14).
           05  FILLER            PIC X(34) VALUE SPACES.
       01  WS-LAGI-TOT-GEN.
           05  FILLER            PIC X(40) VALUE
               'TOTAL GENERAL DES AGIOS GENERES       : '.
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
       01  WS-NB-MVT-LUS     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-MVT-RETENUS PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-MVT-AVANT   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-MVT-APRES   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-MVT-IGNORES PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CPTE-LUS    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CPTE-DEBIT  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-MVT-GEN     PIC S9(7) COMP VALUE ZERO.
       01  WS-TOT-AGIOS      PIC S9(11)V99 COMP-3 VALUE ZERO.
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
      *    PASSE 1 : FACILITES ET MOUVEMENTS EN DATE DE VALEUR
           PERFORM  7100-CHARGE-DECS-DEB
              THRU  7100-CHARGE-DECS-FIN.
           PERFORM  6010-READ-F-MVTS-E-DEB
              THRU  6010-READ-F-MVTS-E-FIN.
           PERFORM  1000-TRT-UN-MVT-DEB
              THRU  1000-TRT-UN-MVT-FIN
             UNTIL  MVTS-FIN.
      *
      *    PASSE 2 : ECHELLE D INTERETS DE CHAQUE COMPTE
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
      * TRT 1000 PORTE LE MOUVEMENT COURANT A SA DATE DE VALEUR
      *          DANS LA TABLE DES MOUVEMENTS (JAMBE DEBIT ET, POUR
      *          UN VIREMENT, JAMBE CREDIT DE LA CONTREPARTIE)
      *----------------------------------------------------
       1000-TRT-UN-MVT-DEB.
      *
           ADD  1                       TO WS-NB-MVT-LUS.
      *
      *    SENS DU MOUVEMENT POUR LE COMPTE PORTEUR (INTERET : SIGNE
      *    PORTE PAR LE MONTANT ; CLOTURE ET CODES INCONNUS SANS
      *    EFFET SUR LE SOLDE)
           EVALUATE TRUE
               WHEN RETRAIT
               WHEN CB
               WHEN PRELEVEMENT
               WHEN CHEQUE
               WHEN VIREMENT
               WHEN REVAL-DEBIT
                    COMPUTE WS-MT-SIGNE = ZERO - WS-MVTS-MT
               WHEN DEPOT
               WHEN REJET-PRELEVEMENT
               WHEN REVAL-CREDIT
               WHEN INTERET
                    MOVE WS-MVTS-MT     TO WS-MT-SIGNE
               WHEN OTHER
                    ADD  1              TO WS-NB-MVT-IGNORES
                    GO TO 1000-TRT-UN-MVT-SUITE
           END-EVALUATE.
      *
           PERFORM  7200-RANG-VALEUR-DEB
              THRU  7200-RANG-VALEUR-FIN.
           IF  WS-RANG-JOUR = ZERO
               ADD  1                   TO WS-NB-MVT-AVANT
               GO TO 1000-TRT-UN-MVT-SUITE
           END-IF.
           IF  WS-RANG-JOUR = 999
               ADD  1                   TO WS-NB-MVT-APRES
           ELSE
               ADD  1                   TO WS-NB-MVT-RETENUS
           END-IF.
      *
           MOVE WS-MVTS-CPTE            TO WS-CPTE-RANGE.
           PERFORM  7250-RANGE-UN-MVT-DEB
              THRU  7250-RANGE-UN-MVT-FIN.
           IF  VIREMENT AND WS-MVTS-CTR NOT = SPACE
               COMPUTE WS-MT-SIGNE = ZERO - WS-MT-SIGNE
               MOVE WS-MVTS-CTR         TO WS-CPTE-RANGE
               PERFORM  7250-RANGE-UN-MVT-DEB
                  THRU  7250-RANGE-UN-MVT-FIN
           END-IF.
      *
       1000-TRT-UN-MVT-SUITE.
           PERFORM  6010-READ-F-MVTS-E-DEB
              THRU  6010-READ-F-MVTS-E-FIN.
      *
       1000-TRT-UN-MVT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 RECONSTITUE LES SOLDES EN VALEUR DU COMPTE
      *          COURANT, EDITE SON ECHELLE D INTERETS ET POSTE
      *          LES AGIOS
      *----------------------------------------------------
       2000-TRT-UN-COMPTE-DEB.
      *
           ADD  1                       TO WS-NB-CPTE-LUS.
      *
      *    CUMUL PAR JOUR DE VALEUR DES MOUVEMENTS DU COMPTE
           INITIALIZE WS-TAB-JOURS.
           MOVE ZERO                    TO WS-MT-APRES.
           MOVE ZERO                    TO WS-MT-TRIMESTRE.
           PERFORM  2010-CUMULE-UN-MVT-DEB
              THRU  2010-CUMULE-UN-MVT-FIN
             VARYING WS-IND-MVT FROM 1 BY 1
             UNTIL  WS-IND-MVT > WS-NB-MVT-TAB.
      *
      *    SOLDE EN VALEUR A L OUVERTURE DU TRIMESTRE : SOLDE DU
      *    MAITRE DIMINUE DE TOUT CE QUI A ETE VALORISE DEPUIS
           COMPUTE WS-SOLDE-COUR = WS-CPTES-SOLDE
                                 - WS-MT-APRES - WS-MT-TRIMESTRE.
      *
           PERFORM  7300-CHERCHE-FACILITE-DEB
              THRU  7300-CHERCHE-FACILITE-FIN.
      *
           MOVE ZERO                    TO WS-INT-COMPTE.
           MOVE ZERO                    TO WS-NB-TRANCHES.
           MOVE ZERO                    TO WS-JOURS-DEBIT.
           MOVE WS-DATE-DEBUT-N         TO WS-DATE-JOUR-N.
           PERFORM  2100-TRT-UN-JOUR-DEB
              THRU  2100-TRT-UN-JOUR-FIN
             VARYING WS-IND-JOUR FROM 1 BY 1
             UNTIL  WS-IND-JOUR > WS-NB-JOURS.
           PERFORM  2200-CLOT-TRANCHE-DEB
              THRU  2200-CLOT-TRANCHE-FIN.
      *
           IF  WS-NB-TRANCHES > ZERO
               ADD  1                   TO WS-NB-CPTE-DEBIT
               PERFORM  3000-POSTE-AGIOS-DEB
                  THRU  3000-POSTE-AGIOS-FIN
           END-IF.
      *
           PERFORM  6020-READ-F-CPTE-E-DEB
              THRU  6020-READ-F-CPTE-E-FIN.
      *
       2000-TRT-UN-COMPTE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2010 CUMULE UN POSTE DE LA TABLE DES MOUVEMENTS S IL
      *          CONCERNE LE COMPTE COURANT
      *----------------------------------------------------
       2010-CUMULE-UN-MVT-DEB.
      *
           IF  WS-TMVT-CPTE(WS-IND-MVT) NOT = WS-CPTES-CPTE
               GO TO 2010-CUMULE-UN-MVT-FIN
           END-IF.
           IF  WS-TMVT-JOUR(WS-IND-MVT) = 999
               ADD  WS-TMVT-MT(WS-IND-MVT)
                                        TO WS-MT-APRES
           ELSE
               ADD  WS-TMVT-MT(WS-IND-MVT)
                           TO WS-TJOUR-MT(WS-TMVT-JOUR(WS-IND-MVT))
               ADD  WS-TMVT-MT(WS-IND-MVT)
                                        TO WS-MT-TRIMESTRE
           END-IF.
      *
       2010-CUMULE-UN-MVT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2100 SOLDE EN VALEUR DU JOUR COURANT : PROLONGE LA
      *          TRANCHE EN COURS OU EN OUVRE UNE NOUVELLE (CHANGEMENT
      *          DE SOLDE OU ECHEANCE DE LA FACILITE)
      *----------------------------------------------------
       2100-TRT-UN-JOUR-DEB.
      *
           ADD  WS-TJOUR-MT(WS-IND-JOUR) TO WS-SOLDE-COUR.
           SET  FAC-JOUR-INACTIVE       TO TRUE.
           IF  FAC-TROUVEE
               AND WS-DATE-JOUR-N NOT > WS-FAC-DATE-FIN
               SET FAC-JOUR-ACTIVE      TO TRUE
           END-IF.
      *
           IF  WS-IND-JOUR = 1
               GO TO 2100-TRT-NOUVELLE-TRANCHE
           END-IF.
           IF  WS-SOLDE-COUR = WS-PER-SOLDE
               AND WS-SW-FAC-JOUR = WS-SW-PER-FAC
               ADD  1                   TO WS-PER-JOURS
               GO TO 2100-TRT-UN-JOUR-SUITE
           END-IF.
           PERFORM  2200-CLOT-TRANCHE-DEB
              THRU  2200-CLOT-TRANCHE-FIN.
      *
       2100-TRT-NOUVELLE-TRANCHE.
           MOVE WS-DATE-JOUR-N          TO WS-PER-DEBUT.
           MOVE WS-SOLDE-COUR           TO WS-PER-SOLDE.
           MOVE WS-SW-FAC-JOUR          TO WS-SW-PER-FAC.
           MOVE 1                       TO WS-PER-JOURS.
      *
       2100-TRT-UN-JOUR-SUITE.
           MOVE WS-DATE-JOUR-N          TO WS-PER-FIN.
           MOVE WS-DATE-JOUR-N          TO WS-DATE-TRV-N.
           PERFORM  7400-JOUR-SUIVANT-DEB
              THRU  7400-JOUR-SUIVANT-FIN.
           MOVE WS-DATE-TRV-N           TO WS-DATE-JOUR-N.
      *
       2100-TRT-UN-JOUR-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2200 CLOT LA TRANCHE EN COURS : UNE TRANCHE DEBITRICE
      *          EST VENTILEE ENTRE PART AUTORISEE (TAUX DE LA
      *          FACILITE) ET DEPASSEMENT (TAUX DE PENALITE), PUIS
      *          EDITEE
      *----------------------------------------------------
       2200-CLOT-TRANCHE-DEB.
      *
           IF  WS-PER-SOLDE NOT < ZERO
               GO TO 2200-CLOT-TRANCHE-FIN
           END-IF.
      *
           COMPUTE WS-DEBIT = ZERO - WS-PER-SOLDE.
           IF  PER-FAC-ACTIVE
               MOVE WS-FAC-TAUX         TO WS-TAUX-AUTOR
               IF  WS-DEBIT > WS-FAC-LIMITE
                   MOVE WS-FAC-LIMITE   TO WS-PART-AUTOR
               ELSE
                   MOVE WS-DEBIT        TO WS-PART-AUTOR
               END-IF
           ELSE
               MOVE ZERO                TO WS-TAUX-AUTOR
               MOVE ZERO                TO WS-PART-AUTOR
           END-IF.
           COMPUTE WS-PART-DEPASS = WS-DEBIT - WS-PART-AUTOR.
      *
           COMPUTE WS-NBR-AUTOR = WS-PART-AUTOR * WS-PER-JOURS.
           COMPUTE WS-NBR-DEPASS = WS-PART-DEPASS * WS-PER-JOURS.
           COMPUTE WS-INT-TRANCHE ROUNDED =
                   ( WS-NBR-AUTOR * WS-TAUX-AUTOR
                   + WS-NBR-DEPASS * WS-TAUX-PENALITE ) / 36000.
      *
           IF  WS-NB-TRANCHES = ZERO
               PERFORM  8010-ENTETE-COMPTE-DEB
                  THRU  8010-ENTETE-COMPTE-FIN
           END-IF.
           ADD  1                       TO WS-NB-TRANCHES.
           ADD  WS-PER-JOURS            TO WS-JOURS-DEBIT.
           ADD  WS-INT-TRANCHE          TO WS-INT-COMPTE.
           PERFORM  8020-LIGNE-TRANCHE-DEB
              THRU  8020-LIGNE-TRANCHE-FIN.
      *
       2200-CLOT-TRANCHE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 ECRIT LE MOUVEMENT INTERET DEBITEUR DU COMPTE
      *          DANS LE FICHIER DES MOUVEMENTS DU JOUR ET TOTALISE
      *          L ECHELLE
      *----------------------------------------------------
       3000-POSTE-AGIOS-DEB.
      *
           MOVE SPACE                   TO WS-LTOT-REF-ED.
           IF  WS-INT-COMPTE NOT > ZERO
               GO TO 3000-POSTE-AGIOS-SUITE
           END-IF.
      *
           MOVE WS-CPTES-CPTE           TO WS-MVTS-CPTE.
           MOVE WS-DATEJ-JJ             TO WS-MVTS-JJ.
           MOVE WS-DATEJ-MM             TO WS-MVTS-MM.
           COMPUTE WS-MVTS-SS = WS-DATEJ-AAAA / 100.
           COMPUTE WS-MVTS-AA = WS-DATEJ-AAAA - (WS-MVTS-SS * 100).
           SET  INTERET                 TO TRUE.
           COMPUTE WS-MVTS-MT = ZERO - WS-INT-COMPTE.
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
           MOVE 'A'                     TO WS-MVTS-REF(9:1).
           MOVE WS-REF-SEQ              TO WS-MVTS-REF(10:5).
           PERFORM  6030-WRITE-F-MVTS-S-DEB
              THRU  6030-WRITE-F-MVTS-S-FIN.
           ADD  1                       TO WS-NB-MVT-GEN.
           ADD  WS-INT-COMPTE           TO WS-TOT-AGIOS.
           MOVE WS-MVTS-REF             TO WS-LTOT-REF-ED.
      *
       3000-POSTE-AGIOS-SUITE.
           PERFORM  8030-TOTAL-COMPTE-DEB
              THRU  8030-TOTAL-COMPTE-FIN.
      *
       3000-POSTE-AGIOS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *6000 OUVRE L ENSEMBLE DES FICHIERS
      *----------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN INPUT F-MVTS-E.
           IF NOT MVTS-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-MVTS-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MVTS-E
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
      *    PAS DE FICHIER DES FACILITES : TOUT DEBIT SUPPORTE LE TAUX
      *    DE PENALITE
           OPEN INPUT F-DEC-E.
           EVALUATE TRUE
               WHEN DEC-OK
                  CONTINUE
               WHEN DEC-FICHIER-ABSENT
                  DISPLAY 'FICHIER DES FACILITES ABSENT - TAUX DE '
                          'PENALITE SUR TOUT DEBIT'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-DEC-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-DEC-E
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
           OPEN OUTPUT F-ETAT-AGI-S.
           IF WS-FS-ETAT-AGI-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-AGI-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-AGI-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 EXECUTE LA LECTURE SUR F-MVTS-E
      *------------------------------------
       6010-READ-F-MVTS-E-DEB.
      *
           READ F-MVTS-E INTO WS-ENRG-F-MVTS.
           IF NOT (MVTS-OK OR MVTS-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MVTS-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MVTS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-MVTS-E-FIN.
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
      *6025 EXECUTE LA LECTURE SUR F-DEC-E
      *------------------------------------
       6025-READ-F-DEC-E-DEB.
      *
           READ F-DEC-E INTO WS-DEC-ENR.
           IF NOT (DEC-OK OR DEC-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DEC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DEC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6025-READ-F-DEC-E-FIN.
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
      *6040 EXECUTE L ECRITURE SUR F-ETAT-AGI-S
      *------------------------------------
       6040-WRITE-F-ETAT-AGI-S-DEB.
      *
           WRITE FS-BUFF-F-ETAT-AGI-S.
           IF WS-FS-ETAT-AGI-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-ETAT-AGI-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-AGI-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-WRITE-F-ETAT-AGI-S-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-MVTS-E F-CPTE-E F-MVTS-S F-ETAT-AGI-S.
           IF  NOT DEC-FICHIER-ABSENT
               CLOSE F-DEC-E
           END-IF.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : ORDRES DE CALCUL ET DE RECHERCHE                   *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 LIT LA CARTE SYSIN ET CALCULE LES BORNES DU TRIMESTRE :
      *     SANS DATE, ARRETE AU DERNIER JOUR DU TRIMESTRE ECOULE
      *------------------------------------
       7000-INIT-SYSIN-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE SPACES                  TO WS-SYSIN-CARTE.
           ACCEPT WS-SYSIN-CARTE FROM SYSIN.
           IF  WS-SYC-TAUX-X NUMERIC
               MOVE WS-SYC-TAUX-N       TO WS-TAUX-PENALITE
           END-IF.
      *
           IF  WS-SYC-DATE-X NUMERIC
               MOVE WS-SYC-DATE-N       TO WS-DATE-ARRETE-N
           ELSE
               MOVE WS-DATEJ-AAAA       TO WS-ARR-AAAA
               DIVIDE WS-DATEJ-MM BY 3
                   GIVING WS-QUOTIENT REMAINDER WS-RESTE
               IF  WS-RESTE = ZERO
                   SUBTRACT 1           FROM WS-QUOTIENT
               END-IF
               COMPUTE WS-ARR-MM = WS-QUOTIENT * 3
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
      *    L ARRETE DOIT ETRE LE DERNIER JOUR D UN TRIMESTRE CIVIL
           IF  NOT (WS-ARR-MM = 3 OR 6 OR 9 OR 12)
               DISPLAY 'DATE D ARRETE HORS FIN DE TRIMESTRE : '
                       WS-DATE-ARRETE-N
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-ARR-AAAA             TO WS-TRV-AAAA.
           MOVE WS-ARR-MM               TO WS-TRV-MM.
           PERFORM  7030-DERNIER-JOUR-DEB
              THRU  7030-DERNIER-JOUR-FIN.
           IF  WS-ARR-JJ NOT = WS-DERNIER-JOUR
               DISPLAY 'DATE D ARRETE HORS FIN DE TRIMESTRE : '
                       WS-DATE-ARRETE-N
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE WS-ARR-AAAA             TO WS-DEB-AAAA.
           COMPUTE WS-DEB-MM = WS-ARR-MM - 2.
           MOVE 1                       TO WS-DEB-JJ.
           MOVE ZERO                    TO WS-NB-JOURS.
           PERFORM  7010-LG-UN-MOIS-DEB
              THRU  7010-LG-UN-MOIS-FIN
             VARYING WS-IND-MOIS FROM 1 BY 1
             UNTIL  WS-IND-MOIS > 3.
      *
           MOVE WS-DATE-DEBUT-N         TO WS-DATE-ED-E-N.
           PERFORM  7500-DATE-EDITION-DEB
              THRU  7500-DATE-EDITION-FIN.
           MOVE WS-DATE-ED-S-N          TO WS-LAGI-DEB-ED.
           MOVE WS-DATE-ARRETE-N        TO WS-DATE-ED-E-N.
           PERFORM  7500-DATE-EDITION-DEB
              THRU  7500-DATE-EDITION-FIN.
           MOVE WS-DATE-ED-S-N          TO WS-LAGI-FIN-ED.
           MOVE WS-TAUX-PENALITE        TO WS-LAGI-TXP-ED.
      *
       7000-INIT-SYSIN-FIN.
           EXIT.
      *-------------------------------------
      *7010 LONGUEUR DU N-IEME MOIS DU TRIMESTRE
      *------------------------------------
       7010-LG-UN-MOIS-DEB.
      *
           MOVE WS-DEB-AAAA             TO WS-TRV-AAAA.
           COMPUTE WS-TRV-MM = WS-DEB-MM + WS-IND-MOIS - 1.
           PERFORM  7030-DERNIER-JOUR-DEB
              THRU  7030-DERNIER-JOUR-FIN.
           MOVE WS-DERNIER-JOUR         TO WS-LG-MOIS(WS-IND-MOIS).
           ADD  WS-DERNIER-JOUR         TO WS-NB-JOURS.
      *
       7010-LG-UN-MOIS-FIN.
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
      *7100 CHARGE LA TABLE DES FACILITES DE DECOUVERT
      *------------------------------------
       7100-CHARGE-DECS-DEB.
      *
           IF  DEC-FICHIER-ABSENT
               GO TO 7100-CHARGE-DECS-FIN
           END-IF.
           PERFORM  6025-READ-F-DEC-E-DEB
              THRU  6025-READ-F-DEC-E-FIN.
           PERFORM  7110-RANGE-UN-DEC-DEB
              THRU  7110-RANGE-UN-DEC-FIN
             UNTIL  DEC-FIN.
      *
       7100-CHARGE-DECS-FIN.
           EXIT.
       7110-RANGE-UN-DEC-DEB.
           IF  WS-NB-DEC-TAB NOT < 2000
               DISPLAY 'TABLE DES FACILITES PLEINE (2000)'
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-NB-DEC-TAB.
           MOVE WS-DEC-CPTE             TO
                               WS-TDEC-CPTE(WS-NB-DEC-TAB).
           MOVE WS-DEC-LIMITE           TO
                               WS-TDEC-LIMITE(WS-NB-DEC-TAB).
           MOVE WS-DEC-DATE-FIN         TO
                               WS-TDEC-DATE-FIN(WS-NB-DEC-TAB).
           MOVE WS-DEC-TAUX             TO
                               WS-TDEC-TAUX(WS-NB-DEC-TAB).
           PERFORM  6025-READ-F-DEC-E-DEB
              THRU  6025-READ-F-DEC-E-FIN.
       7110-RANGE-UN-DEC-FIN.
           EXIT.
      *-------------------------------------
      *7200 DATE DE VALEUR DU MOUVEMENT COURANT (ARIO831) ET RANG DU
      *     JOUR DANS LE TRIMESTRE : 0 AVANT LE DEBUT, 999 APRES
      *     L ARRETE
      *------------------------------------
       7200-RANG-VALEUR-DEB.
      *
           COMPUTE WS-DATE-MVT-DV =
                   (WS-MVTS-SS * 1000000) + (WS-MVTS-AA * 10000)
                 + (WS-MVTS-MM * 100) + WS-MVTS-JJ.
           CALL 'ARIO831'          USING WS-DATE-MVT-DV
                                         WS-DATE-VALEUR
                                         WS-CR-DV.
      *
           IF  WS-DATE-VALEUR < WS-DATE-DEBUT-N
               MOVE ZERO                TO WS-RANG-JOUR
               GO TO 7200-RANG-VALEUR-FIN
           END-IF.
           IF  WS-DATE-VALEUR > WS-DATE-ARRETE-N
               MOVE 999                 TO WS-RANG-JOUR
               GO TO 7200-RANG-VALEUR-FIN
           END-IF.
      *
           COMPUTE WS-ECART-MOIS = WS-DV-MM - WS-DEB-MM.
           MOVE WS-DV-JJ                TO WS-RANG-JOUR.
           IF  WS-ECART-MOIS > ZERO
               ADD  WS-LG-MOIS(1)       TO WS-RANG-JOUR
           END-IF.
           IF  WS-ECART-MOIS > 1
               ADD  WS-LG-MOIS(2)       TO WS-RANG-JOUR
           END-IF.
      *
       7200-RANG-VALEUR-FIN.
           EXIT.
      *-------------------------------------
      *7250 RANGE UNE JAMBE DE MOUVEMENT EN TABLE (COMPTE
      *     WS-CPTE-RANGE, MONTANT SIGNE WS-MT-SIGNE)
      *------------------------------------
       7250-RANGE-UN-MVT-DEB.
      *
           IF  WS-NB-MVT-TAB NOT < 9999
               DISPLAY 'TABLE DES MOUVEMENTS PLEINE (9999) - '
                       'AGIOS NON CALCULABLES'
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-NB-MVT-TAB.
           MOVE WS-CPTE-RANGE           TO
                               WS-TMVT-CPTE(WS-NB-MVT-TAB).
           MOVE WS-RANG-JOUR            TO
                               WS-TMVT-JOUR(WS-NB-MVT-TAB).
           MOVE WS-MT-SIGNE             TO
                               WS-TMVT-MT(WS-NB-MVT-TAB).
      *
       7250-RANGE-UN-MVT-FIN.
           EXIT.
      *-------------------------------------
      *7300 CHERCHE LA FACILITE DU COMPTE COURANT
      *------------------------------------
       7300-CHERCHE-FACILITE-DEB.
      *
           SET  FAC-ABSENTE             TO TRUE.
           MOVE ZERO                    TO WS-IND-DEC-TRV.
           PERFORM  7310-COMPARE-DEC-DEB
              THRU  7310-COMPARE-DEC-FIN
             VARYING WS-IND-DEC FROM 1 BY 1
             UNTIL  WS-IND-DEC > WS-NB-DEC-TAB
                OR  WS-IND-DEC-TRV NOT = ZERO.
           IF  WS-IND-DEC-TRV = ZERO
               MOVE ZERO                TO WS-FAC-LIMITE
               MOVE ZERO                TO WS-FAC-DATE-FIN
               MOVE ZERO                TO WS-FAC-TAUX
           ELSE
               SET  FAC-TROUVEE         TO TRUE
               MOVE WS-TDEC-LIMITE(WS-IND-DEC-TRV)
                                        TO WS-FAC-LIMITE
               MOVE WS-TDEC-DATE-FIN(WS-IND-DEC-TRV)
                                        TO WS-FAC-DATE-FIN
               MOVE WS-TDEC-TAUX(WS-IND-DEC-TRV)
                                        TO WS-FAC-TAUX
           END-IF.
      *
       7300-CHERCHE-FACILITE-FIN.
           EXIT.
       7310-COMPARE-DEC-DEB.
           IF  WS-TDEC-CPTE(WS-IND-DEC) = WS-CPTES-CPTE
               MOVE WS-IND-DEC          TO WS-IND-DEC-TRV
           END-IF.
       7310-COMPARE-DEC-FIN.
           EXIT.
      *-------------------------------------
      *7400 AVANCE LA DATE DE TRAVAIL D UN JOUR
      *------------------------------------
       7400-JOUR-SUIVANT-DEB.
      *
           PERFORM  7030-DERNIER-JOUR-DEB
              THRU  7030-DERNIER-JOUR-FIN.
           IF  WS-TRV-JJ < WS-DERNIER-JOUR
               ADD  1                   TO WS-TRV-JJ
               GO TO 7400-JOUR-SUIVANT-FIN
           END-IF.
           MOVE 1                       TO WS-TRV-JJ.
           IF  WS-TRV-MM < 12
               ADD  1                   TO WS-TRV-MM
           ELSE
               MOVE 1                   TO WS-TRV-MM
               ADD  1                   TO WS-TRV-AAAA
           END-IF.
      *
       7400-JOUR-SUIVANT-FIN.
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
           MOVE WS-LAGI-TITRE           TO FS-BUFF-F-ETAT-AGI-S.
           PERFORM  6040-WRITE-F-ETAT-AGI-S-DEB
              THRU  6040-WRITE-F-ETAT-AGI-S-FIN.
       8000-ENTETE-ETAT-FIN.
           EXIT.
      *-------------------------------------
      *8010 ENTETE DE L ECHELLE D UN COMPTE (PREMIERE TRANCHE
      *     DEBITRICE)
      *------------------------------------
       8010-ENTETE-COMPTE-DEB.
           MOVE WS-LAGI-TIRET           TO FS-BUFF-F-ETAT-AGI-S.
           PERFORM  6040-WRITE-F-ETAT-AGI-S-DEB
              THRU  6040-WRITE-F-ETAT-AGI-S-FIN.
           MOVE WS-CPTES-CPTE           TO WS-LAGI-CPTE-ED.
           MOVE WS-CPTES-DEVISE         TO WS-LAGI-DEV-ED.
           MOVE WS-FAC-LIMITE           TO WS-LAGI-LIM-ED.
           MOVE WS-FAC-DATE-FIN         TO WS-LAGI-ECH-ED.
           MOVE WS-FAC-TAUX             TO WS-LAGI-TX-ED.
           MOVE WS-LAGI-COMPTE          TO FS-BUFF-F-ETAT-AGI-S.
           PERFORM  6040-WRITE-F-ETAT-AGI-S-DEB
              THRU  6040-WRITE-F-ETAT-AGI-S-FIN.
           MOVE WS-LAGI-TITRES          TO FS-BUFF-F-ETAT-AGI-S.
           PERFORM  6040-WRITE-F-ETAT-AGI-S-DEB
              THRU  6040-WRITE-F-ETAT-AGI-S-FIN.
       8010-ENTETE-COMPTE-FIN.
           EXIT.
      *-------------------------------------
      *8020 LIGNE D UNE TRANCHE DEBITRICE
      *------------------------------------
       8020-LIGNE-TRANCHE-DEB.
           MOVE WS-PER-DEBUT            TO WS-DATE-ED-E-N.
           PERFORM  7500-DATE-EDITION-DEB
              THRU  7500-DATE-EDITION-FIN.
           MOVE WS-DATE-ED-S-N          TO WS-LDET-DU-ED.
           MOVE WS-PER-FIN              TO WS-DATE-ED-E-N.
           PERFORM  7500-DATE-EDITION-DEB
              THRU  7500-DATE-EDITION-FIN.
           MOVE WS-DATE-ED-S-N          TO WS-LDET-AU-ED.
           MOVE WS-DEBIT                TO WS-LDET-SOLDE-ED.
           MOVE WS-PER-JOURS            TO WS-LDET-JOURS-ED.
           MOVE WS-NBR-AUTOR            TO WS-LDET-NBA-ED.
           MOVE WS-TAUX-AUTOR           TO WS-LDET-TXA-ED.
           MOVE WS-NBR-DEPASS           TO WS-LDET-NBD-ED.
           MOVE WS-TAUX-PENALITE        TO WS-LDET-TXD-ED.
           MOVE WS-INT-TRANCHE          TO WS-LDET-INT-ED.
           MOVE WS-LAGI-DETAIL          TO FS-BUFF-F-ETAT-AGI-S.
           PERFORM  6040-WRITE-F-ETAT-AGI-S-DEB
              THRU  6040-WRITE-F-ETAT-AGI-S-FIN.
       8020-LIGNE-TRANCHE-FIN.
           EXIT.
      *-------------------------------------
      *8030 TOTAL DE L ECHELLE DU COMPTE (DATE ET REFERENCE DU
      *     MOUVEMENT INTERET POSTE)
      *------------------------------------
       8030-TOTAL-COMPTE-DEB.
           MOVE WS-INT-COMPTE           TO WS-LTOT-INT-ED.
           MOVE WS-DATEJ-N              TO WS-DATE-ED-E-N.
           PERFORM  7500-DATE-EDITION-DEB
              THRU  7500-DATE-EDITION-FIN.
           MOVE WS-DATE-ED-S-N          TO WS-LTOT-DATE-ED.
           MOVE WS-LAGI-TOT-CPTE        TO FS-BUFF-F-ETAT-AGI-S.
           PERFORM  6040-WRITE-F-ETAT-AGI-S-DEB
              THRU  6040-WRITE-F-ETAT-AGI-S-FIN.
       8030-TOTAL-COMPTE-FIN.
           EXIT.
       8050-TOTAL-ETAT-DEB.
           MOVE WS-LAGI-TIRET           TO FS-BUFF-F-ETAT-AGI-S.
           PERFORM  6040-WRITE-F-ETAT-AGI-S-DEB
              THRU  6040-WRITE-F-ETAT-AGI-S-FIN.
           MOVE WS-TOT-AGIOS            TO WS-LGEN-INT-ED.
           MOVE WS-LAGI-TOT-GEN         TO FS-BUFF-F-ETAT-AGI-S.
           PERFORM  6040-WRITE-F-ETAT-AGI-S-DEB
              THRU  6040-WRITE-F-ETAT-AGI-S-FIN.
       8050-TOTAL-ETAT-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO485              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* ARRETE DU TRIMESTRE       : ' WS-DATE-ARRETE-N.
           DISPLAY '* TAUX DE PENALITE          : ' WS-TAUX-PENALITE.
           DISPLAY '* FACILITES CHARGEES        : ' WS-NB-DEC-TAB.
           DISPLAY '* MOUVEMENTS LUS            : ' WS-NB-MVT-LUS.
           DISPLAY '* MOUVEMENTS DU TRIMESTRE   : ' WS-NB-MVT-RETENUS.
           DISPLAY '* VALEUR APRES L ARRETE     : ' WS-NB-MVT-APRES.
           DISPLAY '* VALEUR AVANT LE TRIMESTRE : ' WS-NB-MVT-AVANT.
           DISPLAY '* CODES SANS EFFET SUR SOLDE: ' WS-NB-MVT-IGNORES.
           DISPLAY '* COMPTES LUS               : ' WS-NB-CPTE-LUS.
           DISPLAY '* COMPTES DEBITEURS         : ' WS-NB-CPTE-DEBIT.
           DISPLAY '* MOUVEMENTS INTERET GENERES: ' WS-NB-MVT-GEN.
           DISPLAY '* TOTAL DES AGIOS           : ' WS-TOT-AGIOS.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO485         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO485        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
