      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO492                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *EXPORT QUOTIDIEN DES RELEVES DE COMPTE ELECTRONIQUES AU FORMAT *
      *CFONB 120 POUR LES COMPTES ABONNES AU SERVICE (REX0101, COPY   *
      *ABONRELV, TENU EN LIGNE PAR ARIC233). PASSE APRES LA CHAINE DE *
      *NUIT ET L HISTORISATION DES SOLDES ARIO012. UN ABONNEMENT ACTIF*
      *EST ECHU CHAQUE NUIT (FREQUENCE J) OU A LA PREMIERE NUIT DU    *
      *MOIS (FREQUENCE M) ; LA PERIODE EMISE VA DU LENDEMAIN DU       *
      *DERNIER ENVOI (JOUR DU TRAITEMENT POUR UN PREMIER ENVOI) A LA  *
      *DATE DE TRAITEMENT. POUR CHAQUE COMPTE ECHU :                  *
      *  - ENREGISTREMENT 01 : ANCIEN SOLDE, LU DANS L HISTORIQUE DES *
      *    SOLDES SLD0101 A LA VEILLE DE LA PERIODE (DERNIER SOLDE    *
      *    HISTORISE NON POSTERIEUR)                                  *
      *  - ENREGISTREMENT 04 PAR MOUVEMENT DE LA PERIODE : DATE DE    *
      *    VALEUR (SOUS PROGRAMME ARIO831), CODE, MONTANT SIGNE,      *
      *    REFERENCE UNIQUE WS-MVTS-REF ET CONTREPARTIE (UN VIREMENT  *
      *    DONNE UN DEBIT AU COMPTE EMETTEUR ET UN CREDIT AU COMPTE   *
      *    DE CONTREPARTIE)                                           *
      *  - ENREGISTREMENT 07 : NOUVEAU SOLDE = WS-CPTES-SOLDE         *
      *CONTROLE : ANCIEN SOLDE + MOUVEMENTS = NOUVEAU SOLDE, SINON LE *
      *RELEVE N EST PAS EMIS (COMPTE RENDU, DATE DE REFUS POSEE SUR   *
      *L ABONNEMENT, PERIODE REPRISE A LA NUIT SUIVANTE). UN RELEVE   *
      *EMIS FAIT AVANCER LA DATE DE DERNIER ENVOI : UNE RELANCE LE    *
      *MEME JOUR N EMET RIEN DEUX FOIS. LE BORDEREAU D ENVOI INDIQUE  *
      *A L ETAPE DE TRANSFERT LA DESTINATION DE CHAQUE RELEVE.        *
      *SYSIN  -> [DATE DE TRAITEMENT AAAAMMJJ] (ABSENTE = DU JOUR)    *
      *SYSOUT -> COMPTE RENDU D EXECUTION ET RELEVES REFUSES          *
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
       PROGRAM-ID.      ARIO492.
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
      *                      F-MVTS-E : MOUVEMENTS POSTES DES DERNIERS
      *                      JOURS (DECHARGEMENT TMVTS EN ORDRE
      *                      INDIFFERENT, COUVRANT LA PLUS LONGUE
      *                      PERIODE EMISE)
      *                      -------------------------------------------
           SELECT  F-MVTS-E            ASSIGN TO INP001
                   FILE STATUS         IS WS-FS-MVTS-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CPTE-E : FICHIER MAITRE DES COMPTES
      *                      -------------------------------------------
           SELECT  F-CPTE-E            ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY
                   FILE STATUS         IS WS-FS-CPTE-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-SLH-E : HISTORIQUE DES SOLDES DE FIN DE
      *                      JOURNEE (SLD0101)
      *                      -------------------------------------------
           SELECT  F-SLH-E             ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-SLH
                   FILE STATUS         IS WS-FS-SLH-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-REX-ES : ABONNEMENTS AU RELEVE
      *                      ELECTRONIQUE (REX0101)
      *                      -------------------------------------------
           SELECT  F-REX-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-REX
                   FILE STATUS         IS WS-FS-REX-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CFONB-S : RELEVES AU FORMAT CFONB 120
      *                      -------------------------------------------
           SELECT  F-CFONB-S           ASSIGN TO RELEVEL
                   FILE STATUS         IS WS-FS-CFONB-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ENVOI-S : BORDEREAU D ENVOI (UNE LIGNE
      *                      PAR RELEVE EMIS, DANS L ORDRE DU FICHIER)
      *                      -------------------------------------------
           SELECT  F-ENVOI-S           ASSIGN TO ENVREL
                   FILE STATUS         IS WS-FS-ENVOI-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 INP003 IO001 RELEVEL ENVREL           *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *FICHIER MVTS E
       FD  F-MVTS-E
           RECORDING MODE IS F.
       01  FS-ENRG-F-MVTS-E      PIC X(64).
      *FICHIER MAITRE DES COMPTES
       FD  F-CPTE-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-CPTE-E.
           05  FS-KEY            PIC X(10).
           05  FILLER            PIC X(40).
      *HISTORIQUE DES SOLDES
       FD  F-SLH-E
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-SLH-E.
           05  FS-KEY-SLH        PIC X(18).
           05  FILLER            PIC X(22).
      *ABONNEMENTS AU RELEVE ELECTRONIQUE
       FD  F-REX-ES
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-REX-ES.
           05  FS-KEY-REX        PIC X(10).
           05  FILLER            PIC X(70).
      *RELEVES CFONB 120 EN SORTIE
       FD  F-CFONB-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-CFONB-S     PIC X(120).
      *BORDEREAU D ENVOI
       FD  F-ENVOI-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ENVOI-S     PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY TP4MVTS.
       COPY TP4CPTES.
       COPY SOLDHIS.
       COPY ABONRELV.
      *FILE STATUS
       01  WS-FS-MVTS-E     PIC X(2).
           88 MVTS-OK                            VALUE '00'.
           88 MVTS-FIN                           VALUE '10'.
       01  WS-FS-CPTE-E     PIC X(2).
           88 CPTES-OK                           VALUE '00'.
           88 CPTES-INTROUVABLE                  VALUE '23'.
       01  WS-FS-SLH-E      PIC X(2).
           88 SLH-OK                             VALUE '00'.
           88 SLH-FIN                            VALUE '10'.
           88 SLH-INEXISTANT                     VALUE '23'.
       01  WS-FS-REX-ES     PIC X(2).
           88 REX-OK                             VALUE '00'.
           88 REX-FIN                            VALUE '10'.
           88 REX-INEXISTANT                     VALUE '23'.
       01  WS-FS-CFONB-S    PIC X(2).
       01  WS-FS-ENVOI-S    PIC X(2).
      *CONSTANTES DE L ETABLISSEMENT (CF ARIO851)
       77  WS-CODE-BANQUE   PIC X(5)             VALUE '30004'.
       77  WS-CODE-GUICHET  PIC X(5)             VALUE '00550'.
      *CARTE SYSIN : DATE DE TRAITEMENT
       01  WS-SYSIN-CARTE.
           05  WS-SYC-DATE-X     PIC X(8).
           05  WS-SYC-DATE-N REDEFINES WS-SYC-DATE-X
                                 PIC 9(8).
           05  FILLER            PIC X(72).
       01  WS-DATEJ-N        PIC 9(8)             VALUE ZERO.
       01  WS-DATE-TRT       PIC 9(8)             VALUE ZERO.
       01  WS-DATE-TRT-R REDEFINES WS-DATE-TRT.
           05  WS-TRT-AAAAMM     PIC 9(6).
           05  FILLER            PIC 9(2).
      *DATE DU MOUVEMENT (AAAAMMJJ) ET DATE DE VALEUR (ARIO831)
       01  WS-DATE-MVT-DV    PIC 9(8)             VALUE ZERO.
       01  WS-DATE-VALEUR    PIC 9(8)             VALUE ZERO.
       01  WS-CR-DV          PIC 9(2)             VALUE ZERO.
      *MONTANT SIGNE DU MOUVEMENT POUR LE COMPTE PORTEUR
       01  WS-MT-SIGNE       PIC S9(9)V99  COMP-3 VALUE ZERO.
      *TABLE DES ABONNEMENTS ECHUS : BORNE = DERNIER JOUR DEJA EMIS
      *(LES MOUVEMENTS DATES APRES LA BORNE ET JUSQU A LA DATE DE
      *TRAITEMENT SONT EMIS)
       01  WS-NB-ABO         PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-ABO        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-ABO-TRV    PIC S9(4)     COMP   VALUE ZERO.
       01  WS-TAB-ABO.
           05  WS-TABO-ENTREE OCCURS 500.
               10  WS-TABO-CPTE      PIC X(10).
               10  WS-TABO-DEST      PIC X(30).
               10  WS-TABO-FREQ      PIC X(1).
               10  WS-TABO-DERN      PIC 9(8).
               10  WS-TABO-BORNE     PIC 9(8).
               10  WS-TABO-NB-MVT    PIC S9(5)     COMP-3.
               10  WS-TABO-NET       PIC S9(11)V99 COMP-3.
               10  WS-TABO-SATURE    PIC X(1).
                   88  TABO-SATURE             VALUE 'O'.
      *TABLE DES MOUVEMENTS A EMETTRE (UN POSTE PAR JAMBE, DANS L
      *ORDRE DU FICHIER)
       01  WS-NB-MVT-TAB     PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-MVT        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-TAB-MVTS.
           05  WS-TMVT-ENTREE OCCURS 9999.
               10  WS-TMVT-ABO       PIC S9(4)     COMP.
               10  WS-TMVT-DATE      PIC 9(8).
               10  WS-TMVT-VALEUR    PIC 9(8).
               10  WS-TMVT-CODE      PIC X(7).
               10  WS-TMVT-MT        PIC S9(9)V99  COMP-3.
               10  WS-TMVT-REF       PIC X(14).
               10  WS-TMVT-CTR       PIC X(16).
      *JAMBE EN COURS DE RANGEMENT
       01  WS-CPTE-RANGE     PIC X(10)            VALUE SPACE.
       01  WS-CTR-RANGE      PIC X(16)            VALUE SPACE.
      *SOLDES DU RELEVE COURANT
       01  WS-SOLDE-OUVERT   PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-SOLDE-CALCULE  PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-DATE-OUVERT    PIC 9(8)             VALUE ZERO.
       01  WS-SW-OUVERT      PIC X                VALUE '0'.
           88 OUVERT-TROUVE                      VALUE '1'.
           88 OUVERT-INCONNU                     VALUE '0'.
       01  WS-SW-SLH-CPT     PIC X                VALUE '0'.
           88 SLH-CPT-ENCOURS                    VALUE '0'.
           88 SLH-CPT-FIN                        VALUE '1'.
       01  WS-SW-CPT         PIC X                VALUE '0'.
           88 CPT-AU-MAITRE                      VALUE '1'.
           88 CPT-ABSENT                         VALUE '0'.
      *MOTIF DE REFUS DU RELEVE COURANT (ESPACE = EMIS)
       01  WS-MOTIF-REFUS    PIC X(30)            VALUE SPACE.
       01  WS-NUM-ECRIT      PIC 9(7)             VALUE ZERO.
      *----------------------------------------------------------------
      *ENREGISTREMENT CFONB 120 : 01 ANCIEN SOLDE, 04 MOUVEMENT,
      *07 NOUVEAU SOLDE
      *----------------------------------------------------------------
       01  WS-CFO-ENR.
           05  WS-CFO-CODE-ENR       PIC X(2).
           05  WS-CFO-BANQUE         PIC X(5).
           05  WS-CFO-OPE-INTERNE    PIC X(4).
           05  WS-CFO-GUICHET        PIC X(5).
           05  WS-CFO-DEVISE         PIC X(3).
           05  WS-CFO-NB-DEC         PIC X(1).
           05  FILLER                PIC X(1).
           05  WS-CFO-COMPTE         PIC X(11).
           05  WS-CFO-OPE-INTERB     PIC X(2).
           05  WS-CFO-DATE           PIC X(6).
           05  WS-CFO-SUITE          PIC X(50).
           05  WS-CFO-MONTANT        PIC X(14).
           05  WS-CFO-REFERENCE      PIC X(16).
      *VUE MOUVEMENT (ENREGISTREMENT 04) DE LA ZONE SUITE
       01  WS-CFO-SUITE-04.
           05  WS-CFO-MOTIF-REJET    PIC X(2).
           05  WS-CFO-DATE-VALEUR    PIC X(6).
           05  WS-CFO-LIBELLE.
               10  WS-CFO-LIB-CODE   PIC X(7).
               10  FILLER            PIC X(1).
               10  WS-CFO-LIB-CTR    PIC X(16).
               10  FILLER            PIC X(7).
           05  FILLER                PIC X(2).
           05  WS-CFO-NUM-ECRIT      PIC 9(7).
           05  WS-CFO-EXONERATION    PIC X(1).
           05  WS-CFO-INDISPO        PIC X(1).
      *CODE ENREGISTREMENT A EMETTRE (01, 04 OU 07)
       01  WS-CODE-ENR-CFO   PIC X(2)             VALUE SPACE.
      *DATE JJMMAA DU FORMAT CFONB
       01  WS-DATE-CFO-E     PIC 9(8)             VALUE ZERO.
       01  WS-DATE-CFO-E-R REDEFINES WS-DATE-CFO-E.
           05  FILLER            PIC 9(2).
           05  WS-DCE-AA         PIC 9(2).
           05  WS-DCE-MM         PIC 9(2).
           05  WS-DCE-JJ         PIC 9(2).
       01  WS-DATE-CFO-S.
           05  WS-DCS-JJ         PIC 9(2).
           05  WS-DCS-MM         PIC 9(2).
           05  WS-DCS-AA         PIC 9(2).
      *MONTANT CFONB : 14 POSITIONS EN CENTIMES, LE SIGNE EST PORTE
      *PAR LE DERNIER CARACTERE ({ A I POSITIF, } J A R NEGATIF)
       01  WS-MT-CFO-E       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-MT-CFO-N       PIC 9(12)V99         VALUE ZERO.
       01  WS-MT-CFO-X REDEFINES WS-MT-CFO-N.
           05  WS-MT-CFO-TETE    PIC X(13).
           05  WS-MT-CFO-UNITE   PIC 9(1).
       01  WS-MT-CFO-S.
           05  WS-MT-CFO-S-TETE  PIC X(13).
           05  WS-MT-CFO-S-SIGNE PIC X(1).
       01  WS-SIGNES-POSITIFS PIC X(10)           VALUE '{ABCDEFGHI'.
       01  WS-SIGNES-NEGATIFS PIC X(10)           VALUE '}JKLMNOPQR'.
       01  WS-IND-SIGNE      PIC S9(4)     COMP   VALUE ZERO.
      *----------------------------------------------------------------
      *LIGNE DU BORDEREAU D ENVOI
      *----------------------------------------------------------------
       01  WS-ENV-ENR.
           05  WS-ENV-CPTE           PIC X(10).
           05  WS-ENV-DEST           PIC X(30).
           05  WS-ENV-FREQ           PIC X(1).
      *    DERNIER JOUR DEJA EMIS (ZERO = PREMIER ENVOI) ET FIN DE
      *    LA PERIODE EMISE
           05  WS-ENV-DERN           PIC 9(8).
           05  WS-ENV-FIN            PIC 9(8).
           05  WS-ENV-NB-ENR         PIC 9(5).
           05  FILLER                PIC X(18).
      *ZONES EDITEES DU COMPTE RENDU
       01  WS-MT-ED          PIC -(11)9,99.
      *COMPTEUR RENDU EXEC
       01  WS-NB-ABO-LUS     PIC S9(7)     COMP   VALUE ZERO.
       01  WS-NB-ABO-NON-ECHUS PIC S9(7)   COMP   VALUE ZERO.
       01  WS-NB-ABO-REPORTES PIC S9(7)    COMP   VALUE ZERO.
       01  WS-NB-MVT-LUS     PIC S9(7)     COMP   VALUE ZERO.
       01  WS-NB-MVT-RANGES  PIC S9(7)     COMP   VALUE ZERO.
       01  WS-NB-RELEVES     PIC S9(7)     COMP   VALUE ZERO.
       01  WS-NB-REFUSES     PIC S9(7)     COMP   VALUE ZERO.
       01  WS-NB-ENR-CFO     PIC S9(7)     COMP   VALUE ZERO.
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
           PERFORM  7000-INIT-SYSIN-DEB
              THRU  7000-INIT-SYSIN-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
      *    PASSE 1 : ABONNEMENTS ECHUS A LA DATE DE TRAITEMENT
           PERFORM  6040-READ-F-REX-ES-DEB
              THRU  6040-READ-F-REX-ES-FIN.
           PERFORM  1000-CHARGE-UN-ABO-DEB
              THRU  1000-CHARGE-UN-ABO-FIN
             UNTIL  REX-FIN.
      *
      *    PASSE 2 : MOUVEMENTS DES PERIODES A EMETTRE
           PERFORM  6010-READ-F-MVTS-E-DEB
              THRU  6010-READ-F-MVTS-E-FIN.
           PERFORM  1100-TRT-UN-MVT-DEB
              THRU  1100-TRT-UN-MVT-FIN
             UNTIL  MVTS-FIN.
      *
      *    PASSE 3 : CONTROLE ET EMISSION DE CHAQUE RELEVE
           PERFORM  2000-TRT-UN-RELEVE-DEB
              THRU  2000-TRT-UN-RELEVE-FIN
             VARYING WS-IND-ABO FROM 1 BY 1
             UNTIL  WS-IND-ABO > WS-NB-ABO.
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
      * TRT 1000 RETIENT L ABONNEMENT LU S IL EST ACTIF ET ECHU :
      *          FREQUENCE J CHAQUE NUIT, FREQUENCE M SI RIEN N A ETE
      *          EMIS DANS LE MOIS DE TRAITEMENT - JAMAIS DEUX FOIS LA
      *          MEME DATE DE TRAITEMENT
      *----------------------------------------------------
       1000-CHARGE-UN-ABO-DEB.
      *
           ADD  1                       TO WS-NB-ABO-LUS.
      *
           IF  NOT REX-ACTIF
               OR WS-REX-DERN-DATE NOT < WS-DATE-TRT
               OR (REX-MENSUEL
                   AND WS-REX-DERN-AAAAMM NOT < WS-TRT-AAAAMM)
               ADD  1                   TO WS-NB-ABO-NON-ECHUS
               GO TO 1000-CHARGE-UN-ABO-SUITE
           END-IF.
      *
           IF  WS-NB-ABO = 500
               ADD  1                   TO WS-NB-ABO-REPORTES
               DISPLAY 'TABLE DES ABONNEMENTS PLEINE - RELEVE '
                       'REPORTE : ' WS-REX-CPTE
               GO TO 1000-CHARGE-UN-ABO-SUITE
           END-IF.
      *
           ADD  1                       TO WS-NB-ABO.
           MOVE WS-REX-CPTE             TO WS-TABO-CPTE(WS-NB-ABO).
           MOVE WS-REX-DEST             TO WS-TABO-DEST(WS-NB-ABO).
           MOVE WS-REX-FREQ             TO WS-TABO-FREQ(WS-NB-ABO).
           MOVE WS-REX-DERN-DATE        TO WS-TABO-DERN(WS-NB-ABO).
      *    PREMIER ENVOI : LA PERIODE EST LE JOUR DE TRAITEMENT (LA
      *    BORNE N EST QU UN SEUIL DE COMPARAISON AAAAMMJJ)
           IF  WS-REX-DERN-DATE = ZERO
               COMPUTE WS-TABO-BORNE(WS-NB-ABO) = WS-DATE-TRT - 1
           ELSE
               MOVE WS-REX-DERN-DATE    TO WS-TABO-BORNE(WS-NB-ABO)
           END-IF.
           MOVE ZERO                    TO WS-TABO-NB-MVT(WS-NB-ABO).
           MOVE ZERO                    TO WS-TABO-NET(WS-NB-ABO).
           MOVE 'N'                     TO WS-TABO-SATURE(WS-NB-ABO).
      *
       1000-CHARGE-UN-ABO-SUITE.
           PERFORM  6040-READ-F-REX-ES-DEB
              THRU  6040-READ-F-REX-ES-FIN.
      *
       1000-CHARGE-UN-ABO-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1100 RANGE LE MOUVEMENT COURANT POUR LE COMPTE PORTEUR ET,
      *          POUR UN VIREMENT, POUR LE COMPTE DE CONTREPARTIE, S IL
      *          EST ABONNE ET QUE LA DATE TOMBE DANS SA PERIODE
      *----------------------------------------------------
       1100-TRT-UN-MVT-DEB.
      *
           ADD  1                       TO WS-NB-MVT-LUS.
      *
      *    SENS DU MOUVEMENT POUR LE COMPTE PORTEUR (MEME REGLE QUE
      *    L HISTORISATION DES SOLDES ARIO012 : INTERET SIGNE PAR LE
      *    MONTANT, CLOTURE ET CODES INCONNUS SANS EFFET SUR LE SOLDE)
           EVALUATE TRUE
               WHEN RETRAIT
               WHEN CB
               WHEN PRELEVEMENT
               WHEN CHEQUE
               WHEN VIREMENT
               WHEN REVAL-DEBIT
               WHEN ECHEANCE-PRET
                    COMPUTE WS-MT-SIGNE = ZERO - WS-MVTS-MT
               WHEN DEPOT
               WHEN REJET-PRELEVEMENT
               WHEN REVAL-CREDIT
               WHEN INTERET
                    MOVE WS-MVTS-MT     TO WS-MT-SIGNE
               WHEN OTHER
                    GO TO 1100-TRT-UN-MVT-SUITE
           END-EVALUATE.
      *
           COMPUTE WS-DATE-MVT-DV =
                   (WS-MVTS-SS * 1000000) + (WS-MVTS-AA * 10000)
                 + (WS-MVTS-MM * 100) + WS-MVTS-JJ.
           IF  WS-DATE-MVT-DV > WS-DATE-TRT
               GO TO 1100-TRT-UN-MVT-SUITE
           END-IF.
           CALL 'ARIO831'          USING WS-DATE-MVT-DV
                                         WS-DATE-VALEUR
                                         WS-CR-DV.
      *
           MOVE WS-MVTS-CPTE            TO WS-CPTE-RANGE.
           IF  CB
               MOVE WS-MVTS-CARTE       TO WS-CTR-RANGE
           ELSE
               MOVE WS-MVTS-REF-OPE     TO WS-CTR-RANGE
           END-IF.
           PERFORM  7250-RANGE-UN-MVT-DEB
              THRU  7250-RANGE-UN-MVT-FIN.
           IF  VIREMENT AND WS-MVTS-CTR NOT = SPACE
               COMPUTE WS-MT-SIGNE = ZERO - WS-MT-SIGNE
               MOVE WS-MVTS-CTR         TO WS-CPTE-RANGE
               MOVE WS-MVTS-CPTE        TO WS-CTR-RANGE
               PERFORM  7250-RANGE-UN-MVT-DEB
                  THRU  7250-RANGE-UN-MVT-FIN
           END-IF.
      *
       1100-TRT-UN-MVT-SUITE.
           PERFORM  6010-READ-F-MVTS-E-DEB
              THRU  6010-READ-F-MVTS-E-FIN.
      *
       1100-TRT-UN-MVT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 CONTROLE LE RELEVE DE L ABONNEMENT COURANT PUIS
      *          L EMET (01 / 04 / 07 ET BORDEREAU) OU LE REFUSE
      *----------------------------------------------------
       2000-TRT-UN-RELEVE-DEB.
      *
           MOVE SPACE                   TO WS-MOTIF-REFUS.
      *
           MOVE WS-TABO-CPTE(WS-IND-ABO) TO FS-KEY.
           PERFORM  6020-READ-F-CPTE-E-DEB
              THRU  6020-READ-F-CPTE-E-FIN.
           IF  CPT-ABSENT
               MOVE 'COMPTE ABSENT DU MAITRE'
                                        TO WS-MOTIF-REFUS
               GO TO 2000-TRT-UN-RELEVE-REFUS
           END-IF.
      *
           IF  TABO-SATURE(WS-IND-ABO)
               MOVE 'TABLE DES MOUVEMENTS PLEINE'
                                        TO WS-MOTIF-REFUS
               GO TO 2000-TRT-UN-RELEVE-REFUS
           END-IF.
      *
           PERFORM  2010-SOLDE-OUVERTURE-DEB
              THRU  2010-SOLDE-OUVERTURE-FIN.
           IF  OUVERT-INCONNU
               MOVE 'SOLDE D OUVERTURE INCONNU'
                                        TO WS-MOTIF-REFUS
               GO TO 2000-TRT-UN-RELEVE-REFUS
           END-IF.
      *
      *    CONTROLE : ANCIEN SOLDE + MOUVEMENTS = NOUVEAU SOLDE
           COMPUTE WS-SOLDE-CALCULE = WS-SOLDE-OUVERT
                                    + WS-TABO-NET(WS-IND-ABO).
           IF  WS-SOLDE-CALCULE NOT = WS-CPTES-SOLDE
               MOVE 'SOLDES DISCORDANTS'
                                        TO WS-MOTIF-REFUS
               GO TO 2000-TRT-UN-RELEVE-REFUS
           END-IF.
      *
           PERFORM  2100-EMET-RELEVE-DEB
              THRU  2100-EMET-RELEVE-FIN.
           GO TO 2000-TRT-UN-RELEVE-FIN.
      *
       2000-TRT-UN-RELEVE-REFUS.
           ADD  1                       TO WS-NB-REFUSES.
           DISPLAY 'RELEVE REFUSE : ' WS-TABO-CPTE(WS-IND-ABO)
                   ' ' WS-MOTIF-REFUS.
           IF  WS-MOTIF-REFUS = 'SOLDES DISCORDANTS'
               MOVE WS-SOLDE-OUVERT     TO WS-MT-ED
               DISPLAY '   ANCIEN SOLDE AU ' WS-DATE-OUVERT
                       '    : ' WS-MT-ED
               MOVE WS-TABO-NET(WS-IND-ABO) TO WS-MT-ED
               DISPLAY '   MOUVEMENTS DE LA PERIODE  : ' WS-MT-ED
               MOVE WS-CPTES-SOLDE      TO WS-MT-ED
               DISPLAY '   SOLDE DU MAITRE           : ' WS-MT-ED
           END-IF.
           MOVE WS-TABO-CPTE(WS-IND-ABO) TO FS-KEY-REX.
           PERFORM  6045-READ-KEY-F-REX-ES-DEB
              THRU  6045-READ-KEY-F-REX-ES-FIN.
           IF  REX-OK
               MOVE WS-DATE-TRT         TO WS-REX-REFUS-DATE
               PERFORM  6050-REWRITE-F-REX-ES-DEB
                  THRU  6050-REWRITE-F-REX-ES-FIN
           END-IF.
      *
       2000-TRT-UN-RELEVE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2010 RECHERCHE L ANCIEN SOLDE : DERNIER SOLDE HISTORISE
      *          DU COMPTE A UNE DATE NON POSTERIEURE A LA BORNE
      *----------------------------------------------------
       2010-SOLDE-OUVERTURE-DEB.
      *
           SET  OUVERT-INCONNU          TO TRUE.
           MOVE ZERO                    TO WS-SOLDE-OUVERT.
           MOVE ZERO                    TO WS-DATE-OUVERT.
           SET  SLH-CPT-ENCOURS         TO TRUE.
      *
           MOVE LOW-VALUES              TO FS-KEY-SLH.
           MOVE WS-TABO-CPTE(WS-IND-ABO) TO FS-KEY-SLH (1:10).
           PERFORM  6030-START-F-SLH-E-DEB
              THRU  6030-START-F-SLH-E-FIN.
           IF  NOT SLH-OK
               GO TO 2010-SOLDE-OUVERTURE-FIN
           END-IF.
      *
           PERFORM  6035-READNEXT-F-SLH-E-DEB
              THRU  6035-READNEXT-F-SLH-E-FIN.
           PERFORM  2020-EXAMINE-UN-SOLDE-DEB
              THRU  2020-EXAMINE-UN-SOLDE-FIN
             UNTIL  SLH-FIN OR SLH-CPT-FIN.
      *
       2010-SOLDE-OUVERTURE-FIN.
           EXIT.
       2020-EXAMINE-UN-SOLDE-DEB.
      *
           IF  WS-SLH-CPTE NOT = WS-TABO-CPTE(WS-IND-ABO)
               OR WS-SLH-DATE > WS-TABO-BORNE(WS-IND-ABO)
               SET  SLH-CPT-FIN         TO TRUE
               GO TO 2020-EXAMINE-UN-SOLDE-FIN
           END-IF.
      *
           SET  OUVERT-TROUVE           TO TRUE.
           MOVE WS-SLH-SOLDE            TO WS-SOLDE-OUVERT.
           MOVE WS-SLH-DATE             TO WS-DATE-OUVERT.
      *
           PERFORM  6035-READNEXT-F-SLH-E-DEB
              THRU  6035-READNEXT-F-SLH-E-FIN.
      *
       2020-EXAMINE-UN-SOLDE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2100 EMET LE RELEVE CONTROLE ET FAIT AVANCER L ABONNEMENT
      *----------------------------------------------------
       2100-EMET-RELEVE-DEB.
      *
           ADD  1                       TO WS-NB-RELEVES.
           MOVE ZERO                    TO WS-NUM-ECRIT.
      *
      *    01 : ANCIEN SOLDE, A LA DATE DU SOLDE HISTORISE
           MOVE '01'                    TO WS-CODE-ENR-CFO.
           PERFORM  7300-ENTETE-CFONB-DEB
              THRU  7300-ENTETE-CFONB-FIN.
           MOVE WS-DATE-OUVERT          TO WS-DATE-CFO-E.
           PERFORM  7310-DATE-CFONB-DEB
              THRU  7310-DATE-CFONB-FIN.
           MOVE WS-DATE-CFO-S           TO WS-CFO-DATE.
           MOVE WS-SOLDE-OUVERT         TO WS-MT-CFO-E.
           PERFORM  7320-MONTANT-CFONB-DEB
              THRU  7320-MONTANT-CFONB-FIN.
           PERFORM  6060-WRITE-F-CFONB-S-DEB
              THRU  6060-WRITE-F-CFONB-S-FIN.
      *
      *    04 : MOUVEMENTS DU COMPTE DANS L ORDRE DU FICHIER
           PERFORM  2110-EMET-UN-MVT-DEB
              THRU  2110-EMET-UN-MVT-FIN
             VARYING WS-IND-MVT FROM 1 BY 1
             UNTIL  WS-IND-MVT > WS-NB-MVT-TAB.
      *
      *    07 : NOUVEAU SOLDE = SOLDE DU MAITRE A LA DATE DE TRAITEMENT
           MOVE '07'                    TO WS-CODE-ENR-CFO.
           PERFORM  7300-ENTETE-CFONB-DEB
              THRU  7300-ENTETE-CFONB-FIN.
           MOVE WS-DATE-TRT             TO WS-DATE-CFO-E.
           PERFORM  7310-DATE-CFONB-DEB
              THRU  7310-DATE-CFONB-FIN.
           MOVE WS-DATE-CFO-S           TO WS-CFO-DATE.
           MOVE WS-CPTES-SOLDE          TO WS-MT-CFO-E.
           PERFORM  7320-MONTANT-CFONB-DEB
              THRU  7320-MONTANT-CFONB-FIN.
           PERFORM  6060-WRITE-F-CFONB-S-DEB
              THRU  6060-WRITE-F-CFONB-S-FIN.
      *
      *    BORDEREAU D ENVOI
           MOVE SPACE                   TO WS-ENV-ENR.
           MOVE WS-TABO-CPTE(WS-IND-ABO) TO WS-ENV-CPTE.
           MOVE WS-TABO-DEST(WS-IND-ABO) TO WS-ENV-DEST.
           MOVE WS-TABO-FREQ(WS-IND-ABO) TO WS-ENV-FREQ.
           MOVE WS-TABO-DERN(WS-IND-ABO) TO WS-ENV-DERN.
           MOVE WS-DATE-TRT             TO WS-ENV-FIN.
           COMPUTE WS-ENV-NB-ENR = WS-TABO-NB-MVT(WS-IND-ABO) + 2.
           PERFORM  6070-WRITE-F-ENVOI-S-DEB
              THRU  6070-WRITE-F-ENVOI-S-FIN.
      *
      *    ABONNEMENT : FIN DE LA PERIODE EMISE ET NOMBRE D ENVOIS
           MOVE WS-TABO-CPTE(WS-IND-ABO) TO FS-KEY-REX.
           PERFORM  6045-READ-KEY-F-REX-ES-DEB
              THRU  6045-READ-KEY-F-REX-ES-FIN.
           IF  REX-OK
               MOVE WS-DATE-TRT         TO WS-REX-DERN-DATE
               IF  WS-REX-NB-ENVOIS < 99999
                   ADD  1               TO WS-REX-NB-ENVOIS
               END-IF
               PERFORM  6050-REWRITE-F-REX-ES-DEB
                  THRU  6050-REWRITE-F-REX-ES-FIN
           END-IF.
      *
       2100-EMET-RELEVE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2110 EMET L ENREGISTREMENT 04 D UN MOUVEMENT DU COMPTE
      *----------------------------------------------------
       2110-EMET-UN-MVT-DEB.
      *
           IF  WS-TMVT-ABO(WS-IND-MVT) NOT = WS-IND-ABO
               GO TO 2110-EMET-UN-MVT-FIN
           END-IF.
      *
           MOVE '04'                    TO WS-CODE-ENR-CFO.
           PERFORM  7300-ENTETE-CFONB-DEB
              THRU  7300-ENTETE-CFONB-FIN.
           MOVE WS-TMVT-CODE(WS-IND-MVT) (1:4)
                                        TO WS-CFO-OPE-INTERNE.
           PERFORM  7330-CODE-INTERBANCAIRE-DEB
              THRU  7330-CODE-INTERBANCAIRE-FIN.
           MOVE WS-TMVT-DATE(WS-IND-MVT) TO WS-DATE-CFO-E.
           PERFORM  7310-DATE-CFONB-DEB
              THRU  7310-DATE-CFONB-FIN.
           MOVE WS-DATE-CFO-S           TO WS-CFO-DATE.
      *
           MOVE SPACE                   TO WS-CFO-SUITE-04.
           MOVE WS-TMVT-VALEUR(WS-IND-MVT) TO WS-DATE-CFO-E.
           PERFORM  7310-DATE-CFONB-DEB
              THRU  7310-DATE-CFONB-FIN.
           MOVE WS-DATE-CFO-S           TO WS-CFO-DATE-VALEUR.
           MOVE WS-TMVT-CODE(WS-IND-MVT) TO WS-CFO-LIB-CODE.
           MOVE WS-TMVT-CTR(WS-IND-MVT) TO WS-CFO-LIB-CTR.
           ADD  1                       TO WS-NUM-ECRIT.
           MOVE WS-NUM-ECRIT            TO WS-CFO-NUM-ECRIT.
           MOVE WS-CFO-SUITE-04         TO WS-CFO-SUITE.
      *
           MOVE WS-TMVT-MT(WS-IND-MVT)  TO WS-MT-CFO-E.
           PERFORM  7320-MONTANT-CFONB-DEB
              THRU  7320-MONTANT-CFONB-FIN.
           MOVE WS-TMVT-REF(WS-IND-MVT) TO WS-CFO-REFERENCE.
           PERFORM  6060-WRITE-F-CFONB-S-DEB
              THRU  6060-WRITE-F-CFONB-S-FIN.
      *
       2110-EMET-UN-MVT-FIN.
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
           OPEN INPUT F-MVTS-E.
           IF WS-FS-MVTS-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-MVTS-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MVTS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-CPTE-E.
           IF WS-FS-CPTE-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-SLH-E.
           IF WS-FS-SLH-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-SLH-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SLH-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-REX-ES.
           IF WS-FS-REX-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-REX-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-REX-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-CFONB-S.
           IF WS-FS-CFONB-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CFONB-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CFONB-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ENVOI-S.
           IF WS-FS-ENVOI-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ENVOI-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ENVOI-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT LE MOUVEMENT SUIVANT SUR F-MVTS-E
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
      *6020 LIT LE COMPTE ABONNE SUR LE MAITRE
      *------------------------------------
       6020-READ-F-CPTE-E-DEB.
      *
           READ F-CPTE-E INTO WS-ENRG-F-CPTES
             KEY IS FS-KEY
           END-READ.
           EVALUATE TRUE
               WHEN CPTES-OK
                  SET  CPT-AU-MAITRE    TO TRUE
               WHEN CPTES-INTROUVABLE
                  SET  CPT-ABSENT       TO TRUE
               WHEN OTHER
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-CPTE-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
       6020-READ-F-CPTE-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 POSITIONNE L HISTORIQUE DES SOLDES SUR LE COMPTE (CLE
      *     POSEE PAR L APPELANT)
      *------------------------------------
       6030-START-F-SLH-E-DEB.
      *
           START F-SLH-E
             KEY IS NOT LESS THAN FS-KEY-SLH
           END-START.
           IF NOT (SLH-OK OR SLH-INEXISTANT OR SLH-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-SLH-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SLH-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-START-F-SLH-E-FIN.
           EXIT.
       6035-READNEXT-F-SLH-E-DEB.
      *
           READ F-SLH-E NEXT RECORD INTO WS-SLH-ENR.
           IF NOT (SLH-OK OR SLH-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SLH-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SLH-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6035-READNEXT-F-SLH-E-FIN.
           EXIT.
      *-------------------------------------
      *6040 LIT L ABONNEMENT SUIVANT (PASSE 1)
      *------------------------------------
       6040-READ-F-REX-ES-DEB.
      *
           READ F-REX-ES NEXT RECORD INTO WS-REX-ENR.
           IF NOT (REX-OK OR REX-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-REX-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-REX-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-READ-F-REX-ES-FIN.
           EXIT.
      *-------------------------------------
      *6045 RELIT L ABONNEMENT PAR SA CLE POUR MISE A JOUR
      *------------------------------------
       6045-READ-KEY-F-REX-ES-DEB.
      *
           READ F-REX-ES INTO WS-REX-ENR
             KEY IS FS-KEY-REX
           END-READ.
           IF NOT (REX-OK OR REX-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-REX-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-REX-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6045-READ-KEY-F-REX-ES-FIN.
           EXIT.
       6050-REWRITE-F-REX-ES-DEB.
      *
           REWRITE FS-BUFF-F-REX-ES FROM WS-REX-ENR.
           IF NOT REX-OK
              DISPLAY 'PROBLEME DE REECRITURE DU FICHIER F-REX-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-REX-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6050-REWRITE-F-REX-ES-FIN.
           EXIT.
       6060-WRITE-F-CFONB-S-DEB.
      *
           WRITE FS-BUFF-F-CFONB-S FROM WS-CFO-ENR.
           IF WS-FS-CFONB-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-CFONB-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CFONB-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-NB-ENR-CFO.
      *
       6060-WRITE-F-CFONB-S-FIN.
           EXIT.
       6070-WRITE-F-ENVOI-S-DEB.
      *
           WRITE FS-BUFF-F-ENVOI-S FROM WS-ENV-ENR.
           IF WS-FS-ENVOI-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ENVOI-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ENVOI-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6070-WRITE-F-ENVOI-S-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-MVTS-E.
           CLOSE F-CPTE-E.
           CLOSE F-SLH-E.
           CLOSE F-REX-ES.
           CLOSE F-CFONB-S.
           CLOSE F-ENVOI-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 DATE DE TRAITEMENT : SYSIN, A DEFAUT DATE DU JOUR
      *------------------------------------
       7000-INIT-SYSIN-DEB.
      *
           ACCEPT WS-DATEJ-N FROM DATE YYYYMMDD.
           MOVE SPACES                  TO WS-SYSIN-CARTE.
           ACCEPT WS-SYSIN-CARTE FROM SYSIN.
           IF  WS-SYC-DATE-X NUMERIC
               AND WS-SYC-DATE-N > ZERO
               MOVE WS-SYC-DATE-N       TO WS-DATE-TRT
           ELSE
               MOVE WS-DATEJ-N          TO WS-DATE-TRT
           END-IF.
      *
       7000-INIT-SYSIN-FIN.
           EXIT.
      *-------------------------------------
      *7250 RANGE UNE JAMBE DE MOUVEMENT SI SON COMPTE EST ABONNE ET
      *     ECHU ET QUE SA DATE TOMBE DANS LA PERIODE A EMETTRE
      *------------------------------------
       7250-RANGE-UN-MVT-DEB.
      *
           MOVE ZERO                    TO WS-IND-ABO-TRV.
           PERFORM  7260-CHERCHE-ABO-DEB
              THRU  7260-CHERCHE-ABO-FIN
             VARYING WS-IND-ABO FROM 1 BY 1
             UNTIL  WS-IND-ABO > WS-NB-ABO
                 OR WS-IND-ABO-TRV NOT = ZERO.
           IF  WS-IND-ABO-TRV = ZERO
               GO TO 7250-RANGE-UN-MVT-FIN
           END-IF.
           IF  WS-DATE-MVT-DV NOT > WS-TABO-BORNE(WS-IND-ABO-TRV)
               GO TO 7250-RANGE-UN-MVT-FIN
           END-IF.
      *
      *    TABLE PLEINE : LE RELEVE DU COMPTE SERAIT INCOMPLET, IL
      *    SERA REFUSE ET REPRIS LA NUIT SUIVANTE
           IF  WS-NB-MVT-TAB = 9999
               MOVE 'O'
                 TO WS-TABO-SATURE(WS-IND-ABO-TRV)
               GO TO 7250-RANGE-UN-MVT-FIN
           END-IF.
      *
           ADD  1                       TO WS-NB-MVT-TAB.
           ADD  1                       TO WS-NB-MVT-RANGES.
           MOVE WS-IND-ABO-TRV          TO WS-TMVT-ABO(WS-NB-MVT-TAB).
           MOVE WS-DATE-MVT-DV          TO WS-TMVT-DATE(WS-NB-MVT-TAB).
           MOVE WS-DATE-VALEUR        TO WS-TMVT-VALEUR(WS-NB-MVT-TAB).
           MOVE WS-MVTS-CODE            TO WS-TMVT-CODE(WS-NB-MVT-TAB).
           MOVE WS-MT-SIGNE             TO WS-TMVT-MT(WS-NB-MVT-TAB).
           MOVE WS-MVTS-REF             TO WS-TMVT-REF(WS-NB-MVT-TAB).
           MOVE WS-CTR-RANGE            TO WS-TMVT-CTR(WS-NB-MVT-TAB).
           ADD  1                     TO WS-TABO-NB-MVT(WS-IND-ABO-TRV).
           ADD  WS-MT-SIGNE           TO WS-TABO-NET(WS-IND-ABO-TRV).
      *
       7250-RANGE-UN-MVT-FIN.
           EXIT.
       7260-CHERCHE-ABO-DEB.
      *
           IF  WS-TABO-CPTE(WS-IND-ABO) = WS-CPTE-RANGE
               MOVE WS-IND-ABO          TO WS-IND-ABO-TRV
           END-IF.
      *
       7260-CHERCHE-ABO-FIN.
           EXIT.
      *-------------------------------------
      *7300 ZONES COMMUNES DES ENREGISTREMENTS CFONB (LE CODE
      *     ENREGISTREMENT EST POSE PAR L APPELANT)
      *------------------------------------
       7300-ENTETE-CFONB-DEB.
      *
           MOVE SPACE                   TO WS-CFO-ENR.
           MOVE WS-CODE-ENR-CFO         TO WS-CFO-CODE-ENR.
           MOVE WS-CODE-BANQUE          TO WS-CFO-BANQUE.
           MOVE WS-CODE-GUICHET         TO WS-CFO-GUICHET.
           IF  WS-CPTES-DEVISE = SPACE
               MOVE 'EUR'               TO WS-CFO-DEVISE
           ELSE
               MOVE WS-CPTES-DEVISE     TO WS-CFO-DEVISE
           END-IF.
           MOVE '2'                     TO WS-CFO-NB-DEC.
      *    NUMERO DE COMPTE SUR 11 POSITIONS, COMME DANS LE RIB
           STRING '0' WS-TABO-CPTE(WS-IND-ABO)
               DELIMITED BY SIZE INTO WS-CFO-COMPTE.
      *
       7300-ENTETE-CFONB-FIN.
           EXIT.
      *-------------------------------------
      *7310 CONVERTIT UNE DATE AAAAMMJJ EN JJMMAA
      *------------------------------------
       7310-DATE-CFONB-DEB.
      *
           MOVE WS-DCE-JJ               TO WS-DCS-JJ.
           MOVE WS-DCE-MM               TO WS-DCS-MM.
           MOVE WS-DCE-AA               TO WS-DCS-AA.
      *
       7310-DATE-CFONB-FIN.
           EXIT.
      *-------------------------------------
      *7320 MONTANT CFONB : VALEUR ABSOLUE EN CENTIMES SUR 14, LE
      *     DERNIER CHIFFRE REMPLACE PAR LE CARACTERE PORTANT LE SIGNE
      *------------------------------------
       7320-MONTANT-CFONB-DEB.
      *
           IF  WS-MT-CFO-E < ZERO
               COMPUTE WS-MT-CFO-N = ZERO - WS-MT-CFO-E
           ELSE
               MOVE WS-MT-CFO-E         TO WS-MT-CFO-N
           END-IF.
           COMPUTE WS-IND-SIGNE = WS-MT-CFO-UNITE + 1.
           MOVE WS-MT-CFO-TETE          TO WS-MT-CFO-S-TETE.
           IF  WS-MT-CFO-E < ZERO
               MOVE WS-SIGNES-NEGATIFS (WS-IND-SIGNE:1)
                                        TO WS-MT-CFO-S-SIGNE
           ELSE
               MOVE WS-SIGNES-POSITIFS (WS-IND-SIGNE:1)
                                        TO WS-MT-CFO-S-SIGNE
           END-IF.
           MOVE WS-MT-CFO-S             TO WS-CFO-MONTANT.
      *
       7320-MONTANT-CFONB-FIN.
           EXIT.
      *-------------------------------------
      *7330 CODE OPERATION INTERBANCAIRE DU MOUVEMENT
      *------------------------------------
       7330-CODE-INTERBANCAIRE-DEB.
      *
           EVALUATE WS-TMVT-CODE(WS-IND-MVT)
               WHEN 'CHEQUE '
                    MOVE '01'           TO WS-CFO-OPE-INTERB
               WHEN 'DEPOT  '
                    MOVE '02'           TO WS-CFO-OPE-INTERB
               WHEN 'VIREMNT'
                    IF  WS-TMVT-MT(WS-IND-MVT) < ZERO
                        MOVE '06'       TO WS-CFO-OPE-INTERB
                    ELSE
                        MOVE '05'       TO WS-CFO-OPE-INTERB
                    END-IF
               WHEN 'PRELEVT'
                    MOVE '11'           TO WS-CFO-OPE-INTERB
               WHEN 'REJPREL'
                    MOVE '13'           TO WS-CFO-OPE-INTERB
               WHEN 'CB     '
                    MOVE '07'           TO WS-CFO-OPE-INTERB
               WHEN 'RETRAIT'
                    MOVE '08'           TO WS-CFO-OPE-INTERB
               WHEN OTHER
                    MOVE '99'           TO WS-CFO-OPE-INTERB
           END-EVALUATE.
      *
       7330-CODE-INTERBANCAIRE-FIN.
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
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO492              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* DATE DE TRAITEMENT        : ' WS-DATE-TRT.
           DISPLAY '* ABONNEMENTS LUS           : ' WS-NB-ABO-LUS.
           DISPLAY '* ABONNEMENTS NON ECHUS     : ' WS-NB-ABO-NON-ECHUS.
           DISPLAY '* ABONNEMENTS REPORTES      : ' WS-NB-ABO-REPORTES.
           DISPLAY '* MOUVEMENTS LUS            : ' WS-NB-MVT-LUS.
           DISPLAY '* MOUVEMENTS EMIS (JAMBES)  : ' WS-NB-MVT-RANGES.
           DISPLAY '* RELEVES EMIS              : ' WS-NB-RELEVES.
           DISPLAY '* RELEVES REFUSES           : ' WS-NB-REFUSES.
           DISPLAY '* ENREGISTREMENTS CFONB     : ' WS-NB-ENR-CFO.
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
      *    UN RELEVE REFUSE EST SIGNALE A L EXPLOITATION PAR LE CODE
      *    RETOUR 04 (LES AUTRES RELEVES SONT EMIS)
           IF  WS-NB-REFUSES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO492         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO492        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
