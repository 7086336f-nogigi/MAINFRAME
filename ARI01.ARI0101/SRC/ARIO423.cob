      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO423                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *VUE UNIQUE DU DEPOSANT POUR LE FONDS DE GARANTIE DES DEPOTS :  *
      *PRODUIT, A LA DEMANDE DU REGULATEUR, LE FICHIER DES DEPOTS     *
      *ELIGIBLES PAR DEPOSANT (FGDSCV) ET UN ETAT DE CONTROLE         *
      *(ETATFGD). LE FICHIER MAITRE DES COMPTES EST PARCOURU :        *
      *  - LES COMPTES INTERNES (ATTENTE, REEVALUATION, FONDS DES     *
      *    DEPOTS EN DESHERENCE) SONT EXCLUS ;                        *
      *  - LES SOLDES DEBITEURS NE SONT PAS DES DEPOTS : NON RETENUS, *
      *    SANS COMPENSATION AVEC LES AUTRES COMPTES DU DEPOSANT ;    *
      *  - LE SOLDE EST CONVERTI EN EURO AU TAUX DE CLOTURE TXC0101   *
      *    (DERNIER TAUX COTE A LA DATE D ARRETE OU AVANT, MEME       *
      *    REGLE QUE ARIO422). UN COMPTE SANS TAUX N EST PAS CUMULE   *
      *    ET EST SIGNALE ;                                           *
      *  - LE SOLDE EST REPARTI A PARTS EGALES ENTRE LE TITULAIRE     *
      *    PRINCIPAL (WS-CPTES-CLIENT) ET LES CO-TITULAIRES (ROLE J   *
      *    SUR TIT0101, FICHIER OPTIONNEL) ; LES MANDATAIRES NE SONT  *
      *    PAS DEPOSANTS. L ARRONDI DE LA REPARTITION RESTE AU        *
      *    TITULAIRE PRINCIPAL ;                                      *
      *  - UN COMPTE GELE A LA DATE D ARRETE (GEL0101) OU DONT UN     *
      *    DEPOSANT EST SOUS GEL LEGAL (CLI0101) EST CUMULE MAIS      *
      *    SIGNALE SUR LE FICHIER ET LISTE SUR L ETAT.                *
      *LE TOTAL DE CHAQUE DEPOSANT EST PLAFONNE AU MONTANT GARANTI :  *
      *PART COUVERTE ET PART NON COUVERTE. UN ENREGISTREMENT FINAL    *
      *(TYPE T) PORTE LE NOMBRE DE DEPOSANTS ET LES TOTAUX.           *
      *SYSIN  -> DATE D ARRETE AAAAMMJJ (DEFAUT : DATE DU JOUR),      *
      *          PLAFOND GARANTI EN EUROS (7 CHIFFRES, DEFAUT         *
      *          0100000), COMPTE D ATTENTE (DEFAUT 0000000999),      *
      *          COMPTE DE REEVALUATION (DEFAUT 0000000998) ET COMPTE *
      *          DU FONDS DE DESHERENCE (DEFAUT 0000000997)           *
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
       PROGRAM-ID.      ARIO423.
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
                   FILE STATUS         IS WS-FS-CPTE-E.
      *                      -------------------------------------------
      *                      F-TXC-E : FICHIER DES TAUX DE CHANGE
      *                      -------------------------------------------
           SELECT  F-TXC-E             ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-TXC
                   FILE STATUS         IS WS-FS-TXC-E.
      *                      -------------------------------------------
      *                      F-TIT-E : FICHIER DES TITULAIRES DE
      *                      COMPTE (OPTIONNEL)
      *                      -------------------------------------------
           SELECT  F-TIT-E             ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-TIT
                   FILE STATUS         IS WS-FS-TIT-E.
      *                      -------------------------------------------
      *                      F-CLI-E : FICHIER MAITRE DES CLIENTS
      *                      -------------------------------------------
           SELECT  F-CLI-E             ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-CLI
                   FILE STATUS         IS WS-FS-CLI-E.
      *                      -------------------------------------------
      *                      F-GEL-E : GELS DE COMPTES
      *                      -------------------------------------------
           SELECT  F-GEL-E             ASSIGN TO IO002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-GEL
                   FILE STATUS         IS WS-FS-GEL-E.
      *                      -------------------------------------------
      *                      F-SCV-S : FICHIER REGLEMENTAIRE DES DEPOTS
      *                                GARANTIS PAR DEPOSANT
      *                      -------------------------------------------
           SELECT  F-SCV-S             ASSIGN TO FGDSCV
                   FILE STATUS         IS WS-FS-SCV-S.
      *                      -------------------------------------------
      *                      F-ETAT-FGD-S : SYSOUT ETAT DE CONTROLE
      *                      -------------------------------------------
           SELECT  F-ETAT-FGD-S        ASSIGN TO ETATFGD
                   FILE STATUS         IS WS-FS-ETAT-FGD-S.
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
       01  FS-BUFF-F-CPTE-E      PIC X(50).
      *FICHIER DES TAUX DE CHANGE
       FD  F-TXC-E
           RECORD CONTAINS 30 CHARACTERS.
       01  FS-BUFF-F-TXC-E.
           05  FS-KEY-TXC        PIC X(11).
           05  FILLER            PIC X(19).
      *FICHIER DES TITULAIRES DE COMPTE
       FD  F-TIT-E
           RECORD CONTAINS 30 CHARACTERS.
       01  FS-BUFF-F-TIT-E.
           05  FS-KEY-TIT        PIC X(16).
           05  FILLER            PIC X(14).
      *FICHIER MAITRE DES CLIENTS
       FD  F-CLI-E
           RECORD CONTAINS 130 CHARACTERS.
       01  FS-BUFF-F-CLI-E.
           05  FS-KEY-CLI        PIC X(6).
           05  FILLER            PIC X(124).
      *GELS DE COMPTES
       FD  F-GEL-E
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-GEL-E.
           05  FS-KEY-GEL        PIC X(10).
           05  FILLER            PIC X(30).
      *FICHIER REGLEMENTAIRE PAR DEPOSANT
       FD  F-SCV-S
           RECORD CONTAINS 120 CHARACTERS.
       01  FS-BUFF-F-SCV-S       PIC X(120).
      *ETAT DE CONTROLE EN SORTIE
       FD  F-ETAT-FGD-S
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-FGD-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY TP4CPTES.
       COPY TAUXCHG.
       COPY TITULAIR.
       COPY CLIENT.
       COPY GELCPTE.
      *FILE STATUS
       01  WS-FS-CPTE-E     PIC X(2).
           88 CPTE-OK                            VALUE '00'.
           88 CPTE-FIN                           VALUE '10'.
       01  WS-FS-TXC-E      PIC X(2).
           88 TXC-OK                             VALUE '00'.
           88 TXC-FIN                            VALUE '10'.
       01  WS-FS-TIT-E      PIC X(2).
           88 TIT-OK                             VALUE '00'.
           88 TIT-FIN                            VALUE '10'.
           88 TIT-INEXISTANT                     VALUE '23'.
           88 TIT-FICHIER-ABSENT                 VALUE '35'.
       01  WS-SW-TIT-DISPO  PIC X                VALUE '0'.
           88 TIT-DISPONIBLE                     VALUE '1'.
           88 TIT-INDISPONIBLE                   VALUE '0'.
      *SWITCH FIN DES TITULAIRES DU COMPTE COURANT
       01  WS-SW-TIT-CPT    PIC X                VALUE '0'.
           88 TIT-CPT-ENCOURS                    VALUE '0'.
           88 TIT-CPT-FIN                        VALUE '1'.
       01  WS-FS-CLI-E      PIC X(2).
           88 CLI-OK                             VALUE '00'.
           88 CLI-INEXISTANT                     VALUE '23'.
       01  WS-FS-GEL-E      PIC X(2).
           88 GEL-OK                             VALUE '00'.
           88 GEL-INEXISTANT                     VALUE '23'.
       01  WS-FS-SCV-S      PIC X(2).
       01  WS-FS-ETAT-FGD-S PIC X(2).
      *CARTE SYSIN : DATE D ARRETE + PLAFOND + COMPTES INTERNES
       01  WS-SYSIN-CARTE.
           05  WS-SYC-DATE-X     PIC X(8).
           05  WS-SYC-DATE-N REDEFINES WS-SYC-DATE-X
                                 PIC 9(8).
           05  WS-SYC-PLAF-X     PIC X(7).
           05  WS-SYC-PLAF-N REDEFINES WS-SYC-PLAF-X
                                 PIC 9(7).
           05  WS-SYC-CPTE-ATT   PIC X(10).
           05  WS-SYC-CPTE-REE   PIC X(10).
           05  WS-SYC-CPTE-FDS   PIC X(10).
           05  FILLER            PIC X(35).
       01  WS-DATE-ARRETE   PIC 9(8)             VALUE ZERO.
       01  WS-DATEJ         PIC 9(8)             VALUE ZERO.
       01  WS-PLAFOND       PIC S9(11)V99 COMP-3 VALUE 100000.
      *COMPTES INTERNES EXCLUS (MEMES DEFAUTS QUE ARIO494, ARIO404
      *ET ARIO409)
       01  WS-CPTE-ATTENTE  PIC X(10)            VALUE '0000000999'.
       01  WS-CPTE-REEVAL   PIC X(10)            VALUE '0000000998'.
       01  WS-CPTE-FONDS    PIC X(10)            VALUE '0000000997'.
      *TABLE DES TAUX DE CHANGE CHARGEE A L INITIALISATION
       01  WS-NB-TXC-TAB    PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-TXC       PIC S9(4)     COMP   VALUE ZERO.
       01  WS-TAB-TXCS.
           05  WS-TTXC-ENTREE OCCURS 300.
               10  WS-TTXC-DEVISE    PIC X(3).
               10  WS-TTXC-DATE      PIC 9(8).
               10  WS-TTXC-TAUX      PIC 9(5)V9(6).
      *RECHERCHE DU TAUX DE CLOTURE (DERNIER TAUX COTE A LA DATE
      *D ARRETE OU AVANT)
       01  WS-DEV-CHERCHEE  PIC X(3)             VALUE SPACE.
       01  WS-TAUX-TROUVE   PIC 9(5)V9(6)        VALUE ZERO.
       01  WS-DATE-TROUVEE  PIC 9(8)             VALUE ZERO.
       01  WS-SW-TAUX       PIC X                VALUE '0'.
           88 TAUX-MANQUANT                      VALUE '1'.
           88 TAUX-PRESENT                       VALUE '0'.
      *DEPOSANTS DU COMPTE COURANT (PRINCIPAL EN TETE)
       01  WS-NB-DEP-CPT    PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-DEP       PIC S9(4)     COMP   VALUE ZERO.
       01  WS-TAB-DEP-CPT.
           05  WS-TDEP-CLIENT    PIC X(6)  OCCURS 10.
      *SITUATION DU COMPTE COURANT
       01  WS-CTRVAL-EUR    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PART-EUR      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PART-PRINC    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PART-AJOUT    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-SW-GEL-CPT    PIC X                VALUE '0'.
           88 CPT-NON-GELE                       VALUE '0'.
           88 CPT-GELE                           VALUE '1'.
      *TABLE DES DEPOSANTS (ORDRE DE PREMIERE RENCONTRE)
       01  WS-NB-DEPOS-TAB  PIC S9(4)     COMP   VALUE ZERO.
       01  WS-MAX-DEPOS-TAB PIC S9(4)     COMP   VALUE 5000.
       01  WS-IND-DEPOS     PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-CHERCHE   PIC S9(4)     COMP   VALUE ZERO.
       01  WS-SW-DEPOS      PIC X                VALUE '0'.
           88 DEPOS-TROUVE                       VALUE '1'.
           88 DEPOS-ABSENT                       VALUE '0'.
       01  WS-CLI-CHERCHE   PIC X(6)             VALUE SPACE.
       01  WS-TAB-DEPOS.
           05  WS-TDPS-ENTREE OCCURS 5000.
               10  WS-TDPS-CLIENT    PIC X(6).
               10  WS-TDPS-TOTAL     PIC S9(11)V99 COMP-3.
               10  WS-TDPS-NB-CPTES  PIC S9(4)     COMP.
               10  WS-TDPS-NB-JOINTS PIC S9(4)     COMP.
               10  WS-TDPS-NB-GELES  PIC S9(4)     COMP.
               10  WS-TDPS-NB-SSTAUX PIC S9(4)     COMP.
      *ENREGISTREMENT REGLEMENTAIRE : DETAIL PAR DEPOSANT (TYPE D)
      *ET ENREGISTREMENT FINAL DE TOTAUX (TYPE T)
       01  WS-SCV-ENR.
           05  WS-SCV-TYPE           PIC X(1).
               88  SCV-DEPOSANT              VALUE 'D'.
               88  SCV-TOTAUX                VALUE 'T'.
           05  WS-SCV-DATE-ARRETE    PIC 9(8).
           05  WS-SCV-DETAIL.
               10  WS-SCV-CLIENT     PIC X(6).
               10  WS-SCV-NOM        PIC X(20).
               10  WS-SCV-CP         PIC X(5).
               10  WS-SCV-VILLE      PIC X(20).
               10  WS-SCV-NB-CPTES   PIC 9(3).
               10  WS-SCV-NB-JOINTS  PIC 9(3).
               10  WS-SCV-ELIGIBLE   PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
               10  WS-SCV-COUVERT    PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
               10  WS-SCV-NON-COUV   PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
               10  WS-SCV-GELE       PIC X(1).
                   88  SCV-AVEC-GEL          VALUE 'O'.
                   88  SCV-SANS-GEL          VALUE 'N'.
               10  WS-SCV-NB-SSTAUX  PIC 9(3).
               10  FILLER            PIC X(8).
           05  WS-SCV-TOTAUX REDEFINES WS-SCV-DETAIL.
               10  WS-SCV-NB-DEPOS   PIC 9(7).
               10  WS-SCV-TOT-ELIG   PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
               10  WS-SCV-TOT-COUV   PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
               10  WS-SCV-TOT-NCOUV  PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
               10  FILLER            PIC X(56).
      *TOTAUX DE CONTROLE
       01  WS-TOT-ELIGIBLE  PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-COUVERT   PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-NON-COUV  PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-COUVERT       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-NON-COUV      PIC S9(11)V99 COMP-3 VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LFGD-TIRET    PIC X(80) VALUE ALL '-'.
       01  WS-LFGD-BLANC    PIC X(80) VALUE SPACES.
       01  WS-LFGD-ENTETE.
           05  FILLER            PIC X(42)
               VALUE 'FONDS DE GARANTIE - VUE UNIQUE DEPOSANT   '.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LFGD-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LFGD-SOUS-TITRE.
           05  FILLER            PIC X(18)
               VALUE 'DATE D ARRETE :   '.
           05  WS-LFGD-ARR-ED    PIC 9(8).
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  FILLER            PIC X(18)
               VALUE 'PLAFOND GARANTI : '.
           05  WS-LFGD-PLAF-ED   PIC Z.ZZZ.ZZ9,99.
           05  FILLER            PIC X(4)  VALUE ' EUR'.
           05  FILLER            PIC X(14) VALUE SPACES.
       01  WS-LFGD-TITRE-GEL.
           05  FILLER            PIC X(42)
               VALUE 'COMPTES GELES OU SOUS GEL LEGAL (SIGNALES)'.
           05  FILLER            PIC X(38) VALUE SPACES.
       01  WS-LFGD-GEL.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LFGD-GCPTE-ED  PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LFGD-GCLI-ED   PIC X(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LFGD-GMOTIF-ED PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LFGD-GEUR-ED   PIC ZZZ.ZZZ.ZZ9,99-.
           05  FILLER            PIC X(21) VALUE SPACES.
       01  WS-LFGD-AUCUN-GEL.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(40)
               VALUE 'AUCUN COMPTE GELE                       '.
           05  FILLER            PIC X(38) VALUE SPACES.
       01  WS-LFGD-TOTAL.
           05  WS-LFGD-TOT-LIB   PIC X(36).
           05  WS-LFGD-TOT-ED    PIC ZZZZZZ9.
           05  FILLER            PIC X(37) VALUE SPACES.
       01  WS-LFGD-MONTANT.
           05  WS-LFGD-MT-LIB    PIC X(36).
           05  WS-LFGD-MT-ED     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER            PIC X(23) VALUE SPACES.
      *COMPTEUR RENDU EXEC
       01  WS-NB-CPT-LUS    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CPT-INT    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CPT-SSCLI  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CPT-DEB    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CPT-RETENU PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CPT-JOINTS PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CPT-GELES  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-SANS-TAUX  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-DEPOS-GEL  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-DEPOS-PLAF PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CLI-INC    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-SCV-ECRITS PIC S9(7) COMP VALUE ZERO.
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
           PERFORM  7100-CHARGE-TAUX-DEB
              THRU  7100-CHARGE-TAUX-FIN.
      *
           PERFORM  8000-EDITION-ENTETE-DEB
              THRU  8000-EDITION-ENTETE-FIN.
      *
      *    1ERE PASSE : CUMUL DES DEPOTS ELIGIBLES PAR DEPOSANT
           PERFORM  6010-READ-F-CPTE-E-DEB
              THRU  6010-READ-F-CPTE-E-FIN.
           PERFORM  1000-TRT-UN-COMPTE-DEB
              THRU  1000-TRT-UN-COMPTE-FIN
             UNTIL  CPTE-FIN.
      *
      *    2EME PASSE : PLAFONNEMENT ET ECRITURE DU FICHIER
           PERFORM  2000-ECRIT-UN-DEPOSANT-DEB
              THRU  2000-ECRIT-UN-DEPOSANT-FIN
             VARYING WS-IND-DEPOS FROM 1 BY 1
             UNTIL  WS-IND-DEPOS > WS-NB-DEPOS-TAB.
           IF  WS-NB-CPT-GELES = ZERO AND WS-NB-DEPOS-GEL = ZERO
               WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-AUCUN-GEL
           END-IF.
           PERFORM  2900-ECRIT-TOTAUX-DEB
              THRU  2900-ECRIT-TOTAUX-FIN.
      *
           PERFORM  8030-EDITION-TOTAUX-DEB
              THRU  8030-EDITION-TOTAUX-FIN.
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
      * TRT 1000 RETIENT LE COMPTE COURANT S IL PORTE UN DEPOT
      *          ELIGIBLE ET REPARTIT SA CONTRE-VALEUR EURO ENTRE
      *          SES DEPOSANTS
      *----------------------------------------------------
       1000-TRT-UN-COMPTE-DEB.
      *
           ADD  1                       TO WS-NB-CPT-LUS.
      *
           IF  WS-CPTES-CPTE = WS-CPTE-ATTENTE
            OR WS-CPTES-CPTE = WS-CPTE-REEVAL
            OR WS-CPTES-CPTE = WS-CPTE-FONDS
               ADD  1                   TO WS-NB-CPT-INT
               GO TO 1000-TRT-UN-COMPTE-SUIVANT
           END-IF.
           IF  WS-CPTES-CLIENT = SPACE
               ADD  1                   TO WS-NB-CPT-SSCLI
               GO TO 1000-TRT-UN-COMPTE-SUIVANT
           END-IF.
           IF  WS-CPTES-SOLDE < ZERO
               ADD  1                   TO WS-NB-CPT-DEB
               GO TO 1000-TRT-UN-COMPTE-SUIVANT
           END-IF.
      *
           ADD  1                       TO WS-NB-CPT-RETENU.
           IF  WS-CPTES-DEVISE = SPACE
               MOVE 'EUR'               TO WS-DEV-CHERCHEE
           ELSE
               MOVE WS-CPTES-DEVISE     TO WS-DEV-CHERCHEE
           END-IF.
           PERFORM  7300-CHERCHE-TAUX-CLOTURE-DEB
              THRU  7300-CHERCHE-TAUX-CLOTURE-FIN.
           IF  TAUX-MANQUANT
               ADD  1                   TO WS-NB-SANS-TAUX
               MOVE ZERO                TO WS-CTRVAL-EUR
           ELSE
               COMPUTE WS-CTRVAL-EUR ROUNDED =
                       WS-CPTES-SOLDE * WS-TAUX-TROUVE
           END-IF.
      *
           PERFORM  7400-DEPOSANTS-COMPTE-DEB
              THRU  7400-DEPOSANTS-COMPTE-FIN.
           IF  WS-NB-DEP-CPT > 1
               ADD  1                   TO WS-NB-CPT-JOINTS
           END-IF.
      *
           PERFORM  7500-SITUATION-GEL-DEB
              THRU  7500-SITUATION-GEL-FIN.
           IF  CPT-GELE
               ADD  1                   TO WS-NB-CPT-GELES
               MOVE WS-CPTES-CPTE       TO WS-LFGD-GCPTE-ED
               MOVE WS-CPTES-CLIENT     TO WS-LFGD-GCLI-ED
               MOVE SPACES              TO WS-LFGD-GMOTIF-ED
               STRING 'GEL COMPTE '     DELIMITED BY SIZE
                      WS-GEL-MOTIF      DELIMITED BY SIZE
                 INTO WS-LFGD-GMOTIF-ED
               END-STRING
               MOVE WS-CTRVAL-EUR       TO WS-LFGD-GEUR-ED
               WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-GEL
           END-IF.
      *
      *    PARTS EGALES TRONQUEES AU CENTIME, LE RESTE DE LA DIVISION
      *    AU TITULAIRE PRINCIPAL : LA SOMME DES PARTS EST EXACTE
           DIVIDE WS-CTRVAL-EUR BY WS-NB-DEP-CPT
               GIVING WS-PART-EUR.
           COMPUTE WS-PART-PRINC = WS-CTRVAL-EUR
                                 - (WS-PART-EUR * (WS-NB-DEP-CPT - 1)).
           PERFORM  7600-CUMULE-DEPOSANT-DEB
              THRU  7600-CUMULE-DEPOSANT-FIN
             VARYING WS-IND-DEP FROM 1 BY 1
             UNTIL  WS-IND-DEP > WS-NB-DEP-CPT.
      *
       1000-TRT-UN-COMPTE-SUIVANT.
           PERFORM  6010-READ-F-CPTE-E-DEB
              THRU  6010-READ-F-CPTE-E-FIN.
      *
       1000-TRT-UN-COMPTE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 PLAFONNE LE TOTAL DU DEPOSANT COURANT ET ECRIT SON
      *          ENREGISTREMENT REGLEMENTAIRE
      *----------------------------------------------------
       2000-ECRIT-UN-DEPOSANT-DEB.
      *
           MOVE SPACES                  TO WS-SCV-ENR.
           SET  SCV-DEPOSANT            TO TRUE.
           MOVE WS-DATE-ARRETE          TO WS-SCV-DATE-ARRETE.
           MOVE WS-TDPS-CLIENT(WS-IND-DEPOS)
                                        TO WS-SCV-CLIENT.
      *
           MOVE WS-TDPS-CLIENT(WS-IND-DEPOS)
                                        TO FS-KEY-CLI.
           PERFORM  6030-READ-F-CLI-E-DEB
              THRU  6030-READ-F-CLI-E-FIN.
           IF  CLI-INEXISTANT
               ADD  1                   TO WS-NB-CLI-INC
               MOVE SPACES              TO WS-CLI-ENR
               MOVE 'CLIENT INCONNU'    TO WS-SCV-NOM
           ELSE
               MOVE WS-CLI-NOM          TO WS-SCV-NOM
               MOVE WS-CLI-CP           TO WS-SCV-CP
               MOVE WS-CLI-VILLE        TO WS-SCV-VILLE
           END-IF.
      *
           MOVE WS-TDPS-NB-CPTES(WS-IND-DEPOS)
                                        TO WS-SCV-NB-CPTES.
           MOVE WS-TDPS-NB-JOINTS(WS-IND-DEPOS)
                                        TO WS-SCV-NB-JOINTS.
           MOVE WS-TDPS-NB-SSTAUX(WS-IND-DEPOS)
                                        TO WS-SCV-NB-SSTAUX.
           MOVE WS-TDPS-TOTAL(WS-IND-DEPOS)
                                        TO WS-SCV-ELIGIBLE.
           IF  WS-TDPS-TOTAL(WS-IND-DEPOS) > WS-PLAFOND
               ADD  1                   TO WS-NB-DEPOS-PLAF
               MOVE WS-PLAFOND          TO WS-COUVERT
               COMPUTE WS-NON-COUV = WS-TDPS-TOTAL(WS-IND-DEPOS)
                                   - WS-PLAFOND
           ELSE
               MOVE WS-TDPS-TOTAL(WS-IND-DEPOS)
                                        TO WS-COUVERT
               MOVE ZERO                TO WS-NON-COUV
           END-IF.
           MOVE WS-COUVERT              TO WS-SCV-COUVERT.
           MOVE WS-NON-COUV             TO WS-SCV-NON-COUV.
           ADD  WS-TDPS-TOTAL(WS-IND-DEPOS)
                                        TO WS-TOT-ELIGIBLE.
           ADD  WS-COUVERT              TO WS-TOT-COUVERT.
           ADD  WS-NON-COUV             TO WS-TOT-NON-COUV.
      *
      *    GEL D UN COMPTE DU DEPOSANT OU GEL LEGAL DU CLIENT
           IF  WS-TDPS-NB-GELES(WS-IND-DEPOS) > ZERO
            OR CLI-GEL-LEGAL
               SET  SCV-AVEC-GEL        TO TRUE
               ADD  1                   TO WS-NB-DEPOS-GEL
           ELSE
               SET  SCV-SANS-GEL        TO TRUE
           END-IF.
           IF  CLI-GEL-LEGAL
               MOVE SPACES              TO WS-LFGD-GCPTE-ED
               MOVE WS-SCV-CLIENT       TO WS-LFGD-GCLI-ED
               MOVE 'GEL LEGAL CLIENT'  TO WS-LFGD-GMOTIF-ED
               MOVE WS-TDPS-TOTAL(WS-IND-DEPOS)
                                        TO WS-LFGD-GEUR-ED
               WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-GEL
           END-IF.
      *
           PERFORM  6040-WRITE-F-SCV-S-DEB
              THRU  6040-WRITE-F-SCV-S-FIN.
      *
       2000-ECRIT-UN-DEPOSANT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2900 ECRIT L ENREGISTREMENT FINAL DE TOTAUX
      *----------------------------------------------------
       2900-ECRIT-TOTAUX-DEB.
      *
           MOVE SPACES                  TO WS-SCV-ENR.
           SET  SCV-TOTAUX              TO TRUE.
           MOVE WS-DATE-ARRETE          TO WS-SCV-DATE-ARRETE.
           MOVE WS-NB-DEPOS-TAB         TO WS-SCV-NB-DEPOS.
           MOVE WS-TOT-ELIGIBLE         TO WS-SCV-TOT-ELIG.
           MOVE WS-TOT-COUVERT          TO WS-SCV-TOT-COUV.
           MOVE WS-TOT-NON-COUV         TO WS-SCV-TOT-NCOUV.
           PERFORM  6040-WRITE-F-SCV-S-DEB
              THRU  6040-WRITE-F-SCV-S-FIN.
      *
       2900-ECRIT-TOTAUX-FIN.
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
           OPEN INPUT F-TXC-E.
           IF NOT TXC-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-TXC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-TXC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-TIT-E.
           EVALUATE TRUE
               WHEN TIT-OK
                  SET TIT-DISPONIBLE    TO TRUE
               WHEN TIT-FICHIER-ABSENT
      *           PAS DE FICHIER DES TITULAIRES : CHAQUE COMPTE EST
      *           ATTRIBUE A SON SEUL CLIENT PRINCIPAL
                  SET TIT-INDISPONIBLE  TO TRUE
                  DISPLAY 'FICHIER DES TITULAIRES ABSENT - DEPOTS '
                          'ATTRIBUES AU SEUL CLIENT PRINCIPAL'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-TIT-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-TIT-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           OPEN INPUT F-CLI-E.
           IF NOT CLI-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CLI-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLI-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-GEL-E.
           IF NOT GEL-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-GEL-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-GEL-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-SCV-S.
           IF WS-FS-SCV-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-SCV-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SCV-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-FGD-S.
           IF WS-FS-ETAT-FGD-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-FGD-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-FGD-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 EXECUTE LA LECTURE SUR F-CPTE-E
      *------------------------------------
       6010-READ-F-CPTE-E-DEB.
      *
           READ F-CPTE-E INTO WS-ENRG-F-CPTES.
           IF NOT (CPTE-OK OR CPTE-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-CPTE-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 EXECUTE LA LECTURE SUR F-TXC-E
      *------------------------------------
       6020-READ-F-TXC-E-DEB.
      *
           READ F-TXC-E INTO WS-TXC-ENR.
           IF NOT (TXC-OK OR TXC-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-TXC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-TXC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-F-TXC-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 EXECUTE LA LECTURE DIRECTE SUR F-CLI-E (LA CLE FS-KEY-CLI
      *     EST POSITIONNEE PAR L APPELANT)
      *------------------------------------
       6030-READ-F-CLI-E-DEB.
      *
           READ F-CLI-E INTO WS-CLI-ENR.
           IF NOT (CLI-OK OR CLI-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLI-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLI-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-READ-F-CLI-E-FIN.
           EXIT.
      *-------------------------------------
      *6035 LIT LE GEL DU COMPTE POSE DANS FS-KEY-GEL
      *------------------------------------
       6035-READ-F-GEL-E-DEB.
      *
           READ F-GEL-E INTO WS-GEL-ENR.
           IF NOT (GEL-OK OR GEL-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-GEL-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-GEL-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6035-READ-F-GEL-E-FIN.
           EXIT.
      *-------------------------------------
      *6040 EXECUTE L ECRITURE SUR F-SCV-S
      *------------------------------------
       6040-WRITE-F-SCV-S-DEB.
      *
           WRITE FS-BUFF-F-SCV-S FROM WS-SCV-ENR.
           IF WS-FS-SCV-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-SCV-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SCV-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-NB-SCV-ECRITS.
      *
       6040-WRITE-F-SCV-S-FIN.
           EXIT.
      *-------------------------------------
      *6050 POSITIONNE F-TIT-E SUR LE COMPTE COURANT
      *------------------------------------
       6050-START-F-TIT-E-DEB.
      *
           MOVE LOW-VALUES              TO FS-KEY-TIT.
           MOVE WS-CPTES-CPTE           TO FS-KEY-TIT (1:10).
           START F-TIT-E
             KEY IS NOT LESS THAN FS-KEY-TIT
           END-START.
           IF NOT (TIT-OK OR TIT-INEXISTANT OR TIT-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-TIT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-TIT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6050-START-F-TIT-E-FIN.
           EXIT.
       6055-READNEXT-F-TIT-E-DEB.
      *
           READ F-TIT-E NEXT RECORD INTO WS-TIT-ENR.
           IF NOT (TIT-OK OR TIT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-TIT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-TIT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6055-READNEXT-F-TIT-E-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-CPTE-E F-TXC-E F-CLI-E F-GEL-E F-SCV-S
                 F-ETAT-FGD-S.
           IF TIT-DISPONIBLE
              CLOSE F-TIT-E
           END-IF.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : ORDRES DE CALCUL ET DE RECHERCHE                   *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 LIT LA CARTE SYSIN (DATE D ARRETE, PLAFOND, COMPTES
      *     INTERNES) - ZONE ABSENTE OU INVALIDE = VALEUR PAR DEFAUT
      *------------------------------------
       7000-INIT-SYSIN-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE WS-DATEJ (7:2)          TO WS-LFGD-DATE-ED (1:2).
           MOVE WS-DATEJ (5:2)          TO WS-LFGD-DATE-ED (4:2).
           MOVE WS-DATEJ (1:4)          TO WS-LFGD-DATE-ED (7:4).
           MOVE SPACES                  TO WS-SYSIN-CARTE.
           ACCEPT WS-SYSIN-CARTE FROM SYSIN.
           IF  WS-SYC-DATE-X NUMERIC
               MOVE WS-SYC-DATE-N       TO WS-DATE-ARRETE
           ELSE
               MOVE WS-DATEJ            TO WS-DATE-ARRETE
           END-IF.
           IF  WS-SYC-PLAF-X NUMERIC AND WS-SYC-PLAF-N > ZERO
               MOVE WS-SYC-PLAF-N       TO WS-PLAFOND
           END-IF.
           IF  WS-SYC-CPTE-ATT NOT = SPACE
               MOVE WS-SYC-CPTE-ATT     TO WS-CPTE-ATTENTE
           END-IF.
           IF  WS-SYC-CPTE-REE NOT = SPACE
               MOVE WS-SYC-CPTE-REE     TO WS-CPTE-REEVAL
           END-IF.
           IF  WS-SYC-CPTE-FDS NOT = SPACE
               MOVE WS-SYC-CPTE-FDS     TO WS-CPTE-FONDS
           END-IF.
           MOVE WS-DATE-ARRETE          TO WS-LFGD-ARR-ED.
           MOVE WS-PLAFOND              TO WS-LFGD-PLAF-ED.
      *
       7000-INIT-SYSIN-FIN.
           EXIT.
      *-------------------------------------
      *7100 CHARGE LA TABLE DES TAUX DE CHANGE
      *------------------------------------
       7100-CHARGE-TAUX-DEB.
      *
           PERFORM  6020-READ-F-TXC-E-DEB
              THRU  6020-READ-F-TXC-E-FIN.
           PERFORM  7110-RANGE-UN-TAUX-DEB
              THRU  7110-RANGE-UN-TAUX-FIN
             UNTIL  TXC-FIN OR WS-NB-TXC-TAB NOT < 300.
           IF NOT TXC-FIN
              DISPLAY 'TABLE DES TAUX PLEINE (300) - TAUX SUIVANTS '
                      'IGNORES'
           END-IF.
      *
       7100-CHARGE-TAUX-FIN.
           EXIT.
       7110-RANGE-UN-TAUX-DEB.
           ADD  1                       TO WS-NB-TXC-TAB.
           MOVE WS-TXC-DEVISE           TO
                                   WS-TTXC-DEVISE(WS-NB-TXC-TAB).
           MOVE WS-TXC-DATE             TO WS-TTXC-DATE(WS-NB-TXC-TAB).
           MOVE WS-TXC-TAUX             TO WS-TTXC-TAUX(WS-NB-TXC-TAB).
           PERFORM  6020-READ-F-TXC-E-DEB
              THRU  6020-READ-F-TXC-E-FIN.
       7110-RANGE-UN-TAUX-FIN.
           EXIT.
      *-------------------------------------
      *7300 CHERCHE LE TAUX DE CLOTURE DE LA DEVISE CHERCHEE :
      *     DERNIER TAUX COTE A LA DATE D ARRETE OU AVANT
      *     (L EURO, PIVOT, N EST PAS COTE : TAUX 1)
      *------------------------------------
       7300-CHERCHE-TAUX-CLOTURE-DEB.
      *
           SET  TAUX-PRESENT            TO TRUE.
           IF  WS-DEV-CHERCHEE = 'EUR'
               MOVE 1                   TO WS-TAUX-TROUVE
               GO TO 7300-CHERCHE-TAUX-CLOTURE-FIN
           END-IF.
           MOVE ZERO                    TO WS-TAUX-TROUVE.
           MOVE ZERO                    TO WS-DATE-TROUVEE.
           PERFORM  7310-COMPARE-TAUX-DEB
              THRU  7310-COMPARE-TAUX-FIN
             VARYING WS-IND-TXC FROM 1 BY 1
             UNTIL  WS-IND-TXC > WS-NB-TXC-TAB.
           IF  WS-DATE-TROUVEE = ZERO
               SET TAUX-MANQUANT        TO TRUE
           END-IF.
      *
       7300-CHERCHE-TAUX-CLOTURE-FIN.
           EXIT.
       7310-COMPARE-TAUX-DEB.
           IF  WS-TTXC-DEVISE(WS-IND-TXC) = WS-DEV-CHERCHEE
               AND WS-TTXC-DATE(WS-IND-TXC) NOT > WS-DATE-ARRETE
               AND WS-TTXC-DATE(WS-IND-TXC) > WS-DATE-TROUVEE
               MOVE WS-TTXC-DATE(WS-IND-TXC)
                                        TO WS-DATE-TROUVEE
               MOVE WS-TTXC-TAUX(WS-IND-TXC)
                                        TO WS-TAUX-TROUVE
           END-IF.
       7310-COMPARE-TAUX-FIN.
           EXIT.
      *-------------------------------------
      *7400 DRESSE LA LISTE DES DEPOSANTS DU COMPTE COURANT : LE
      *     TITULAIRE PRINCIPAL PUIS LES CO-TITULAIRES (ROLE J) DE
      *     TIT0101 ; LES MANDATAIRES NE SONT PAS DEPOSANTS
      *------------------------------------
       7400-DEPOSANTS-COMPTE-DEB.
      *
           MOVE 1                       TO WS-NB-DEP-CPT.
           MOVE WS-CPTES-CLIENT         TO WS-TDEP-CLIENT(1).
           IF  TIT-INDISPONIBLE
               GO TO 7400-DEPOSANTS-COMPTE-FIN
           END-IF.
      *
           SET  TIT-CPT-ENCOURS         TO TRUE.
           PERFORM  6050-START-F-TIT-E-DEB
              THRU  6050-START-F-TIT-E-FIN.
           IF  TIT-OK
               PERFORM  6055-READNEXT-F-TIT-E-DEB
                  THRU  6055-READNEXT-F-TIT-E-FIN
               PERFORM  7410-AJOUTE-UN-TIT-DEB
                  THRU  7410-AJOUTE-UN-TIT-FIN
                 UNTIL  TIT-FIN OR TIT-CPT-FIN
           END-IF.
      *
       7400-DEPOSANTS-COMPTE-FIN.
           EXIT.
       7410-AJOUTE-UN-TIT-DEB.
      *
           IF  WS-TIT-CPTE NOT = WS-CPTES-CPTE
               SET  TIT-CPT-FIN         TO TRUE
               GO TO 7410-AJOUTE-UN-TIT-FIN
           END-IF.
      *
           IF  TIT-JOINT
               AND WS-TIT-CLIENT NOT = WS-CPTES-CLIENT
               AND WS-NB-DEP-CPT < 10
               ADD  1                   TO WS-NB-DEP-CPT
               MOVE WS-TIT-CLIENT       TO
                                   WS-TDEP-CLIENT(WS-NB-DEP-CPT)
           END-IF.
      *
           PERFORM  6055-READNEXT-F-TIT-E-DEB
              THRU  6055-READNEXT-F-TIT-E-FIN.
      *
       7410-AJOUTE-UN-TIT-FIN.
           EXIT.
      *-------------------------------------
      *7500 SITUATION DE GEL DU COMPTE COURANT A LA DATE D ARRETE
      *------------------------------------
       7500-SITUATION-GEL-DEB.
      *
           SET  CPT-NON-GELE            TO TRUE.
           MOVE WS-CPTES-CPTE           TO FS-KEY-GEL.
           PERFORM  6035-READ-F-GEL-E-DEB
              THRU  6035-READ-F-GEL-E-FIN.
           IF  GEL-OK
              AND WS-DATE-ARRETE NOT < WS-GEL-DATE-DEB
              AND WS-DATE-ARRETE NOT > WS-GEL-DATE-FIN
               SET  CPT-GELE            TO TRUE
           END-IF.
      *
       7500-SITUATION-GEL-FIN.
           EXIT.
      *-------------------------------------
      *7600 AJOUTE SA PART DU COMPTE COURANT AU DEPOSANT DE RANG
      *     WS-IND-DEP (CREE A SA PREMIERE RENCONTRE)
      *------------------------------------
       7600-CUMULE-DEPOSANT-DEB.
      *
           MOVE WS-TDEP-CLIENT(WS-IND-DEP)
                                        TO WS-CLI-CHERCHE.
           PERFORM  7610-CHERCHE-DEPOSANT-DEB
              THRU  7610-CHERCHE-DEPOSANT-FIN.
           IF  WS-IND-DEPOS > WS-NB-DEPOS-TAB
               IF  WS-NB-DEPOS-TAB NOT < WS-MAX-DEPOS-TAB
                   DISPLAY 'TABLE DES DEPOSANTS SATUREE'
                   DISPLAY 'CAPACITE = ' WS-MAX-DEPOS-TAB
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
               ADD  1                   TO WS-NB-DEPOS-TAB
               MOVE WS-CLI-CHERCHE      TO
                                   WS-TDPS-CLIENT(WS-IND-DEPOS)
               MOVE ZERO    TO WS-TDPS-TOTAL(WS-IND-DEPOS)
               MOVE ZERO    TO WS-TDPS-NB-CPTES(WS-IND-DEPOS)
               MOVE ZERO    TO WS-TDPS-NB-JOINTS(WS-IND-DEPOS)
               MOVE ZERO    TO WS-TDPS-NB-GELES(WS-IND-DEPOS)
               MOVE ZERO    TO WS-TDPS-NB-SSTAUX(WS-IND-DEPOS)
           END-IF.
      *
           IF  WS-IND-DEP = 1
               MOVE WS-PART-PRINC       TO WS-PART-AJOUT
           ELSE
               MOVE WS-PART-EUR         TO WS-PART-AJOUT
           END-IF.
           ADD  WS-PART-AJOUT           TO WS-TDPS-TOTAL(WS-IND-DEPOS).
           ADD  1                    TO WS-TDPS-NB-CPTES(WS-IND-DEPOS).
           IF  WS-NB-DEP-CPT > 1
               ADD  1               TO WS-TDPS-NB-JOINTS(WS-IND-DEPOS)
           END-IF.
           IF  CPT-GELE
               ADD  1                TO WS-TDPS-NB-GELES(WS-IND-DEPOS)
           END-IF.
           IF  TAUX-MANQUANT
               ADD  1               TO WS-TDPS-NB-SSTAUX(WS-IND-DEPOS)
           END-IF.
      *
       7600-CUMULE-DEPOSANT-FIN.
           EXIT.
      *-------------------------------------
      *7610 RANG DU DEPOSANT WS-CLI-CHERCHE DANS LA TABLE (RANG
      *     WS-NB-DEPOS-TAB + 1 S IL N Y EST PAS ENCORE)
      *------------------------------------
       7610-CHERCHE-DEPOSANT-DEB.
      *
           SET  DEPOS-ABSENT            TO TRUE.
           PERFORM  7620-COMPARE-DEPOSANT-DEB
              THRU  7620-COMPARE-DEPOSANT-FIN
             VARYING WS-IND-CHERCHE FROM 1 BY 1
             UNTIL  WS-IND-CHERCHE > WS-NB-DEPOS-TAB
                 OR DEPOS-TROUVE.
           IF  DEPOS-ABSENT
               COMPUTE WS-IND-DEPOS = WS-NB-DEPOS-TAB + 1
           END-IF.
      *
       7610-CHERCHE-DEPOSANT-FIN.
           EXIT.
       7620-COMPARE-DEPOSANT-DEB.
           IF  WS-TDPS-CLIENT(WS-IND-CHERCHE) = WS-CLI-CHERCHE
               SET  DEPOS-TROUVE        TO TRUE
               MOVE WS-IND-CHERCHE      TO WS-IND-DEPOS
           END-IF.
       7620-COMPARE-DEPOSANT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *8000 EDITE L ENTETE DE L ETAT ET LE TITRE DE LA LISTE DES
      *     COMPTES GELES
      *------------------------------------
       8000-EDITION-ENTETE-DEB.
      *
           WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-SOUS-TITRE.
           WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-BLANC.
           WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-TITRE-GEL.
           WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8030 EDITE LES TOTAUX DE CONTROLE
      *------------------------------------
       8030-EDITION-TOTAUX-DEB.
      *
           WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-BLANC.
           WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-TIRET.
           MOVE 'COMPTES LUS                    : ' TO WS-LFGD-TOT-LIB.
           MOVE WS-NB-CPT-LUS           TO WS-LFGD-TOT-ED.
           WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-TOTAL.
           MOVE 'COMPTES INTERNES EXCLUS        : ' TO WS-LFGD-TOT-LIB.
           MOVE WS-NB-CPT-INT           TO WS-LFGD-TOT-ED.
           WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-TOTAL.
           MOVE 'COMPTES SANS CLIENT EXCLUS     : ' TO WS-LFGD-TOT-LIB.
           MOVE WS-NB-CPT-SSCLI         TO WS-LFGD-TOT-ED.
           WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-TOTAL.
           MOVE 'COMPTES DEBITEURS NON RETENUS  : ' TO WS-LFGD-TOT-LIB.
           MOVE WS-NB-CPT-DEB           TO WS-LFGD-TOT-ED.
           WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-TOTAL.
           MOVE 'COMPTES RETENUS                : ' TO WS-LFGD-TOT-LIB.
           MOVE WS-NB-CPT-RETENU        TO WS-LFGD-TOT-ED.
           WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-TOTAL.
           MOVE '  DONT COMPTES JOINTS REPARTIS : ' TO WS-LFGD-TOT-LIB.
           MOVE WS-NB-CPT-JOINTS        TO WS-LFGD-TOT-ED.
           WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-TOTAL.
           MOVE '  DONT COMPTES GELES           : ' TO WS-LFGD-TOT-LIB.
           MOVE WS-NB-CPT-GELES         TO WS-LFGD-TOT-ED.
           WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-TOTAL.
           MOVE '  DONT SANS TAUX (NON CUMULES) : ' TO WS-LFGD-TOT-LIB.
           MOVE WS-NB-SANS-TAUX         TO WS-LFGD-TOT-ED.
           WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-TOTAL.
           MOVE 'NOMBRE DE DEPOSANTS            : ' TO WS-LFGD-TOT-LIB.
           MOVE WS-NB-DEPOS-TAB         TO WS-LFGD-TOT-ED.
           WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-TOTAL.
           MOVE '  DONT AU-DELA DU PLAFOND      : ' TO WS-LFGD-TOT-LIB.
           MOVE WS-NB-DEPOS-PLAF        TO WS-LFGD-TOT-ED.
           WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-TOTAL.
           MOVE '  DONT SIGNALES GELES          : ' TO WS-LFGD-TOT-LIB.
           MOVE WS-NB-DEPOS-GEL         TO WS-LFGD-TOT-ED.
           WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-TOTAL.
           WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-BLANC.
           MOVE 'TOTAL DES DEPOTS ELIGIBLES EUR : ' TO WS-LFGD-MT-LIB.
           MOVE WS-TOT-ELIGIBLE         TO WS-LFGD-MT-ED.
           WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-MONTANT.
           MOVE 'MONTANT COUVERT EUR            : ' TO WS-LFGD-MT-LIB.
           MOVE WS-TOT-COUVERT          TO WS-LFGD-MT-ED.
           WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-MONTANT.
           MOVE 'MONTANT NON COUVERT EUR        : ' TO WS-LFGD-MT-LIB.
           MOVE WS-TOT-NON-COUV         TO WS-LFGD-MT-ED.
           WRITE FS-BUFF-F-ETAT-FGD-S FROM WS-LFGD-MONTANT.
      *
       8030-EDITION-TOTAUX-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO423              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* DATE D ARRETE             : ' WS-DATE-ARRETE.
           DISPLAY '* COMPTES LUS               : ' WS-NB-CPT-LUS.
           DISPLAY '* COMPTES INTERNES EXCLUS   : ' WS-NB-CPT-INT.
           DISPLAY '* COMPTES SANS CLIENT       : ' WS-NB-CPT-SSCLI.
           DISPLAY '* COMPTES DEBITEURS         : ' WS-NB-CPT-DEB.
           DISPLAY '* COMPTES RETENUS           : ' WS-NB-CPT-RETENU.
           DISPLAY '* COMPTES JOINTS REPARTIS   : ' WS-NB-CPT-JOINTS.
           DISPLAY '* COMPTES GELES SIGNALES    : ' WS-NB-CPT-GELES.
           DISPLAY '* COMPTES SANS TAUX CLOTURE : ' WS-NB-SANS-TAUX.
           DISPLAY '* DEPOSANTS                 : ' WS-NB-DEPOS-TAB.
           DISPLAY '* CLIENTS INCONNUS CLI0101  : ' WS-NB-CLI-INC.
           DISPLAY '* ENREGISTREMENTS FGDSCV    : ' WS-NB-SCV-ECRITS.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO423         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO423        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
