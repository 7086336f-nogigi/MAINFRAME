      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO426                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *NIVELLEMENT DES POOLS DE TRESORERIE, EN FIN DE CHAINE DE MISE  *
      *A JOUR (APRES ARIO411). LE FICHIER DE STRUCTURE DES POOLS      *
      *(PLT0101, COPY POOLTRES) EST LU EN SEQUENCE : EN-TETE DU POOL  *
      *(COMPTE MAITRE, MODE DEVISE, STATUT) PUIS SES PARTICIPANTS.    *
      *POUR CHAQUE PARTICIPANT, L ECART ENTRE LE SOLDE DISPONIBLE     *
      *(SOLDE DU MAITRE DES COMPTES MOINS LES INDISPONIBILITES        *
      *ACTIVES IND0101) ET LE SOLDE CIBLE DONNE UN VIREMNT :          *
      * - EXCEDENT (SENS R OU D) : DU PARTICIPANT VERS LE MAITRE ;    *
      * - DEFICIT (SENS C OU D)  : DU MAITRE VERS LE PARTICIPANT.     *
      *LES VIREMENTS SONT AJOUTES AU FICHIER DES MOUVEMENTS GENERES   *
      *(MVTSGEN, FORMAT TP4MVTS) POUR LE CYCLE SUIVANT, DATES DE LA   *
      *DATE DE RUN ET LIBELLES DANS LA DEVISE DU PARTICIPANT : LA     *
      *CHAINE CONVERTIT L AUTRE JAMBE AU TAUX TXC0101 DE CETTE DATE,  *
      *LE TOTAL DU POOL EST DONC INCHANGE. SONT ECARTES SANS          *
      *MOUVEMENT : POOL SUSPENDU, MAITRE OU PARTICIPANT INCONNU OU    *
      *GELE A LA DATE (GEL0101), PARTICIPANT D UNE AUTRE DEVISE DANS  *
      *UN POOL MONO-DEVISE OU SANS TAUX A LA DATE, PARTICIPANT DEJA   *
      *NIVELE DANS CE RUN (AUTRE POOL). LE PARTICIPANT EST DATE DU    *
      *NIVELLEMENT : UNE RELANCE A LA MEME DATE NE GENERE RIEN DE     *
      *PLUS. UN RELEVE DE POOL EDITE LES SOLDES AVANT ET APRES        *
      *NIVELLEMENT DE CHAQUE PARTICIPANT ET DU MAITRE, ET LE TOTAL    *
      *DU POOL EN CONTRE-VALEUR DANS LA DEVISE DU MAITRE.             *
      *SYSIN  -> DATE DE RUN AAAAMMJJ (ABSENTE = DATE DU JOUR)        *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *ETATPOOL -> RELEVE QUOTIDIEN DES POOLS                         *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! RATTRAPAGE (ARIO842) : LA DATE EN COURS DE LA *
      *               ! FENETRE ACTIVE (RUN0101) REMPLACE LA DATE DU  *
      *               ! JOUR ; LA DATE SYSIN RESTE PRIORITAIRE        *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO426.
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
      *                      F-PLT-ES : STRUCTURE DES POOLS (IO)
      *                      -------------------------------------------
           SELECT  F-PLT-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-PLT
                   FILE STATUS         IS WS-FS-PLT-ES.
      *                      -------------------------------------------
      *                      F-CPTE-E : FICHIER MAITRE DES COMPTES
      *                      -------------------------------------------
           SELECT  F-CPTE-E            ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY
                   FILE STATUS         IS WS-FS-CPTE-E.
      *                      -------------------------------------------
      *                      F-GEL-E : FICHIER DES COMPTES GELES
      *                      -------------------------------------------
           SELECT  F-GEL-E             ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-GEL
                   FILE STATUS         IS WS-FS-GEL-E.
      *                      -------------------------------------------
      *                      F-TXC-E : FICHIER DES TAUX DE CHANGE
      *                      -------------------------------------------
           SELECT  F-TXC-E             ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-TXC
                   FILE STATUS         IS WS-FS-TXC-E.
      *                      -------------------------------------------
      *                      F-IND-E : INDISPONIBILITES SUR REMISES
      *                      DE CHEQUES
      *                      -------------------------------------------
           SELECT  F-IND-E             ASSIGN TO INP004
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-IND
                   FILE STATUS         IS WS-FS-IND-E.
      *                      -------------------------------------------
      *                      F-MVTS-S : FICHIER DES MOUVEMENTS (AJOUT
      *                      POUR LE CYCLE SUIVANT)
      *                      -------------------------------------------
           SELECT  F-MVTS-S            ASSIGN TO MVTSGEN
                   FILE STATUS         IS WS-FS-MVTS-S.
      *                      -------------------------------------------
      *                      F-ETAT-POOL-S : RELEVE DES POOLS
      *                      -------------------------------------------
           SELECT  F-ETAT-POOL-S       ASSIGN TO ETATPOOL
                   FILE STATUS         IS WS-FS-ETAT-POOL-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-RUN-E : FICHIER DE CONTROLE D
      *                      ENCHAINEMENT (FACULTATIF - RATTRAPAGE)
      *                      -------------------------------------------
           SELECT  F-RUN-E             ASSIGN TO RUNCTL
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-RUN
                   FILE STATUS         IS WS-FS-RUN-E.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :IO001 INP001 INP002 INP003 INP004 MVTSGEN ETATPOOL  *
      *           RUNCTL                                              *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *STRUCTURE DES POOLS DE TRESORERIE (IO)
       FD  F-PLT-ES
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-PLT-ES.
           05  FS-KEY-PLT        PIC X(16).
           05  FILLER            PIC X(64).
      *FICHIER MAITRE DES COMPTES
       FD  F-CPTE-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-CPTE-E.
           05  FS-KEY            PIC X(10).
           05  FILLER            PIC X(40).
      *FICHIER DES COMPTES GELES
       FD  F-GEL-E
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-GEL-E.
           05  FS-KEY-GEL        PIC X(10).
           05  FILLER            PIC X(30).
      *FICHIER DES TAUX DE CHANGE
       FD  F-TXC-E
           RECORD CONTAINS 30 CHARACTERS.
       01  FS-BUFF-F-TXC-E.
           05  FS-KEY-TXC        PIC X(11).
           05  FILLER            PIC X(19).
      *INDISPONIBILITES SUR REMISES DE CHEQUES
       FD  F-IND-E
           RECORD CONTAINS 70 CHARACTERS.
       01  FS-BUFF-F-IND-E.
           05  FS-KEY-IND        PIC X(24).
           05  FILLER            PIC X(46).
      *FICHIER DES MOUVEMENTS GENERES (AJOUT)
       FD  F-MVTS-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-MVTS-S      PIC X(64).
      *RELEVE DES POOLS
       FD  F-ETAT-POOL-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-POOL-S PIC X(132).
      *FICHIER DE CONTROLE D ENCHAINEMENT (E) - RATTRAPAGE
       FD  F-RUN-E
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-RUN-E.
           05  FS-KEY-RUN        PIC X(8).
           05  FILLER            PIC X(32).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY POOLTRES.
       COPY TP4CPTES.
       COPY GELCPTE.
       COPY TAUXCHG.
       COPY INDISPO.
       COPY TP4MVTS.
      *FENETRE DE RATTRAPAGE (FICHIER DE CONTROLE RUN0101 : FACULTATIF,
      *ABSENT OU SANS FENETRE ACTIVE = DATE DU JOUR)
       COPY RUNCTL.
       01  WS-FS-RUN-E      PIC X(2).
           88 RUN-OK                             VALUE '00'.
           88 RUN-INEXISTANT                     VALUE '23'.
           88 RUN-ABSENT                         VALUE '35'.
      *FILE STATUS
       01  WS-FS-PLT-ES      PIC X(2).
           88 PLT-OK                              VALUE '00'.
           88 PLT-FIN                             VALUE '10'.
           88 PLT-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-CPTE-E      PIC X(2).
           88 CPTE-OK                             VALUE '00'.
           88 CPTE-INEXISTANT                     VALUE '23'.
       01  WS-FS-GEL-E       PIC X(2).
           88 GEL-OK                              VALUE '00'.
           88 GEL-INEXISTANT                      VALUE '23'.
           88 GEL-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-TXC-E       PIC X(2).
           88 TXC-OK                              VALUE '00'.
           88 TXC-INEXISTANT                      VALUE '23'.
           88 TXC-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-IND-E       PIC X(2).
           88 IND-OK                              VALUE '00'.
           88 IND-FIN                             VALUE '10'.
           88 IND-INEXISTANT                      VALUE '23'.
           88 IND-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-MVTS-S      PIC X(2).
       01  WS-FS-ETAT-POOL-S PIC X(2).
      *FICHIERS FACULTATIFS (ABSENT = CONTROLE NON FAIT)
       01  WS-SW-GEL-DISPO   PIC X                VALUE '0'.
           88 GEL-DISPONIBLE                      VALUE '1'.
           88 GEL-INDISPONIBLE                    VALUE '0'.
       01  WS-SW-TXC-DISPO   PIC X                VALUE '0'.
           88 TXC-DISPONIBLE                      VALUE '1'.
           88 TXC-INDISPONIBLE                    VALUE '0'.
       01  WS-SW-IND-DISPO   PIC X                VALUE '0'.
           88 IND-DISPONIBLE                      VALUE '1'.
           88 IND-INDISPONIBLE                    VALUE '0'.
      *DATE DE RUN (SYSIN OU DATE DU JOUR)
       01  WS-SYSIN-CARTE.
           05  WS-SYC-DATE-X     PIC X(8).
           05  WS-SYC-DATE-N REDEFINES WS-SYC-DATE-X
                                 PIC 9(8).
           05  FILLER            PIC X(72).
       01  WS-DATEJ-N        PIC 9(8)             VALUE ZERO.
       01  WS-DATE-RUN       PIC 9(8)             VALUE ZERO.
       01  WS-DATE-RUN-R REDEFINES WS-DATE-RUN.
           05  WS-RUN-SS         PIC 9(2).
           05  WS-RUN-AA         PIC 9(2).
           05  WS-RUN-MM         PIC 9(2).
           05  WS-RUN-JJ         PIC 9(2).
      *POOL EN COURS (EN-TETE LU)
       01  WS-SW-POOL        PIC X                VALUE '0'.
           88 POOL-EN-COURS                       VALUE '1'.
           88 POOL-AUCUN                          VALUE '0'.
       01  WS-SW-POOL-ETAT   PIC X                VALUE '0'.
           88 POOL-NIVELABLE                      VALUE '0'.
           88 POOL-BLOQUE                         VALUE '1'.
       01  WS-POOL-CRT       PIC X(6)             VALUE SPACE.
       01  WS-POOL-MOTIF     PIC X(15)            VALUE SPACE.
       01  WS-POOL-MODE      PIC X(1)             VALUE SPACE.
           88 POOL-MONO-DEVISE                    VALUE 'M'.
       01  WS-MAITRE-CPTE    PIC X(10)            VALUE SPACE.
       01  WS-MAITRE-DEVISE  PIC X(3)             VALUE SPACE.
       01  WS-MAITRE-SOLDE   PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-MAITRE-MVT     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-MAITRE-TAUX    PIC 9(5)V9(6)        VALUE ZERO.
       01  WS-POOL-NB-MVT    PIC S9(5)     COMP   VALUE ZERO.
      *TOTAL DU POOL EN CONTRE-VALEUR DANS LA DEVISE DU MAITRE
       01  WS-TOT-POOL-AVANT PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-POOL-APRES PIC S9(11)V99 COMP-3 VALUE ZERO.
      *PARTICIPANT EN COURS
       01  WS-SW-PART        PIC X                VALUE '0'.
           88 PART-RETENU                         VALUE '0'.
           88 PART-ECARTE                         VALUE '1'.
       01  WS-PART-OBS       PIC X(15)            VALUE SPACE.
       01  WS-PART-DEVISE    PIC X(3)             VALUE SPACE.
       01  WS-PART-TAUX      PIC 9(5)V9(6)        VALUE ZERO.
       01  WS-PART-SOLDE     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PART-INDISPO   PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PART-ECART     PIC S9(11)V99 COMP-3 VALUE ZERO.
      *    MOUVEMENT DU PARTICIPANT : POSITIF = COUVERTURE RECUE,
      *    NEGATIF = EXCEDENT REMONTE
       01  WS-PART-MVT       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PART-APRES     PIC S9(11)V99 COMP-3 VALUE ZERO.
      *CONVERSION DANS LA DEVISE DU MAITRE (MEME CALCUL QUE ARIO411)
       01  WS-MT-A-CONV      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-MT-CONVERTI    PIC S9(11)V99 COMP-3 VALUE ZERO.
      *RECHERCHE D UN TAUX A LA DATE DE RUN (EURO = PIVOT, TAUX 1)
       01  WS-DEV-CHERCHEE   PIC X(3)             VALUE SPACE.
       01  WS-TAUX-TROUVE    PIC 9(5)V9(6)        VALUE ZERO.
       01  WS-SW-TAUX        PIC X                VALUE '0'.
           88 TAUX-PRESENT                        VALUE '0'.
           88 TAUX-MANQUANT                       VALUE '1'.
      *CONTROLE DU GEL D UN COMPTE A LA DATE DE RUN
       01  WS-CPTE-CHERCHE   PIC X(10)            VALUE SPACE.
       01  WS-SW-GEL         PIC X                VALUE '0'.
           88 CPTE-LIBRE                          VALUE '0'.
           88 CPTE-GELE                           VALUE '1'.
      *COMPTES DEJA NIVELES DANS LE RUN (UN COMPTE PRESENT DANS DEUX
      *POOLS N EST NIVELE QU UNE FOIS)
       01  WS-NB-NIV-TAB     PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-NIV        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-SW-NIV         PIC X                VALUE '0'.
           88 NIV-NOUVEAU                         VALUE '0'.
           88 NIV-DEJA-FAIT                       VALUE '1'.
       01  WS-TAB-NIVELES.
           05  WS-TNIV-CPTE      PIC X(10) OCCURS 2000.
      *SEQUENCE D ATTRIBUTION DES REFERENCES DE MOUVEMENT
       01  WS-REF-SEQ        PIC 9(5)             VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LPOL-TIRET     PIC X(132) VALUE ALL '-'.
       01  WS-LPOL-BLANC     PIC X(132) VALUE SPACE.
       01  WS-LPOL-TITRE.
           05  FILLER            PIC X(42)
               VALUE 'RELEVE DES POOLS DE TRESORERIE DE LA DATE '.
           05  WS-LPOL-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(80) VALUE SPACES.
       01  WS-LPOL-POOL.
           05  FILLER            PIC X(5)  VALUE 'POOL '.
           05  WS-LPP-POOL-ED    PIC X(6).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LPP-NOM-ED     PIC X(30).
           05  FILLER            PIC X(9)  VALUE ' MAITRE  '.
           05  WS-LPP-MAITRE-ED  PIC X(10).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LPP-DEV-ED     PIC X(3).
           05  FILLER            PIC X(7)  VALUE '  MODE '.
           05  WS-LPP-MODE-ED    PIC X(1).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LPP-MOTIF-ED   PIC X(15).
           05  FILLER            PIC X(42) VALUE SPACES.
       01  WS-LPOL-TITRES.
           05  FILLER            PIC X(11) VALUE 'COMPTE     '.
           05  FILLER            PIC X(4)  VALUE 'DEV '.
           05  FILLER            PIC X(2)  VALUE 'S '.
           05  FILLER            PIC X(18) VALUE
               '       SOLDE CIBLE'.
           05  FILLER            PIC X(18) VALUE
               '       SOLDE AVANT'.
           05  FILLER            PIC X(18) VALUE
               '     INDISPONIBLE '.
           05  FILLER            PIC X(18) VALUE
               '         MOUVEMENT'.
           05  FILLER            PIC X(18) VALUE
               '       SOLDE APRES'.
           05  FILLER            PIC X(25) VALUE
               '  OBSERVATION'.
       01  WS-LPOL-DETAIL.
           05  WS-LDET-CPTE-ED   PIC X(10).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-DEV-ED    PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-SENS-ED   PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-CIBLE-ED  PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-AVANT-ED  PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-INDIS-ED  PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-MVT-ED    PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LDET-APRES-ED  PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LDET-OBS-ED    PIC X(15).
           05  FILLER            PIC X(8)  VALUE SPACES.
       01  WS-LPOL-TOTAL.
           05  FILLER            PIC X(17) VALUE 'TOTAL DU POOL EN '.
           05  WS-LTOT-DEV-ED    PIC X(3).
           05  FILLER            PIC X(14) VALUE SPACES.
           05  WS-LTOT-AVANT-ED  PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER            PIC X(38) VALUE SPACES.
           05  WS-LTOT-APRES-ED  PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LTOT-NB-ED     PIC ZZZ9.
           05  FILLER            PIC X(20) VALUE ' VIREMENT(S)'.
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
      *COMPTEUR RENDU EXEC
       01  WS-NB-PLT-LUS     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-POOLS       PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-POOLS-BLQ   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-PARTS       PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-PARTS-ECART PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-PARTS-ORPH  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-REMONTEES   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-COUVERTURES PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-DEJA-NIV    PIC S9(7) COMP VALUE ZERO.
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
      *
           IF  NOT PLT-FICHIER-ABSENT
               PERFORM  6010-READ-F-PLT-ES-DEB
                  THRU  6010-READ-F-PLT-ES-FIN
               PERFORM  1000-TRT-UN-ENREG-DEB
                  THRU  1000-TRT-UN-ENREG-FIN
                 UNTIL  PLT-FIN
           END-IF.
           IF  POOL-EN-COURS
               PERFORM  2900-FIN-POOL-DEB
                  THRU  2900-FIN-POOL-FIN
           END-IF.
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
      * TRT 1000 AIGUILLE L ENREGISTREMENT LU : EN-TETE (NOUVEAU
      *          POOL) OU PARTICIPANT DU POOL EN COURS
      *----------------------------------------------------
       1000-TRT-UN-ENREG-DEB.
      *
           ADD  1                       TO WS-NB-PLT-LUS.
           IF  PLT-ENTETE
               IF  POOL-EN-COURS
                   PERFORM  2900-FIN-POOL-DEB
                      THRU  2900-FIN-POOL-FIN
               END-IF
               PERFORM  2000-DEBUT-POOL-DEB
                  THRU  2000-DEBUT-POOL-FIN
           ELSE
               IF  POOL-EN-COURS
                   AND WS-PLT-POOL = WS-POOL-CRT
                   PERFORM  3000-TRT-PARTICIPANT-DEB
                      THRU  3000-TRT-PARTICIPANT-FIN
               ELSE
      *            PARTICIPANT SANS EN-TETE DE POOL : IGNORE
                   ADD  1               TO WS-NB-PARTS-ORPH
                   DISPLAY 'PARTICIPANT SANS EN-TETE DE POOL : '
                           WS-PLT-POOL ' ' WS-PLT-CPTE
               END-IF
           END-IF.
      *
           PERFORM  6010-READ-F-PLT-ES-DEB
              THRU  6010-READ-F-PLT-ES-FIN.
      *
       1000-TRT-UN-ENREG-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 OUVRE LE POOL : CONTROLE DU STATUT ET DU COMPTE
      *          MAITRE (EXISTANT, NON GELE, TAUX DE SA DEVISE)
      *----------------------------------------------------
       2000-DEBUT-POOL-DEB.
      *
           SET  POOL-EN-COURS           TO TRUE.
           SET  POOL-NIVELABLE          TO TRUE.
           ADD  1                       TO WS-NB-POOLS.
           MOVE WS-PLT-POOL             TO WS-POOL-CRT.
           MOVE WS-PLT-MODE-DEV         TO WS-POOL-MODE.
           MOVE WS-PLT-MAITRE           TO WS-MAITRE-CPTE.
           MOVE SPACE                   TO WS-POOL-MOTIF
                                           WS-MAITRE-DEVISE.
           MOVE ZERO                    TO WS-MAITRE-SOLDE
                                           WS-MAITRE-MVT
                                           WS-MAITRE-TAUX
                                           WS-POOL-NB-MVT
                                           WS-TOT-POOL-AVANT
                                           WS-TOT-POOL-APRES.
      *
           PERFORM  2100-CTL-MAITRE-DEB
              THRU  2100-CTL-MAITRE-FIN.
           IF  POOL-BLOQUE
               ADD  1                   TO WS-NB-POOLS-BLQ
           END-IF.
      *
           PERFORM  8010-ENTETE-POOL-DEB
              THRU  8010-ENTETE-POOL-FIN.
      *
       2000-DEBUT-POOL-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2100 UN POOL SUSPENDU, SANS MAITRE CONNU OU DONT LE
      *          MAITRE EST GELE A LA DATE N EST PAS NIVELE
      *----------------------------------------------------
       2100-CTL-MAITRE-DEB.
      *
           IF  NOT PLT-ACTIF
               SET  POOL-BLOQUE         TO TRUE
               MOVE 'POOL SUSPENDU'     TO WS-POOL-MOTIF
               GO TO 2100-CTL-MAITRE-FIN
           END-IF.
           MOVE WS-MAITRE-CPTE          TO FS-KEY.
           PERFORM  6020-READ-F-CPTE-E-DEB
              THRU  6020-READ-F-CPTE-E-FIN.
           IF  CPTE-INEXISTANT
               SET  POOL-BLOQUE         TO TRUE
               MOVE 'MAITRE INCONNU'    TO WS-POOL-MOTIF
               GO TO 2100-CTL-MAITRE-FIN
           END-IF.
           MOVE WS-CPTES-DEVISE         TO WS-MAITRE-DEVISE.
           MOVE WS-CPTES-SOLDE          TO WS-MAITRE-SOLDE.
           MOVE WS-MAITRE-SOLDE         TO WS-TOT-POOL-AVANT.
           MOVE WS-MAITRE-CPTE          TO WS-CPTE-CHERCHE.
           PERFORM  7200-CTL-GEL-DEB
              THRU  7200-CTL-GEL-FIN.
           IF  CPTE-GELE
               SET  POOL-BLOQUE         TO TRUE
               MOVE 'MAITRE GELE'       TO WS-POOL-MOTIF
               GO TO 2100-CTL-MAITRE-FIN
           END-IF.
           MOVE WS-MAITRE-DEVISE        TO WS-DEV-CHERCHEE.
           PERFORM  7300-CHERCHE-TAUX-DEB
              THRU  7300-CHERCHE-TAUX-FIN.
           MOVE WS-TAUX-TROUVE          TO WS-MAITRE-TAUX.
      *
       2100-CTL-MAITRE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2900 FERME LE POOL : LIGNE DU MAITRE (SOLDE APRES =
      *          SOLDE AVANT + CONTRE-VALEUR DES VIREMENTS) ET
      *          TOTAL DU POOL
      *----------------------------------------------------
       2900-FIN-POOL-DEB.
      *
           IF  POOL-NIVELABLE
               ADD  WS-MAITRE-SOLDE     TO WS-TOT-POOL-APRES
               ADD  WS-MAITRE-MVT       TO WS-TOT-POOL-APRES
           END-IF.
           PERFORM  8030-LIGNE-MAITRE-DEB
              THRU  8030-LIGNE-MAITRE-FIN.
           PERFORM  8040-TOTAL-POOL-DEB
              THRU  8040-TOTAL-POOL-FIN.
           SET  POOL-AUCUN              TO TRUE.
      *
       2900-FIN-POOL-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 PARTICIPANT DU POOL EN COURS : CONTROLES, ECART
      *          A LA CIBLE ET VIREMENT DE NIVELLEMENT
      *----------------------------------------------------
       3000-TRT-PARTICIPANT-DEB.
      *
           ADD  1                       TO WS-NB-PARTS.
           MOVE ZERO                    TO WS-PART-SOLDE
                                           WS-PART-INDISPO
                                           WS-PART-MVT
                                           WS-PART-APRES.
           MOVE SPACE                   TO WS-PART-DEVISE
                                           WS-PART-OBS.
      *
           PERFORM  3100-CTL-PARTICIPANT-DEB
              THRU  3100-CTL-PARTICIPANT-FIN.
           IF  PART-ECARTE
               ADD  1                   TO WS-NB-PARTS-ECART
               MOVE WS-PART-SOLDE       TO WS-PART-APRES
               GO TO 3000-TRT-PARTICIPANT-SUITE
           END-IF.
      *
           PERFORM  7400-CUMUL-INDISPO-DEB
              THRU  7400-CUMUL-INDISPO-FIN.
           COMPUTE WS-PART-ECART = WS-PART-SOLDE - WS-PART-INDISPO
                                 - WS-PLT-CIBLE.
           EVALUATE TRUE
               WHEN WS-PLT-DER-NIV = WS-DATE-RUN
      *           DEJA NIVELE A CETTE DATE (RELANCE DU JOB)
                  ADD  1                TO WS-NB-DEJA-NIV
                  MOVE 'DEJA NIVELE'    TO WS-PART-OBS
               WHEN WS-PART-ECART > ZERO AND PLT-REMONTEE
                  PERFORM  3200-REMONTEE-DEB
                     THRU  3200-REMONTEE-FIN
               WHEN WS-PART-ECART < ZERO AND PLT-COUVERTURE
                  PERFORM  3300-COUVERTURE-DEB
                     THRU  3300-COUVERTURE-FIN
               WHEN OTHER
                  MOVE 'SANS MOUVEMENT' TO WS-PART-OBS
           END-EVALUATE.
           COMPUTE WS-PART-APRES = WS-PART-SOLDE + WS-PART-MVT.
      *
      *    CONTRE-VALEURS DANS LA DEVISE DU MAITRE : SOLDES AVANT ET
      *    APRES AU TOTAL DU POOL, MOUVEMENT INVERSE SUR LE MAITRE
           MOVE WS-PART-SOLDE           TO WS-MT-A-CONV.
           PERFORM  7310-CONVERTIT-DEB
              THRU  7310-CONVERTIT-FIN.
           ADD  WS-MT-CONVERTI          TO WS-TOT-POOL-AVANT.
           MOVE WS-PART-APRES           TO WS-MT-A-CONV.
           PERFORM  7310-CONVERTIT-DEB
              THRU  7310-CONVERTIT-FIN.
           ADD  WS-MT-CONVERTI          TO WS-TOT-POOL-APRES.
           MOVE WS-PART-MVT             TO WS-MT-A-CONV.
           PERFORM  7310-CONVERTIT-DEB
              THRU  7310-CONVERTIT-FIN.
           SUBTRACT WS-MT-CONVERTI      FROM WS-MAITRE-MVT.
      *
       3000-TRT-PARTICIPANT-SUITE.
           PERFORM  8020-LIGNE-PARTICIPANT-DEB
              THRU  8020-LIGNE-PARTICIPANT-FIN.
      *
       3000-TRT-PARTICIPANT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3100 CONTROLES DU PARTICIPANT : POOL NIVELABLE, COMPTE
      *          CONNU, DIFFERENT DU MAITRE, NON DEJA NIVELE DANS LE
      *          RUN, NON GELE, DEVISE ADMISE PAR LE MODE DU POOL
      *----------------------------------------------------
       3100-CTL-PARTICIPANT-DEB.
      *
           SET  PART-RETENU             TO TRUE.
           IF  POOL-BLOQUE
               SET  PART-ECARTE         TO TRUE
               MOVE WS-POOL-MOTIF       TO WS-PART-OBS
               GO TO 3100-CTL-PARTICIPANT-FIN
           END-IF.
           MOVE WS-PLT-CPTE             TO FS-KEY.
           PERFORM  6020-READ-F-CPTE-E-DEB
              THRU  6020-READ-F-CPTE-E-FIN.
           IF  CPTE-INEXISTANT
               SET  PART-ECARTE         TO TRUE
               MOVE 'COMPTE INCONNU'    TO WS-PART-OBS
               GO TO 3100-CTL-PARTICIPANT-FIN
           END-IF.
           MOVE WS-CPTES-SOLDE          TO WS-PART-SOLDE.
           MOVE WS-CPTES-DEVISE         TO WS-PART-DEVISE.
           IF  WS-PLT-CPTE = WS-MAITRE-CPTE
               SET  PART-ECARTE         TO TRUE
               MOVE 'COMPTE MAITRE'     TO WS-PART-OBS
               GO TO 3100-CTL-PARTICIPANT-FIN
           END-IF.
           PERFORM  7100-CHERCHE-NIVELE-DEB
              THRU  7100-CHERCHE-NIVELE-FIN.
           IF  NIV-DEJA-FAIT
               SET  PART-ECARTE         TO TRUE
               MOVE 'AUTRE POOL'        TO WS-PART-OBS
               GO TO 3100-CTL-PARTICIPANT-FIN
           END-IF.
           MOVE WS-PLT-CPTE             TO WS-CPTE-CHERCHE.
           PERFORM  7200-CTL-GEL-DEB
              THRU  7200-CTL-GEL-FIN.
           IF  CPTE-GELE
               SET  PART-ECARTE         TO TRUE
               MOVE 'COMPTE GELE'       TO WS-PART-OBS
               GO TO 3100-CTL-PARTICIPANT-FIN
           END-IF.
           IF  WS-PART-DEVISE NOT = WS-MAITRE-DEVISE
               AND POOL-MONO-DEVISE
               SET  PART-ECARTE         TO TRUE
               MOVE 'AUTRE DEVISE'      TO WS-PART-OBS
               GO TO 3100-CTL-PARTICIPANT-FIN
           END-IF.
      *    TAUX DU PARTICIPANT ET DU MAITRE A LA DATE DE RUN, CEUX
      *    QU APPLIQUERA LA CHAINE A LA JAMBE DANS L AUTRE DEVISE
           MOVE WS-PART-DEVISE          TO WS-DEV-CHERCHEE.
           PERFORM  7300-CHERCHE-TAUX-DEB
              THRU  7300-CHERCHE-TAUX-FIN.
           MOVE WS-TAUX-TROUVE          TO WS-PART-TAUX.
           IF  WS-PART-DEVISE NOT = WS-MAITRE-DEVISE
               AND (WS-PART-TAUX = ZERO OR WS-MAITRE-TAUX = ZERO)
               SET  PART-ECARTE         TO TRUE
               MOVE 'SANS TAUX'         TO WS-PART-OBS
           END-IF.
      *
       3100-CTL-PARTICIPANT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3200 EXCEDENT REMONTE : VIREMNT DU PARTICIPANT VERS LE
      *          MAITRE
      *----------------------------------------------------
       3200-REMONTEE-DEB.
      *
           PERFORM  7010-ALIM-MVT-DEB
              THRU  7010-ALIM-MVT-FIN.
           MOVE WS-PLT-CPTE             TO WS-MVTS-CPTE.
           MOVE WS-MAITRE-CPTE          TO WS-MVTS-CTR.
           MOVE WS-PART-ECART           TO WS-MVTS-MT.
           PERFORM  6060-WRITE-F-MVTS-S-DEB
              THRU  6060-WRITE-F-MVTS-S-FIN.
           COMPUTE WS-PART-MVT = ZERO - WS-PART-ECART.
           MOVE 'REMONTEE'              TO WS-PART-OBS.
           ADD  1                       TO WS-NB-REMONTEES.
           PERFORM  3400-MARQUE-NIVELE-DEB
              THRU  3400-MARQUE-NIVELE-FIN.
      *
       3200-REMONTEE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3300 DEFICIT COUVERT : VIREMNT DU MAITRE VERS LE
      *          PARTICIPANT (LE DECOUVERT DU MAITRE RESTE CONTROLE
      *          PAR LA CHAINE)
      *----------------------------------------------------
       3300-COUVERTURE-DEB.
      *
           PERFORM  7010-ALIM-MVT-DEB
              THRU  7010-ALIM-MVT-FIN.
           MOVE WS-MAITRE-CPTE          TO WS-MVTS-CPTE.
           MOVE WS-PLT-CPTE             TO WS-MVTS-CTR.
           COMPUTE WS-MVTS-MT = ZERO - WS-PART-ECART.
           PERFORM  6060-WRITE-F-MVTS-S-DEB
              THRU  6060-WRITE-F-MVTS-S-FIN.
           COMPUTE WS-PART-MVT = ZERO - WS-PART-ECART.
           MOVE 'COUVERTURE'            TO WS-PART-OBS.
           ADD  1                       TO WS-NB-COUVERTURES.
           PERFORM  3400-MARQUE-NIVELE-DEB
              THRU  3400-MARQUE-NIVELE-FIN.
      *
       3300-COUVERTURE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3400 DATE LE PARTICIPANT DU NIVELLEMENT ET LE RANGE
      *          DANS LA TABLE DES COMPTES NIVELES DU RUN
      *----------------------------------------------------
       3400-MARQUE-NIVELE-DEB.
      *
           ADD  1                       TO WS-POOL-NB-MVT.
           MOVE WS-DATE-RUN             TO WS-PLT-DER-NIV.
           PERFORM  6015-REWRITE-F-PLT-ES-DEB
              THRU  6015-REWRITE-F-PLT-ES-FIN.
           IF  WS-NB-NIV-TAB < 2000
               ADD  1                   TO WS-NB-NIV-TAB
               MOVE WS-PLT-CPTE         TO WS-TNIV-CPTE(WS-NB-NIV-TAB)
           END-IF.
      *
       3400-MARQUE-NIVELE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *6000 OUVRE L ENSEMBLE DES FICHIERS
      *----------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
      *    PAS DE FICHIER DES POOLS : RELEVE VIDE
           OPEN I-O F-PLT-ES.
           EVALUATE TRUE
               WHEN PLT-OK
                  CONTINUE
               WHEN PLT-FICHIER-ABSENT
                  DISPLAY 'FICHIER DES POOLS ABSENT - AUCUN POOL'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-PLT-ES'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-PLT-ES
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           OPEN INPUT F-CPTE-E.
           IF NOT CPTE-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-GEL-E.
           EVALUATE TRUE
               WHEN GEL-OK
                  SET GEL-DISPONIBLE    TO TRUE
               WHEN GEL-FICHIER-ABSENT
                  SET GEL-INDISPONIBLE  TO TRUE
                  DISPLAY 'FICHIER DES GELS ABSENT - GELS NON '
                          'CONTROLES'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-GEL-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-GEL-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
      *    PAS DE FICHIER DES TAUX : SEULS LES PARTICIPANTS DANS LA
      *    DEVISE DU MAITRE SONT NIVELES
           OPEN INPUT F-TXC-E.
           EVALUATE TRUE
               WHEN TXC-OK
                  SET TXC-DISPONIBLE    TO TRUE
               WHEN TXC-FICHIER-ABSENT
                  SET TXC-INDISPONIBLE  TO TRUE
                  DISPLAY 'FICHIER DES TAUX ABSENT - PARTICIPANTS EN '
                          'DEVISE ECARTES'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-TXC-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-TXC-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           OPEN INPUT F-IND-E.
           EVALUATE TRUE
               WHEN IND-OK
                  SET IND-DISPONIBLE    TO TRUE
               WHEN IND-FICHIER-ABSENT
                  SET IND-INDISPONIBLE  TO TRUE
                  DISPLAY 'FICHIER DES INDISPONIBILITES ABSENT - '
                          'NIVELLEMENT SUR LE SOLDE COMPTABLE'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-IND-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-IND-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
      *    LE FICHIER DES MOUVEMENTS GENERES EST ALIMENTE PAR
      *    PLUSIEURS TRAITEMENTS : OUVERTURE EN EXTENSION
           OPEN EXTEND F-MVTS-S.
           IF WS-FS-MVTS-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-MVTS-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MVTS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-POOL-S.
           IF WS-FS-ETAT-POOL-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-POOL-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-POOL-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6005 LIT LA FENETRE DE RATTRAPAGE DE LA CHAINE (ARIO842) :
      *     SI ELLE EST ACTIVE, SA DATE EN COURS REMPLACE LA DATE
      *     DU JOUR
      *------------------------------------
       6005-READ-F-RUN-E-DEB.
      *
           OPEN INPUT F-RUN-E.
           IF  RUN-ABSENT
               GO TO 6005-READ-F-RUN-E-FIN
           END-IF.
           IF NOT RUN-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-RUN-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RUN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 'RATTRAP '              TO FS-KEY-RUN.
           READ F-RUN-E INTO WS-RAT-ENR.
           IF NOT (RUN-OK OR RUN-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-RUN-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RUN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF  RUN-OK AND RAT-ACTIF
               MOVE WS-RAT-DATE-COURS   TO WS-DATEJ-N
               DISPLAY 'RATTRAPAGE EN COURS : DATE DE TRAITEMENT '
                       WS-RAT-DATE-COURS
           END-IF.
           CLOSE F-RUN-E.
      *
       6005-READ-F-RUN-E-FIN.
           EXIT.
      *-------------------------------------
      *6010 EXECUTE LA LECTURE SUR F-PLT-ES
      *------------------------------------
       6010-READ-F-PLT-ES-DEB.
      *
           READ F-PLT-ES NEXT RECORD INTO WS-PLT-ENR.
           IF NOT (PLT-OK OR PLT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PLT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PLT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-PLT-ES-FIN.
           EXIT.
      *-------------------------------------
      *6015 REECRIT LE PARTICIPANT COURANT (DATE DE NIVELLEMENT)
      *------------------------------------
       6015-REWRITE-F-PLT-ES-DEB.
      *
           REWRITE FS-BUFF-F-PLT-ES FROM WS-PLT-ENR.
           IF NOT PLT-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-PLT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PLT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6015-REWRITE-F-PLT-ES-FIN.
           EXIT.
      *-------------------------------------
      *6020 LIT LE COMPTE DE CLE FS-KEY
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
      *6030 LIT LE GEL DU COMPTE DE CLE FS-KEY-GEL
      *------------------------------------
       6030-READ-F-GEL-E-DEB.
      *
           READ F-GEL-E INTO WS-GEL-ENR.
           IF NOT (GEL-OK OR GEL-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-GEL-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-GEL-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-READ-F-GEL-E-FIN.
           EXIT.
      *-------------------------------------
      *6040 LIT LE TAUX DE CLE FS-KEY-TXC (DEVISE + DATE)
      *------------------------------------
       6040-READ-F-TXC-E-DEB.
      *
           READ F-TXC-E INTO WS-TXC-ENR.
           IF NOT (TXC-OK OR TXC-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-TXC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-TXC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-READ-F-TXC-E-FIN.
           EXIT.
      *-------------------------------------
      *6050 POSITIONNE F-IND-E SUR LA PREMIERE INDISPONIBILITE DU
      *     COMPTE (CLE FS-KEY-IND)
      *------------------------------------
       6050-START-F-IND-E-DEB.
      *
           START F-IND-E
             KEY IS NOT LESS THAN FS-KEY-IND
           END-START.
           IF NOT (IND-OK OR IND-INEXISTANT)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-IND-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-IND-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6050-START-F-IND-E-FIN.
           EXIT.
      *-------------------------------------
      *6055 LECTURE SUIVANTE SUR F-IND-E
      *------------------------------------
       6055-READNEXT-F-IND-E-DEB.
      *
           READ F-IND-E NEXT RECORD INTO WS-IDP-ENR.
           IF NOT (IND-OK OR IND-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-IND-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-IND-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6055-READNEXT-F-IND-E-FIN.
           EXIT.
      *-------------------------------------
      *6060 EXECUTE L ECRITURE SUR F-MVTS-S
      *------------------------------------
       6060-WRITE-F-MVTS-S-DEB.
      *
           WRITE FS-BUFF-F-MVTS-S FROM WS-ENRG-F-MVTS.
           IF WS-FS-MVTS-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-MVTS-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MVTS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6060-WRITE-F-MVTS-S-FIN.
           EXIT.
      *-------------------------------------
      *6070 EXECUTE L ECRITURE SUR F-ETAT-POOL-S
      *------------------------------------
       6070-WRITE-F-ETAT-POOL-S-DEB.
      *
           WRITE FS-BUFF-F-ETAT-POOL-S.
           IF WS-FS-ETAT-POOL-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-ETAT-POOL-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-POOL-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6070-WRITE-F-ETAT-POOL-S-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-CPTE-E F-MVTS-S F-ETAT-POOL-S.
           IF  NOT PLT-FICHIER-ABSENT
               CLOSE F-PLT-ES
           END-IF.
           IF  GEL-DISPONIBLE
               CLOSE F-GEL-E
           END-IF.
           IF  TXC-DISPONIBLE
               CLOSE F-TXC-E
           END-IF.
           IF  IND-DISPONIBLE
               CLOSE F-IND-E
           END-IF.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : ORDRES DE CALCUL ET DE RECHERCHE                   *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 LIT LA CARTE SYSIN : DATE DE RUN (DEFAUT DATE DU JOUR)
      *------------------------------------
       7000-INIT-SYSIN-DEB.
      *
           ACCEPT WS-DATEJ-N FROM DATE YYYYMMDD.
           PERFORM  6005-READ-F-RUN-E-DEB
              THRU  6005-READ-F-RUN-E-FIN.
           MOVE SPACES                  TO WS-SYSIN-CARTE.
           ACCEPT WS-SYSIN-CARTE FROM SYSIN.
           IF  WS-SYC-DATE-X NUMERIC
               MOVE WS-SYC-DATE-N       TO WS-DATE-RUN
           ELSE
               MOVE WS-DATEJ-N          TO WS-DATE-RUN
           END-IF.
      *
           MOVE WS-DATE-RUN             TO WS-DATE-ED-E-N.
           PERFORM  7500-DATE-EDITION-DEB
              THRU  7500-DATE-EDITION-FIN.
           MOVE WS-DATE-ED-S-N          TO WS-LPOL-DATE-ED.
      *
       7000-INIT-SYSIN-FIN.
           EXIT.
      *-------------------------------------
      *7010 CONSTITUE LE VIREMNT DE NIVELLEMENT, DATE DE RUN, DANS LA
      *     DEVISE DU PARTICIPANT, AVEC SA REFERENCE UNIQUE - COMPTES
      *     ET MONTANT SONT POSES PAR L APPELANT
      *------------------------------------
       7010-ALIM-MVT-DEB.
      *
           MOVE SPACE                   TO WS-MVTS-REF-OPE.
           MOVE WS-RUN-JJ               TO WS-MVTS-JJ.
           MOVE WS-RUN-MM               TO WS-MVTS-MM.
           MOVE WS-RUN-SS               TO WS-MVTS-SS.
           MOVE WS-RUN-AA               TO WS-MVTS-AA.
           SET  VIREMENT                TO TRUE.
           MOVE WS-PART-DEVISE          TO WS-MVTS-DEVISE.
      *    REFERENCE UNIQUE DU MOUVEMENT (DATE + SOURCE + SEQUENCE)
           ADD  1                       TO WS-REF-SEQ.
           MOVE WS-DATE-RUN             TO WS-MVTS-REF(1:8).
           MOVE 'B'                     TO WS-MVTS-REF(9:1).
           MOVE WS-REF-SEQ              TO WS-MVTS-REF(10:5).
      *
       7010-ALIM-MVT-FIN.
           EXIT.
      *-------------------------------------
      *7100 RECHERCHE LE PARTICIPANT DANS LES COMPTES DEJA NIVELES
      *     DU RUN
      *------------------------------------
       7100-CHERCHE-NIVELE-DEB.
      *
           SET  NIV-NOUVEAU             TO TRUE.
           PERFORM  7110-COMPARE-NIVELE-DEB
              THRU  7110-COMPARE-NIVELE-FIN
             VARYING WS-IND-NIV FROM 1 BY 1
             UNTIL  WS-IND-NIV > WS-NB-NIV-TAB
                 OR NIV-DEJA-FAIT.
      *
       7100-CHERCHE-NIVELE-FIN.
           EXIT.
       7110-COMPARE-NIVELE-DEB.
           IF  WS-TNIV-CPTE(WS-IND-NIV) = WS-PLT-CPTE
               SET  NIV-DEJA-FAIT       TO TRUE
           END-IF.
       7110-COMPARE-NIVELE-FIN.
           EXIT.
      *-------------------------------------
      *7200 UN COMPTE EST GELE SI UN GEL GEL0101 COUVRE LA DATE DE RUN
      *     (FICHIER ABSENT : COMPTE LIBRE)
      *------------------------------------
       7200-CTL-GEL-DEB.
      *
           SET  CPTE-LIBRE              TO TRUE.
           IF  GEL-INDISPONIBLE
               GO TO 7200-CTL-GEL-FIN
           END-IF.
           MOVE WS-CPTE-CHERCHE         TO FS-KEY-GEL.
           PERFORM  6030-READ-F-GEL-E-DEB
              THRU  6030-READ-F-GEL-E-FIN.
           IF  GEL-OK
               AND WS-DATE-RUN NOT < WS-GEL-DATE-DEB
               AND WS-DATE-RUN NOT > WS-GEL-DATE-FIN
               SET  CPTE-GELE           TO TRUE
           END-IF.
      *
       7200-CTL-GEL-FIN.
           EXIT.
      *-------------------------------------
      *7300 CHERCHE LE TAUX DE WS-DEV-CHERCHEE A LA DATE DE RUN
      *     (EURO = PIVOT, TAUX IMPLICITE 1 ; ZERO = TAUX MANQUANT)
      *------------------------------------
       7300-CHERCHE-TAUX-DEB.
      *
           SET  TAUX-PRESENT            TO TRUE.
           IF  WS-DEV-CHERCHEE = 'EUR'
               MOVE 1                   TO WS-TAUX-TROUVE
               GO TO 7300-CHERCHE-TAUX-FIN
           END-IF.
           MOVE ZERO                    TO WS-TAUX-TROUVE.
           IF  TXC-INDISPONIBLE
               SET  TAUX-MANQUANT       TO TRUE
               GO TO 7300-CHERCHE-TAUX-FIN
           END-IF.
           MOVE WS-DEV-CHERCHEE         TO WS-TXC-DEVISE.
           MOVE WS-DATE-RUN             TO WS-TXC-DATE.
           MOVE WS-TXC-CLE              TO FS-KEY-TXC.
           PERFORM  6040-READ-F-TXC-E-DEB
              THRU  6040-READ-F-TXC-E-FIN.
           IF  TXC-OK
               MOVE WS-TXC-TAUX         TO WS-TAUX-TROUVE
           ELSE
               SET  TAUX-MANQUANT       TO TRUE
           END-IF.
      *
       7300-CHERCHE-TAUX-FIN.
           EXIT.
      *-------------------------------------
      *7310 CONVERTIT WS-MT-A-CONV DE LA DEVISE DU PARTICIPANT DANS
      *     CELLE DU MAITRE, COMME LA CHAINE AU PASSAGE DU VIREMNT
      *------------------------------------
       7310-CONVERTIT-DEB.
      *
           IF  WS-PART-DEVISE = WS-MAITRE-DEVISE
               MOVE WS-MT-A-CONV        TO WS-MT-CONVERTI
           ELSE
               COMPUTE WS-MT-CONVERTI ROUNDED =
                       WS-MT-A-CONV * WS-PART-TAUX / WS-MAITRE-TAUX
           END-IF.
      *
       7310-CONVERTIT-FIN.
           EXIT.
      *-------------------------------------
      *7400 CUMULE LES INDISPONIBILITES ACTIVES NON ECHUES A LA DATE
      *     DE RUN DU PARTICIPANT (SOLDE DISPONIBLE, CF ARIO411)
      *------------------------------------
       7400-CUMUL-INDISPO-DEB.
      *
           MOVE ZERO                    TO WS-PART-INDISPO.
           IF  IND-INDISPONIBLE
               GO TO 7400-CUMUL-INDISPO-FIN
           END-IF.
           MOVE LOW-VALUES              TO FS-KEY-IND.
           MOVE WS-PLT-CPTE             TO FS-KEY-IND(1:10).
           PERFORM  6050-START-F-IND-E-DEB
              THRU  6050-START-F-IND-E-FIN.
           IF  IND-INEXISTANT
               GO TO 7400-CUMUL-INDISPO-FIN
           END-IF.
           PERFORM  6055-READNEXT-F-IND-E-DEB
              THRU  6055-READNEXT-F-IND-E-FIN.
           PERFORM  7410-AJOUTE-INDISPO-DEB
              THRU  7410-AJOUTE-INDISPO-FIN
             UNTIL  IND-FIN
                 OR WS-IDP-CPTE NOT = WS-PLT-CPTE.
      *
       7400-CUMUL-INDISPO-FIN.
           EXIT.
       7410-AJOUTE-INDISPO-DEB.
           IF  IDP-ACTIVE
               AND WS-IDP-DATE-DISPO > WS-DATE-RUN
               ADD  WS-IDP-MT           TO WS-PART-INDISPO
           END-IF.
           PERFORM  6055-READNEXT-F-IND-E-DEB
              THRU  6055-READNEXT-F-IND-E-FIN.
       7410-AJOUTE-INDISPO-FIN.
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
           MOVE WS-LPOL-TITRE           TO FS-BUFF-F-ETAT-POOL-S.
           PERFORM  6070-WRITE-F-ETAT-POOL-S-DEB
              THRU  6070-WRITE-F-ETAT-POOL-S-FIN.
           MOVE WS-LPOL-TIRET           TO FS-BUFF-F-ETAT-POOL-S.
           PERFORM  6070-WRITE-F-ETAT-POOL-S-DEB
              THRU  6070-WRITE-F-ETAT-POOL-S-FIN.
       8000-ENTETE-ETAT-FIN.
           EXIT.
      *-------------------------------------
      *8010 EN-TETE DU POOL ET TITRES DES COLONNES
      *------------------------------------
       8010-ENTETE-POOL-DEB.
           MOVE WS-LPOL-BLANC           TO FS-BUFF-F-ETAT-POOL-S.
           PERFORM  6070-WRITE-F-ETAT-POOL-S-DEB
              THRU  6070-WRITE-F-ETAT-POOL-S-FIN.
           MOVE WS-POOL-CRT             TO WS-LPP-POOL-ED.
           MOVE WS-PLT-NOM              TO WS-LPP-NOM-ED.
           MOVE WS-MAITRE-CPTE          TO WS-LPP-MAITRE-ED.
           MOVE WS-MAITRE-DEVISE        TO WS-LPP-DEV-ED.
           MOVE WS-POOL-MODE            TO WS-LPP-MODE-ED.
           MOVE WS-POOL-MOTIF           TO WS-LPP-MOTIF-ED.
           MOVE WS-LPOL-POOL            TO FS-BUFF-F-ETAT-POOL-S.
           PERFORM  6070-WRITE-F-ETAT-POOL-S-DEB
              THRU  6070-WRITE-F-ETAT-POOL-S-FIN.
           MOVE WS-LPOL-TITRES          TO FS-BUFF-F-ETAT-POOL-S.
           PERFORM  6070-WRITE-F-ETAT-POOL-S-DEB
              THRU  6070-WRITE-F-ETAT-POOL-S-FIN.
       8010-ENTETE-POOL-FIN.
           EXIT.
      *-------------------------------------
      *8020 LIGNE D UN PARTICIPANT
      *------------------------------------
       8020-LIGNE-PARTICIPANT-DEB.
           MOVE WS-PLT-CPTE             TO WS-LDET-CPTE-ED.
           MOVE WS-PART-DEVISE          TO WS-LDET-DEV-ED.
           MOVE WS-PLT-SENS             TO WS-LDET-SENS-ED.
           MOVE WS-PLT-CIBLE            TO WS-LDET-CIBLE-ED.
           MOVE WS-PART-SOLDE           TO WS-LDET-AVANT-ED.
           MOVE WS-PART-INDISPO         TO WS-LDET-INDIS-ED.
           MOVE WS-PART-MVT             TO WS-LDET-MVT-ED.
           MOVE WS-PART-APRES           TO WS-LDET-APRES-ED.
           MOVE WS-PART-OBS             TO WS-LDET-OBS-ED.
           MOVE WS-LPOL-DETAIL          TO FS-BUFF-F-ETAT-POOL-S.
           PERFORM  6070-WRITE-F-ETAT-POOL-S-DEB
              THRU  6070-WRITE-F-ETAT-POOL-S-FIN.
       8020-LIGNE-PARTICIPANT-FIN.
           EXIT.
      *-------------------------------------
      *8030 LIGNE DU COMPTE MAITRE (CONTRE-VALEUR DES VIREMENTS)
      *------------------------------------
       8030-LIGNE-MAITRE-DEB.
           MOVE WS-MAITRE-CPTE          TO WS-LDET-CPTE-ED.
           MOVE WS-MAITRE-DEVISE        TO WS-LDET-DEV-ED.
           MOVE SPACE                   TO WS-LDET-SENS-ED.
           MOVE ZERO                    TO WS-LDET-CIBLE-ED
                                           WS-LDET-INDIS-ED.
           MOVE WS-MAITRE-SOLDE         TO WS-LDET-AVANT-ED.
           MOVE WS-MAITRE-MVT           TO WS-LDET-MVT-ED.
           COMPUTE WS-LDET-APRES-ED = WS-MAITRE-SOLDE + WS-MAITRE-MVT.
           MOVE 'COMPTE MAITRE'         TO WS-LDET-OBS-ED.
           MOVE WS-LPOL-DETAIL          TO FS-BUFF-F-ETAT-POOL-S.
           PERFORM  6070-WRITE-F-ETAT-POOL-S-DEB
              THRU  6070-WRITE-F-ETAT-POOL-S-FIN.
       8030-LIGNE-MAITRE-FIN.
           EXIT.
      *-------------------------------------
      *8040 TOTAL DU POOL EN CONTRE-VALEUR DANS LA DEVISE DU MAITRE
      *     (PARTICIPANTS ECARTES EXCLUS)
      *------------------------------------
       8040-TOTAL-POOL-DEB.
           MOVE WS-MAITRE-DEVISE        TO WS-LTOT-DEV-ED.
           MOVE WS-TOT-POOL-AVANT       TO WS-LTOT-AVANT-ED.
           MOVE WS-TOT-POOL-APRES       TO WS-LTOT-APRES-ED.
           MOVE WS-POOL-NB-MVT          TO WS-LTOT-NB-ED.
           MOVE WS-LPOL-TOTAL           TO FS-BUFF-F-ETAT-POOL-S.
           PERFORM  6070-WRITE-F-ETAT-POOL-S-DEB
              THRU  6070-WRITE-F-ETAT-POOL-S-FIN.
       8040-TOTAL-POOL-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO426              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* DATE DE RUN               : ' WS-DATE-RUN.
           DISPLAY '* ENREGISTREMENTS LUS       : ' WS-NB-PLT-LUS.
           DISPLAY '* POOLS                     : ' WS-NB-POOLS.
           DISPLAY '* POOLS NON NIVELES         : ' WS-NB-POOLS-BLQ.
           DISPLAY '* PARTICIPANTS              : ' WS-NB-PARTS.
           DISPLAY '* PARTICIPANTS ECARTES      : ' WS-NB-PARTS-ECART.
           DISPLAY '* PARTICIPANTS SANS POOL    : ' WS-NB-PARTS-ORPH.
           DISPLAY '* DEJA NIVELES A LA DATE    : ' WS-NB-DEJA-NIV.
           DISPLAY '* VIREMENTS DE REMONTEE     : ' WS-NB-REMONTEES.
           DISPLAY '* VIREMENTS DE COUVERTURE   : ' WS-NB-COUVERTURES.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO426         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO426        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
