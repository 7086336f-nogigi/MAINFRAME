      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO499                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *CLOTURE DES DEPENDANCES DES COMPTES CLOS, LANCE APRES LA CHAINE*
      *DE MISE A JOUR ARIO411. LES COMPTES CLOS DU JOUR SONT REPRIS   *
      *DU JOURNAL DU FICHIER DES COMPTES (CPJ0101, COPY CPTJRNL) :    *
      *SUPPRESSIONS PORTEES PAR ARIO411 (MOUVEMENT CLOTURE) A LA DATE *
      *DE TRAITEMENT. POUR CHAQUE COMPTE CLOS :                       *
      *  - ORDRES PERMANENTS PRL0101 ET MANDATS MND0101 : TERMINES A  *
      *    LA DATE DE TRAITEMENT (PLUS AUCUNE GENERATION) ;           *
      *  - CHEQUES DELIVRES NON UTILISES CHQ0101 : MIS EN OPPOSITION  *
      *    (STATUT O ET OPPOSITION OPP0101 DE MOTIF 'CLO') ;          *
      *  - ABONNEMENTS D ALERTE ABO0101 : RESILIES (SUPPRIMES) ;      *
      *  - FACILITE DE DECOUVERT DEC0101 : ECHUE A LA DATE DE         *
      *    TRAITEMENT ;                                               *
      *  - TITULAIRES TIT0101 (JOINTS, MANDATAIRES) : RATTACHEMENTS   *
      *    SUPPRIMES (FICHIER OPTIONNEL) ;                            *
      *  - HABILITATIONS A OPERER AU GUICHET PRC0101 : ECHUES A LA    *
      *    DATE DE TRAITEMENT (FICHIER OPTIONNEL) ;                   *
      *  - PRETS A LA CONSOMMATION PRT0101 EN COURS : PRESENTATION    *
      *    DES ECHEANCES SUSPENDUE (STATUT C, IGNORE PAR ARIO489) ;   *
      *    CAPITAL RESTANT DU ET ECHEANCES IMPAYEES EDITES POUR LE    *
      *    RECOUVREMENT PAR L AGENCE (FICHIER OPTIONNEL) ;            *
      *  - CARTES BANCAIRES ACTIVES CRT0101 : BLOQUEES A LA DATE DE   *
      *    TRAITEMENT (FICHIER OPTIONNEL) ;                           *
      *  - ECHEANCES EN ATTENTE ECH0101 EMISES PAR LE COMPTE :        *
      *    ANNULEES (STATUT X) ; CELLES QUI CREDITENT LE COMPTE CLOS  *
      *    DEPUIS UN AUTRE COMPTE NE SONT PAS TOUCHEES MAIS SONT      *
      *    SIGNALEES A L AGENCE.                                      *
      *CHAQUE MISE A JOUR EST JOURNALISEE SUR BJR0101 (COPY BNKJRNL)  *
      *AVEC LE MOTIF 'CLO' (COMPTE CLOS). L ETAT ETATCLO DETAILLE PAR *
      *COMPTE CE QUI A ETE CLOTURE ET CE QUI RESTE A TRAITER PAR      *
      *L AGENCE.                                                      *
      *SYSIN  -> DATE DE TRAITEMENT AAAAMMJJ (DEFAUT : DATE DU JOUR)  *
      *SYSOUT -> ETAT DE CLOTURE (ETATCLO) ET COMPTE RENDU            *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! ECHEANCE DES HABILITATIONS GUICHET PRC0101    *
      * 15/10/2026    ! SUSPENSION DES PRETS PRT0101 ET BLOCAGE DES   *
      *               ! CARTES CRT0101 DES COMPTES CLOS               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO499.
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
      *                      F-CPJ-E : JOURNAL DU FICHIER DES COMPTES
      *                      -------------------------------------------
           SELECT  F-CPJ-E             ASSIGN TO INP001
                   FILE STATUS         IS WS-FS-CPJ-E.
      *                      -------------------------------------------
      *                      F-ODP-ES : ORDRES PERMANENTS (IO)
      *                      -------------------------------------------
           SELECT  F-ODP-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-ODP
                   FILE STATUS         IS WS-FS-ODP-ES.
      *                      -------------------------------------------
      *                      F-MND-ES : MANDATS DE PRELEVEMENT (IO)
      *                      -------------------------------------------
           SELECT  F-MND-ES            ASSIGN TO IO002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-MND
                   FILE STATUS         IS WS-FS-MND-ES.
      *                      -------------------------------------------
      *                      F-CHQ-ES : REGISTRE DES CHEQUES (IO)
      *                      -------------------------------------------
           SELECT  F-CHQ-ES            ASSIGN TO IO003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-CHQ
                   FILE STATUS         IS WS-FS-CHQ-ES.
      *                      -------------------------------------------
      *                      F-OPP-ES : OPPOSITIONS SUR CHEQUES (IO)
      *                      -------------------------------------------
           SELECT  F-OPP-ES            ASSIGN TO IO004
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-OPP
                   FILE STATUS         IS WS-FS-OPP-ES.
      *                      -------------------------------------------
      *                      F-ABO-ES : ABONNEMENTS D ALERTE (IO)
      *                      -------------------------------------------
           SELECT  F-ABO-ES            ASSIGN TO IO005
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-ABO
                   FILE STATUS         IS WS-FS-ABO-ES.
      *                      -------------------------------------------
      *                      F-DEC-ES : FACILITES DE DECOUVERT (IO)
      *                      -------------------------------------------
           SELECT  F-DEC-ES            ASSIGN TO IO006
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-DEC
                   FILE STATUS         IS WS-FS-DEC-ES.
      *                      -------------------------------------------
      *                      F-TIT-ES : TITULAIRES DES COMPTES (IO,
      *                                 OPTIONNEL)
      *                      -------------------------------------------
           SELECT  F-TIT-ES            ASSIGN TO IO007
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-TIT
                   FILE STATUS         IS WS-FS-TIT-ES.
      *                      -------------------------------------------
      *                      F-ECH-ES : ENTREPOT DES PAIEMENTS A
      *                                 ECHEANCE (IO)
      *                      -------------------------------------------
           SELECT  F-ECH-ES            ASSIGN TO IO008
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-ECH
                   FILE STATUS         IS WS-FS-ECH-ES.
      *                      -------------------------------------------
      *                      F-PRC-ES : HABILITATIONS A OPERER AU
      *                                 GUICHET (IO, OPTIONNEL)
      *                      -------------------------------------------
           SELECT  F-PRC-ES            ASSIGN TO IO009
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-PRC
                   FILE STATUS         IS WS-FS-PRC-ES.
      *                      -------------------------------------------
      *                      F-PRT-ES : PRETS A LA CONSOMMATION (IO,
      *                                 OPTIONNEL)
      *                      -------------------------------------------
           SELECT  F-PRT-ES            ASSIGN TO IO010
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-PRT
                   FILE STATUS         IS WS-FS-PRT-ES.
      *                      -------------------------------------------
      *                      F-CRT-ES : CARTES BANCAIRES (IO,
      *                                 OPTIONNEL)
      *                      -------------------------------------------
           SELECT  F-CRT-ES            ASSIGN TO IO011
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-CRT
                   FILE STATUS         IS WS-FS-CRT-ES.
      *                      -------------------------------------------
      *                      F-BJR-S : JOURNAL DES FICHIERS BANCAIRES
      *                                (AJOUT)
      *                      -------------------------------------------
           SELECT  F-BJR-S             ASSIGN TO BNKJRNL
                   FILE STATUS         IS WS-FS-BJR-S.
      *                      -------------------------------------------
      *                      F-ETAT-CLO-S : SYSOUT ETAT DE CLOTURE
      *                      -------------------------------------------
           SELECT  F-ETAT-CLO-S        ASSIGN TO ETATCLO
                   FILE STATUS         IS WS-FS-ETAT-CLO-S.
      *                      -------------------------------------------
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *JOURNAL DU FICHIER DES COMPTES
       FD  F-CPJ-E
           RECORD CONTAINS 140 CHARACTERS.
       01  FS-BUFF-F-CPJ-E       PIC X(140).
      *ORDRES PERMANENTS
       FD  F-ODP-ES
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-BUFF-F-ODP-ES.
           05  FS-KEY-ODP        PIC X(12).
           05  FILLER            PIC X(48).
      *MANDATS DE PRELEVEMENT
       FD  F-MND-ES
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-BUFF-F-MND-ES.
           05  FS-KEY-MND        PIC X(12).
           05  FILLER            PIC X(48).
      *REGISTRE DES CHEQUES
       FD  F-CHQ-ES
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-CHQ-ES.
           05  FS-KEY-CHQ        PIC X(16).
           05  FILLER            PIC X(24).
      *OPPOSITIONS SUR CHEQUES
       FD  F-OPP-ES
           RECORD CONTAINS 30 CHARACTERS.
       01  FS-BUFF-F-OPP-ES.
           05  FS-KEY-OPP        PIC X(16).
           05  FILLER            PIC X(14).
      *ABONNEMENTS D ALERTE
       FD  F-ABO-ES
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-ABO-ES.
           05  FS-KEY-ABO        PIC X(12).
           05  FILLER            PIC X(28).
      *FACILITES DE DECOUVERT
       FD  F-DEC-ES
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-DEC-ES.
           05  FS-KEY-DEC        PIC X(10).
           05  FILLER            PIC X(30).
      *TITULAIRES DES COMPTES
       FD  F-TIT-ES
           RECORD CONTAINS 30 CHARACTERS.
       01  FS-BUFF-F-TIT-ES.
           05  FS-KEY-TIT        PIC X(16).
           05  FILLER            PIC X(14).
      *ENTREPOT DES PAIEMENTS A ECHEANCE
       FD  F-ECH-ES
           RECORD CONTAINS 70 CHARACTERS.
       01  FS-BUFF-F-ECH-ES.
           05  FS-KEY-ECH        PIC X(13).
           05  FILLER            PIC X(57).
      *HABILITATIONS A OPERER AU GUICHET
       FD  F-PRC-ES
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-PRC-ES.
           05  FS-KEY-PRC        PIC X(21).
           05  FILLER            PIC X(79).
      *PRETS A LA CONSOMMATION
       FD  F-PRT-ES
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-PRT-ES.
           05  FS-KEY-PRT        PIC X(12).
           05  FILLER            PIC X(88).
      *CARTES BANCAIRES
       FD  F-CRT-ES
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-CRT-ES.
           05  FS-KEY-CRT        PIC X(16).
           05  FILLER            PIC X(84).
      *JOURNAL DES FICHIERS BANCAIRES
       FD  F-BJR-S
           RECORD CONTAINS 350 CHARACTERS.
       01  FS-BUFF-F-BJR-S       PIC X(350).
      *ETAT DE CLOTURE EN SORTIE
       FD  F-ETAT-CLO-S
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-CLO-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY CPTJRNL.
       COPY TP4CPTES.
       COPY ORDPERM.
       COPY MANDAT.
       COPY CHEQUIER.
       COPY OPPOCHQ.
       COPY ABONALRT.
       COPY DECOUVRT.
       COPY TITULAIR.
       COPY ECHEANCE.
       COPY PROCURAT.
       COPY PRETCONS.
       COPY CARTEBQ.
       COPY BNKJRNL.
      *FILE STATUS
       01  WS-FS-CPJ-E       PIC X(2).
           88 CPJ-OK                              VALUE '00'.
           88 CPJ-FIN                             VALUE '10'.
       01  WS-FS-ODP-ES      PIC X(2).
           88 ODP-OK                              VALUE '00'.
           88 ODP-FIN                             VALUE '10'.
           88 ODP-INEXISTANT                      VALUE '23'.
       01  WS-FS-MND-ES      PIC X(2).
           88 MND-OK                              VALUE '00'.
           88 MND-FIN                             VALUE '10'.
           88 MND-INEXISTANT                      VALUE '23'.
       01  WS-FS-CHQ-ES      PIC X(2).
           88 CHQ-OK                              VALUE '00'.
           88 CHQ-FIN                             VALUE '10'.
           88 CHQ-INEXISTANT                      VALUE '23'.
       01  WS-FS-OPP-ES      PIC X(2).
           88 OPP-OK                              VALUE '00'.
           88 OPP-DOUBLON                         VALUE '22'.
       01  WS-FS-ABO-ES      PIC X(2).
           88 ABO-OK                              VALUE '00'.
           88 ABO-FIN                             VALUE '10'.
           88 ABO-INEXISTANT                      VALUE '23'.
       01  WS-FS-DEC-ES      PIC X(2).
           88 DEC-OK                              VALUE '00'.
           88 DEC-INEXISTANT                      VALUE '23'.
       01  WS-FS-TIT-ES      PIC X(2).
           88 TIT-OK                              VALUE '00'.
           88 TIT-FIN                             VALUE '10'.
           88 TIT-INEXISTANT                      VALUE '23'.
           88 TIT-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-ECH-ES      PIC X(2).
           88 ECH-OK                              VALUE '00'.
           88 ECH-FIN                             VALUE '10'.
       01  WS-FS-PRC-ES      PIC X(2).
           88 PRC-OK                              VALUE '00'.
           88 PRC-FIN                             VALUE '10'.
           88 PRC-INEXISTANT                      VALUE '23'.
           88 PRC-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-PRT-ES      PIC X(2).
           88 PRT-OK                              VALUE '00'.
           88 PRT-FIN                             VALUE '10'.
           88 PRT-INEXISTANT                      VALUE '23'.
           88 PRT-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-CRT-ES      PIC X(2).
           88 CRT-OK                              VALUE '00'.
           88 CRT-FIN                             VALUE '10'.
           88 CRT-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-BJR-S       PIC X(2).
           88 BJR-OK                              VALUE '00'.
       01  WS-FS-ETAT-CLO-S  PIC X(2).
      *FICHIER DES TITULAIRES PRESENT OU NON
       01  WS-SW-TIT         PIC X                VALUE '0'.
           88 TIT-DISPONIBLE                      VALUE '0'.
           88 TIT-INDISPONIBLE                    VALUE '1'.
      *FICHIER DES HABILITATIONS GUICHET PRESENT OU NON
       01  WS-SW-PRC         PIC X                VALUE '0'.
           88 PRC-DISPONIBLE                      VALUE '0'.
           88 PRC-INDISPONIBLE                    VALUE '1'.
      *FICHIER DES PRETS PRESENT OU NON
       01  WS-SW-PRT         PIC X                VALUE '0'.
           88 PRT-DISPONIBLE                      VALUE '0'.
           88 PRT-INDISPONIBLE                    VALUE '1'.
      *FICHIER DES CARTES BANCAIRES PRESENT OU NON
       01  WS-SW-CRT         PIC X                VALUE '0'.
           88 CRT-DISPONIBLE                      VALUE '0'.
           88 CRT-INDISPONIBLE                    VALUE '1'.
      *FIN DES ENREGISTREMENTS DU COMPTE EN COURS DANS UN FICHIER
      *INDEXE PAR COMPTE (LECTURE EN SEQUENCE A PARTIR DU COMPTE)
       01  WS-SW-CPT         PIC X                VALUE '0'.
           88 DEP-CPT-ENCOURS                     VALUE '0'.
           88 DEP-CPT-FIN                         VALUE '1'.
      *RECHERCHE D UN COMPTE PARMI LES COMPTES CLOS
       01  WS-SW-CLOS        PIC X                VALUE '0'.
           88 CLOS-TROUVE                         VALUE '0'.
           88 CLOS-ABSENT                         VALUE '1'.
       01  WS-CPTE-CHERCHE   PIC X(10)            VALUE SPACES.
      *DATE DE TRAITEMENT (SYSIN, DEFAUT DATE DU JOUR)
       01  WS-SYSIN-CLO.
           05  WS-SYSIN-DATE-X   PIC X(8).
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 9(2).
           05  WS-DATEJ-JJ       PIC 9(2).
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
      *HEURE DE JOURNALISATION
       01  WS-HEURE-BJR.
           05  WS-HEURE-BJR-HHMMSS   PIC 9(6).
           05  FILLER                PIC 9(2).
      *COMPTES CLOS DE LA JOURNEE (DANS L ORDRE DU JOURNAL)
       01  WS-TAB-CLO.
           05  WS-TCLO-ENTREE    OCCURS 500.
               10  WS-TCLO-CPTE      PIC X(10).
               10  WS-TCLO-CLIENT    PIC X(6).
       01  WS-NB-CLO-TAB     PIC S9(4) COMP       VALUE ZERO.
       01  WS-MAX-CLO-TAB    PIC S9(4) COMP       VALUE 500.
       01  WS-IND-CLO        PIC S9(4) COMP       VALUE ZERO.
       01  WS-IND-CHERCHE    PIC S9(4) COMP       VALUE ZERO.
      *ECHEANCES EN ATTENTE LIEES A UN COMPTE CLOS : EMISES PAR LE
      *COMPTE (ANNULEES) OU A CREDITER SUR LE COMPTE (SIGNALEES)
       01  WS-TAB-ECH.
           05  WS-TECH-ENTREE    OCCURS 999.
               10  WS-TECH-CPTE      PIC X(10).
               10  WS-TECH-SENS      PIC X(1).
                   88  TECH-EMISE                 VALUE 'E'.
                   88  TECH-A-RECEVOIR            VALUE 'R'.
               10  WS-TECH-DATE-VAL  PIC 9(8).
               10  WS-TECH-CODE      PIC X(7).
               10  WS-TECH-MT        PIC S9(9)V99 COMP-3.
               10  WS-TECH-DEVISE    PIC X(3).
               10  WS-TECH-AUTRE     PIC X(10).
       01  WS-NB-ECH-TAB     PIC S9(4) COMP       VALUE ZERO.
       01  WS-MAX-ECH-TAB    PIC S9(4) COMP       VALUE 999.
       01  WS-IND-ECH        PIC S9(4) COMP       VALUE ZERO.
       01  WS-SENS-ECH       PIC X(1)             VALUE SPACE.
           88  SENS-EMISE                         VALUE 'E'.
           88  SENS-A-RECEVOIR                    VALUE 'R'.
       01  WS-AUTRE-ECH      PIC X(10)            VALUE SPACES.
      *CARTES BLOQUEES EN 1ERE PASSE (EDITEES AVEC LEUR COMPTE CLOS)
       01  WS-TAB-CRT.
           05  WS-TCRT-ENTREE    OCCURS 999.
               10  WS-TCRT-CPTE      PIC X(10).
               10  WS-TCRT-NUM       PIC X(16).
       01  WS-NB-CRT-TAB     PIC S9(4) COMP       VALUE ZERO.
       01  WS-MAX-CRT-TAB    PIC S9(4) COMP       VALUE 999.
       01  WS-IND-CRT        PIC S9(4) COMP       VALUE ZERO.
      *COMPTE CLOS EN COURS
       01  WS-CPTE-CLOS      PIC X(10)            VALUE SPACES.
       01  WS-NB-DEP-CPTE    PIC S9(4) COMP       VALUE ZERO.
      *COMPTEUR RENDU EXEC
       01  WS-NB-CPJ-LUS     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ODP-TERM    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-MND-TERM    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CHQ-OPP     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-OPP-DEJA    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ABO-RES     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-DEC-ECHUES  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-TIT-SUPP    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-PRC-ECHUES  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-PRT-SUSP    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CRT-BLOQ    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ECH-ANNUL   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ECH-AGENCE  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-BJR-ECRITS  PIC S9(7) COMP VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LCLO-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LCLO-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LCLO-ENTETE.
           05  FILLER            PIC X(42)
               VALUE 'CLOTURE DES DEPENDANCES DES COMPTES CLOS  '.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LCLO-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LCLO-SOUS-TITRE.
           05  FILLER            PIC X(34)
               VALUE 'COMPTES CLOS PAR LA CHAINE DU     '.
           05  WS-LCLO-DTRT-ED   PIC 99/99/9999.
           05  FILLER            PIC X(36) VALUE SPACES.
       01  WS-LCLO-COMPTE.
           05  FILLER            PIC X(14) VALUE 'COMPTE CLOS : '.
           05  WS-LCLO-CPTE-ED   PIC X(10).
           05  FILLER            PIC X(12) VALUE '   CLIENT : '.
           05  WS-LCLO-CLI-ED    PIC X(6).
           05  FILLER            PIC X(38) VALUE SPACES.
       01  WS-LCLO-DETAIL.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LCLO-TYPE-ED   PIC X(20).
           05  WS-LCLO-REF-ED    PIC X(26).
           05  WS-LCLO-ACT-ED    PIC X(32).
       01  WS-LCLO-ECHEANCE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LCLO-ETYPE-ED  PIC X(20).
           05  WS-LCLO-EDVAL-ED  PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCLO-ECODE-ED  PIC X(7).
           05  WS-LCLO-EMT-ED    PIC -(9)9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCLO-EDEV-ED   PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCLO-EACT-ED   PIC X(24).
       01  WS-LCLO-PRET.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LCLO-PTYPE-ED  PIC X(20).
           05  FILLER            PIC X(3)  VALUE 'NO '.
           05  WS-LCLO-PSEQ-ED   PIC 9(2).
           05  FILLER            PIC X(6)  VALUE ' CRD :'.
           05  WS-LCLO-PCRD-ED   PIC -(9)9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCLO-PDEV-ED   PIC X(3).
           05  FILLER            PIC X(11) VALUE ' IMPAYES : '.
           05  WS-LCLO-PIMP-ED   PIC ZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCLO-PACT-ED   PIC X(15).
       01  WS-LCLO-AUCUNE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(40)
               VALUE 'AUCUNE DEPENDANCE A CLOTURER            '.
           05  FILLER            PIC X(38) VALUE SPACES.
       01  WS-LCLO-AUCUN-CPTE.
           05  FILLER            PIC X(40)
               VALUE 'AUCUN COMPTE CLOS A CETTE DATE          '.
           05  FILLER            PIC X(40) VALUE SPACES.
       01  WS-LCLO-TOTAL.
           05  WS-LCLO-TOT-LIB   PIC X(36).
           05  WS-LCLO-TOT-ED    PIC ZZZZZZ9.
           05  FILLER            PIC X(37) VALUE SPACES.
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
           PERFORM  7000-INIT-DEB
              THRU  7000-INIT-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  8000-EDITION-ENTETE-DEB
              THRU  8000-EDITION-ENTETE-FIN.
      *
      *    COMPTES CLOS DU JOUR REPRIS DU JOURNAL DES COMPTES
           PERFORM  6010-READ-F-CPJ-E-DEB
              THRU  6010-READ-F-CPJ-E-FIN.
           PERFORM  1000-TRT-UN-CPJ-DEB
              THRU  1000-TRT-UN-CPJ-FIN
             UNTIL  CPJ-FIN.
      *
           IF  WS-NB-CLO-TAB = ZERO
               WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-AUCUN-CPTE
           ELSE
      *        1ERE PASSE : ECHEANCES EN ATTENTE DES COMPTES CLOS
               PERFORM  6070-READ-F-ECH-ES-DEB
                  THRU  6070-READ-F-ECH-ES-FIN
               PERFORM  1100-TRT-UNE-ECHEANCE-DEB
                  THRU  1100-TRT-UNE-ECHEANCE-FIN
                 UNTIL  ECH-FIN
      *        1ERE PASSE (SUITE) : CARTES ACTIVES DES COMPTES CLOS
               IF  CRT-DISPONIBLE
                   PERFORM  6067-READ-F-CRT-ES-DEB
                      THRU  6067-READ-F-CRT-ES-FIN
                   PERFORM  1200-TRT-UNE-CARTE-DEB
                      THRU  1200-TRT-UNE-CARTE-FIN
                     UNTIL  CRT-FIN
               END-IF
      *        2EME PASSE : DEPENDANCES DE CHAQUE COMPTE CLOS
               PERFORM  2000-TRT-UN-COMPTE-CLOS-DEB
                  THRU  2000-TRT-UN-COMPTE-CLOS-FIN
                VARYING WS-IND-CLO FROM 1 BY 1
                  UNTIL WS-IND-CLO > WS-NB-CLO-TAB
           END-IF.
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
      * TRT 1000 RETIENT LES CLOTURES DE LA DATE DE TRAITEMENT :
      *          SUPPRESSIONS DE COMPTE PORTEES PAR ARIO411
      *----------------------------------------------------
       1000-TRT-UN-CPJ-DEB.
      *
           ADD  1                       TO WS-NB-CPJ-LUS.
      *
           IF  WS-CPJ-DATE NOT = WS-DATEJ-N
            OR WS-CPJ-PROG NOT = 'ARIO411 '
            OR NOT CPJ-SUPPRESSION
               GO TO 1000-TRT-UN-CPJ-SUIVANT
           END-IF.
      *
           MOVE WS-CPJ-CPTE             TO WS-CPTE-CHERCHE.
           PERFORM  7050-RECH-COMPTE-CLOS-DEB
              THRU  7050-RECH-COMPTE-CLOS-FIN.
           IF  CLOS-TROUVE
               GO TO 1000-TRT-UN-CPJ-SUIVANT
           END-IF.
      *
           IF  WS-NB-CLO-TAB NOT < WS-MAX-CLO-TAB
               DISPLAY 'TABLE DES COMPTES CLOS SATUREE'
               DISPLAY 'CAPACITE = ' WS-MAX-CLO-TAB
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE WS-CPJ-AVANT            TO WS-ENRG-F-CPTES.
           ADD  1                       TO WS-NB-CLO-TAB.
           MOVE WS-CPJ-CPTE             TO WS-TCLO-CPTE (WS-NB-CLO-TAB).
           MOVE WS-CPTES-CLIENT     TO WS-TCLO-CLIENT (WS-NB-CLO-TAB).
      *
       1000-TRT-UN-CPJ-SUIVANT.
           PERFORM  6010-READ-F-CPJ-E-DEB
              THRU  6010-READ-F-CPJ-E-FIN.
      *
       1000-TRT-UN-CPJ-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1100 ECHEANCE EN ATTENTE : ANNULEE SI ELLE EST EMISE
      *          PAR UN COMPTE CLOS, SIGNALEE A L AGENCE SI ELLE
      *          CREDITE UN COMPTE CLOS
      *----------------------------------------------------
       1100-TRT-UNE-ECHEANCE-DEB.
      *
           IF  NOT ECH-EN-ATTENTE
               GO TO 1100-TRT-UNE-ECHEANCE-SUIVANT
           END-IF.
      *
           MOVE WS-ECH-CPTE             TO WS-CPTE-CHERCHE.
           PERFORM  7050-RECH-COMPTE-CLOS-DEB
              THRU  7050-RECH-COMPTE-CLOS-FIN.
           IF  CLOS-TROUVE
               MOVE WS-ECH-ENR          TO WS-BJR-AVANT
               SET  ECH-ANNULE          TO TRUE
               PERFORM  6075-REWRITE-F-ECH-ES-DEB
                  THRU  6075-REWRITE-F-ECH-ES-FIN
               MOVE 'ECH0101 '          TO WS-BJR-FICHIER
               MOVE WS-ECH-CLE          TO WS-BJR-CLE
               SET  BJR-MODIFICATION    TO TRUE
               MOVE WS-ECH-ENR          TO WS-BJR-APRES
               PERFORM  6080-WRITE-F-BJR-S-DEB
                  THRU  6080-WRITE-F-BJR-S-FIN
               ADD  1                   TO WS-NB-ECH-ANNUL
               MOVE WS-ECH-CTR          TO WS-AUTRE-ECH
               SET  SENS-EMISE          TO TRUE
               PERFORM  7060-STOCKE-ECHEANCE-DEB
                  THRU  7060-STOCKE-ECHEANCE-FIN
               GO TO 1100-TRT-UNE-ECHEANCE-SUIVANT
           END-IF.
      *
           IF  WS-ECH-CTR = SPACE
               GO TO 1100-TRT-UNE-ECHEANCE-SUIVANT
           END-IF.
           MOVE WS-ECH-CTR              TO WS-CPTE-CHERCHE.
           PERFORM  7050-RECH-COMPTE-CLOS-DEB
              THRU  7050-RECH-COMPTE-CLOS-FIN.
           IF  CLOS-TROUVE
               ADD  1                   TO WS-NB-ECH-AGENCE
               MOVE WS-ECH-CPTE         TO WS-AUTRE-ECH
               SET  SENS-A-RECEVOIR     TO TRUE
               PERFORM  7060-STOCKE-ECHEANCE-DEB
                  THRU  7060-STOCKE-ECHEANCE-FIN
           END-IF.
      *
       1100-TRT-UNE-ECHEANCE-SUIVANT.
           PERFORM  6070-READ-F-ECH-ES-DEB
              THRU  6070-READ-F-ECH-ES-FIN.
      *
       1100-TRT-UNE-ECHEANCE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1200 CARTE BANCAIRE ACTIVE D UN COMPTE CLOS : BLOQUEE A
      *          LA DATE DE TRAITEMENT ET RETENUE POUR L EDITION DU
      *          COMPTE (LE FICHIER EST INDEXE SUR LE NUMERO DE CARTE)
      *----------------------------------------------------
       1200-TRT-UNE-CARTE-DEB.
      *
           IF  NOT CRT-ACTIVE
               GO TO 1200-TRT-UNE-CARTE-SUIVANT
           END-IF.
      *
           MOVE WS-CRT-CPTE             TO WS-CPTE-CHERCHE.
           PERFORM  7050-RECH-COMPTE-CLOS-DEB
              THRU  7050-RECH-COMPTE-CLOS-FIN.
           IF  CLOS-ABSENT
               GO TO 1200-TRT-UNE-CARTE-SUIVANT
           END-IF.
      *
           MOVE WS-CRT-ENR              TO WS-BJR-AVANT.
           SET  CRT-BLOQUEE             TO TRUE.
           MOVE WS-DATEJ-N              TO WS-CRT-DATE-STATUT.
           PERFORM  6068-REWRITE-F-CRT-ES-DEB
              THRU  6068-REWRITE-F-CRT-ES-FIN.
           MOVE 'CRT0101 '              TO WS-BJR-FICHIER.
           MOVE WS-CRT-NUM              TO WS-BJR-CLE.
           SET  BJR-MODIFICATION        TO TRUE.
           MOVE WS-CRT-ENR              TO WS-BJR-APRES.
           PERFORM  6080-WRITE-F-BJR-S-DEB
              THRU  6080-WRITE-F-BJR-S-FIN.
           ADD  1                       TO WS-NB-CRT-BLOQ.
           PERFORM  7065-STOCKE-CARTE-DEB
              THRU  7065-STOCKE-CARTE-FIN.
      *
       1200-TRT-UNE-CARTE-SUIVANT.
           PERFORM  6067-READ-F-CRT-ES-DEB
              THRU  6067-READ-F-CRT-ES-FIN.
      *
       1200-TRT-UNE-CARTE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 CLOTURE LES DEPENDANCES DU COMPTE CLOS COURANT
      *----------------------------------------------------
       2000-TRT-UN-COMPTE-CLOS-DEB.
      *
           MOVE WS-TCLO-CPTE (WS-IND-CLO)   TO WS-CPTE-CLOS.
           MOVE ZERO                        TO WS-NB-DEP-CPTE.
           PERFORM  8010-EDITION-COMPTE-DEB
              THRU  8010-EDITION-COMPTE-FIN.
      *
           PERFORM  2100-TRT-ORDRES-PERM-DEB
              THRU  2100-TRT-ORDRES-PERM-FIN.
           PERFORM  2200-TRT-MANDATS-DEB
              THRU  2200-TRT-MANDATS-FIN.
           PERFORM  2300-TRT-CHEQUES-DEB
              THRU  2300-TRT-CHEQUES-FIN.
           PERFORM  2400-TRT-ABONNEMENTS-DEB
              THRU  2400-TRT-ABONNEMENTS-FIN.
           PERFORM  2500-TRT-DECOUVERT-DEB
              THRU  2500-TRT-DECOUVERT-FIN.
           IF  TIT-DISPONIBLE
               PERFORM  2600-TRT-TITULAIRES-DEB
                  THRU  2600-TRT-TITULAIRES-FIN
           END-IF.
           IF  PRC-DISPONIBLE
               PERFORM  2650-TRT-HABILITATIONS-DEB
                  THRU  2650-TRT-HABILITATIONS-FIN
           END-IF.
           IF  PRT-DISPONIBLE
               PERFORM  2680-TRT-PRETS-DEB
                  THRU  2680-TRT-PRETS-FIN
           END-IF.
           PERFORM  2690-TRT-CARTES-DEB
              THRU  2690-TRT-CARTES-FIN
            VARYING WS-IND-CRT FROM 1 BY 1
              UNTIL WS-IND-CRT > WS-NB-CRT-TAB.
           PERFORM  2700-TRT-ECHEANCES-DEB
              THRU  2700-TRT-ECHEANCES-FIN
            VARYING WS-IND-ECH FROM 1 BY 1
              UNTIL WS-IND-ECH > WS-NB-ECH-TAB.
      *
           IF  WS-NB-DEP-CPTE = ZERO
               WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-AUCUNE
           END-IF.
      *
       2000-TRT-UN-COMPTE-CLOS-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2100 TERMINE LES ORDRES PERMANENTS DU COMPTE CLOS A LA
      *          DATE DE TRAITEMENT (ARIO221 NE LES GENERE PLUS)
      *----------------------------------------------------
       2100-TRT-ORDRES-PERM-DEB.
      *
           MOVE LOW-VALUES              TO FS-KEY-ODP.
           MOVE WS-CPTE-CLOS            TO FS-KEY-ODP (1:10).
           START F-ODP-ES KEY IS NOT LESS THAN FS-KEY-ODP
           END-START.
           IF  NOT (ODP-OK OR ODP-INEXISTANT OR ODP-FIN)
               DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-ODP-ES'
               DISPLAY 'VALEUR DU FS= ' WS-FS-ODP-ES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF  NOT ODP-OK
               GO TO 2100-TRT-ORDRES-PERM-FIN
           END-IF.
      *
           SET  DEP-CPT-ENCOURS         TO TRUE.
           PERFORM  6020-READ-NEXT-F-ODP-ES-DEB
              THRU  6020-READ-NEXT-F-ODP-ES-FIN.
           PERFORM  2110-TRT-UN-ORDRE-PERM-DEB
              THRU  2110-TRT-UN-ORDRE-PERM-FIN
             UNTIL  DEP-CPT-FIN.
      *
       2100-TRT-ORDRES-PERM-FIN.
           EXIT.
      *
       2110-TRT-UN-ORDRE-PERM-DEB.
      *
           IF  WS-ODP-DATE-FIN NOT > WS-DATEJ-N
               GO TO 2110-TRT-UN-ORDRE-PERM-SUIVANT
           END-IF.
      *
           MOVE WS-ODP-ENR              TO WS-BJR-AVANT.
           MOVE WS-DATEJ-N              TO WS-ODP-DATE-FIN.
           REWRITE FS-BUFF-F-ODP-ES FROM WS-ODP-ENR.
           IF  NOT ODP-OK
               DISPLAY 'PROBLEME DE REECRITURE FICHIER F-ODP-ES'
               DISPLAY 'VALEUR DU FS= ' WS-FS-ODP-ES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 'PRL0101 '              TO WS-BJR-FICHIER.
           MOVE WS-ODP-CLE              TO WS-BJR-CLE.
           SET  BJR-MODIFICATION        TO TRUE.
           MOVE WS-ODP-ENR              TO WS-BJR-APRES.
           PERFORM  6080-WRITE-F-BJR-S-DEB
              THRU  6080-WRITE-F-BJR-S-FIN.
           ADD  1                       TO WS-NB-ODP-TERM.
      *
           MOVE 'ORDRE PERMANENT'       TO WS-LCLO-TYPE-ED.
           MOVE WS-ODP-CLE              TO WS-LCLO-REF-ED.
           MOVE 'TERMINE A LA DATE DE CLOTURE'
                                        TO WS-LCLO-ACT-ED.
           PERFORM  8020-EDITION-DETAIL-DEB
              THRU  8020-EDITION-DETAIL-FIN.
      *
       2110-TRT-UN-ORDRE-PERM-SUIVANT.
           PERFORM  6020-READ-NEXT-F-ODP-ES-DEB
              THRU  6020-READ-NEXT-F-ODP-ES-FIN.
      *
       2110-TRT-UN-ORDRE-PERM-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2200 TERMINE LES MANDATS DE PRELEVEMENT DU COMPTE CLOS
      *          A LA DATE DE TRAITEMENT
      *----------------------------------------------------
       2200-TRT-MANDATS-DEB.
      *
           MOVE LOW-VALUES              TO FS-KEY-MND.
           MOVE WS-CPTE-CLOS            TO FS-KEY-MND (1:10).
           START F-MND-ES KEY IS NOT LESS THAN FS-KEY-MND
           END-START.
           IF  NOT (MND-OK OR MND-INEXISTANT OR MND-FIN)
               DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-MND-ES'
               DISPLAY 'VALEUR DU FS= ' WS-FS-MND-ES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF  NOT MND-OK
               GO TO 2200-TRT-MANDATS-FIN
           END-IF.
      *
           SET  DEP-CPT-ENCOURS         TO TRUE.
           PERFORM  6030-READ-NEXT-F-MND-ES-DEB
              THRU  6030-READ-NEXT-F-MND-ES-FIN.
           PERFORM  2210-TRT-UN-MANDAT-DEB
              THRU  2210-TRT-UN-MANDAT-FIN
             UNTIL  DEP-CPT-FIN.
      *
       2200-TRT-MANDATS-FIN.
           EXIT.
      *
       2210-TRT-UN-MANDAT-DEB.
      *
           IF  WS-MND-DATE-FIN NOT > WS-DATEJ-N
               GO TO 2210-TRT-UN-MANDAT-SUIVANT
           END-IF.
      *
           MOVE WS-MND-ENR              TO WS-BJR-AVANT.
           MOVE WS-DATEJ-N              TO WS-MND-DATE-FIN.
           REWRITE FS-BUFF-F-MND-ES FROM WS-MND-ENR.
           IF  NOT MND-OK
               DISPLAY 'PROBLEME DE REECRITURE FICHIER F-MND-ES'
               DISPLAY 'VALEUR DU FS= ' WS-FS-MND-ES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 'MND0101 '              TO WS-BJR-FICHIER.
           MOVE WS-MND-CLE              TO WS-BJR-CLE.
           SET  BJR-MODIFICATION        TO TRUE.
           MOVE WS-MND-ENR              TO WS-BJR-APRES.
           PERFORM  6080-WRITE-F-BJR-S-DEB
              THRU  6080-WRITE-F-BJR-S-FIN.
           ADD  1                       TO WS-NB-MND-TERM.
      *
           MOVE 'MANDAT'                TO WS-LCLO-TYPE-ED.
           MOVE WS-MND-CLE              TO WS-LCLO-REF-ED.
           MOVE 'TERMINE A LA DATE DE CLOTURE'
                                        TO WS-LCLO-ACT-ED.
           PERFORM  8020-EDITION-DETAIL-DEB
              THRU  8020-EDITION-DETAIL-FIN.
      *
       2210-TRT-UN-MANDAT-SUIVANT.
           PERFORM  6030-READ-NEXT-F-MND-ES-DEB
              THRU  6030-READ-NEXT-F-MND-ES-FIN.
      *
       2210-TRT-UN-MANDAT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2300 MET EN OPPOSITION LES CHEQUES DELIVRES ET NON
      *          UTILISES DU COMPTE CLOS (MOTIF CLO SUR OPP0101)
      *----------------------------------------------------
       2300-TRT-CHEQUES-DEB.
      *
           MOVE LOW-VALUES              TO FS-KEY-CHQ.
           MOVE WS-CPTE-CLOS            TO FS-KEY-CHQ (1:10).
           START F-CHQ-ES KEY IS NOT LESS THAN FS-KEY-CHQ
           END-START.
           IF  NOT (CHQ-OK OR CHQ-INEXISTANT OR CHQ-FIN)
               DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-CHQ-ES'
               DISPLAY 'VALEUR DU FS= ' WS-FS-CHQ-ES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF  NOT CHQ-OK
               GO TO 2300-TRT-CHEQUES-FIN
           END-IF.
      *
           SET  DEP-CPT-ENCOURS         TO TRUE.
           PERFORM  6040-READ-NEXT-F-CHQ-ES-DEB
              THRU  6040-READ-NEXT-F-CHQ-ES-FIN.
           PERFORM  2310-TRT-UN-CHEQUE-DEB
              THRU  2310-TRT-UN-CHEQUE-FIN
             UNTIL  DEP-CPT-FIN.
      *
       2300-TRT-CHEQUES-FIN.
           EXIT.
      *
       2310-TRT-UN-CHEQUE-DEB.
      *
           IF  NOT CHQ-DELIVRE
               GO TO 2310-TRT-UN-CHEQUE-SUIVANT
           END-IF.
      *
           MOVE WS-CHQ-ENR              TO WS-BJR-AVANT.
           SET  CHQ-OPPOSE              TO TRUE.
           REWRITE FS-BUFF-F-CHQ-ES FROM WS-CHQ-ENR.
           IF  NOT CHQ-OK
               DISPLAY 'PROBLEME DE REECRITURE FICHIER F-CHQ-ES'
               DISPLAY 'VALEUR DU FS= ' WS-FS-CHQ-ES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 'CHQ0101 '              TO WS-BJR-FICHIER.
           MOVE WS-CHQ-CLE              TO WS-BJR-CLE.
           SET  BJR-MODIFICATION        TO TRUE.
           MOVE WS-CHQ-ENR              TO WS-BJR-APRES.
           PERFORM  6080-WRITE-F-BJR-S-DEB
              THRU  6080-WRITE-F-BJR-S-FIN.
           ADD  1                       TO WS-NB-CHQ-OPP.
      *
      *    OPPOSITION DE MOTIF CLO : UNE OPPOSITION DEJA ENREGISTREE
      *    POUR CE CHEQUE EST CONSERVEE TELLE QUELLE
           MOVE SPACES                  TO WS-OPP-ENR.
           MOVE WS-CHQ-CPTE             TO WS-OPP-CPTE.
           MOVE WS-CHQ-NUM              TO WS-OPP-NUM.
           MOVE WS-DATEJ-N              TO WS-OPP-DATE.
           MOVE 'CLO'                   TO WS-OPP-MOTIF.
           PERFORM  6050-WRITE-F-OPP-ES-DEB
              THRU  6050-WRITE-F-OPP-ES-FIN.
           IF  OPP-DOUBLON
               ADD  1                   TO WS-NB-OPP-DEJA
           ELSE
               MOVE 'OPP0101 '          TO WS-BJR-FICHIER
               MOVE WS-OPP-CLE          TO WS-BJR-CLE
               SET  BJR-CREATION        TO TRUE
               MOVE LOW-VALUE           TO WS-BJR-AVANT
               MOVE WS-OPP-ENR          TO WS-BJR-APRES
               PERFORM  6080-WRITE-F-BJR-S-DEB
                  THRU  6080-WRITE-F-BJR-S-FIN
           END-IF.
      *
           MOVE 'CHEQUE NON UTILISE'    TO WS-LCLO-TYPE-ED.
           MOVE WS-CHQ-NUM              TO WS-LCLO-REF-ED.
           MOVE 'MIS EN OPPOSITION (MOTIF CLO)'
                                        TO WS-LCLO-ACT-ED.
           PERFORM  8020-EDITION-DETAIL-DEB
              THRU  8020-EDITION-DETAIL-FIN.
      *
       2310-TRT-UN-CHEQUE-SUIVANT.
           PERFORM  6040-READ-NEXT-F-CHQ-ES-DEB
              THRU  6040-READ-NEXT-F-CHQ-ES-FIN.
      *
       2310-TRT-UN-CHEQUE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2400 RESILIE LES ABONNEMENTS D ALERTE DU COMPTE CLOS
      *----------------------------------------------------
       2400-TRT-ABONNEMENTS-DEB.
      *
           MOVE LOW-VALUES              TO FS-KEY-ABO.
           MOVE WS-CPTE-CLOS            TO FS-KEY-ABO (1:10).
           START F-ABO-ES KEY IS NOT LESS THAN FS-KEY-ABO
           END-START.
           IF  NOT (ABO-OK OR ABO-INEXISTANT OR ABO-FIN)
               DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-ABO-ES'
               DISPLAY 'VALEUR DU FS= ' WS-FS-ABO-ES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF  NOT ABO-OK
               GO TO 2400-TRT-ABONNEMENTS-FIN
           END-IF.
      *
           SET  DEP-CPT-ENCOURS         TO TRUE.
           PERFORM  6055-READ-NEXT-F-ABO-ES-DEB
              THRU  6055-READ-NEXT-F-ABO-ES-FIN.
           PERFORM  2410-TRT-UN-ABONNEMENT-DEB
              THRU  2410-TRT-UN-ABONNEMENT-FIN
             UNTIL  DEP-CPT-FIN.
      *
       2400-TRT-ABONNEMENTS-FIN.
           EXIT.
      *
       2410-TRT-UN-ABONNEMENT-DEB.
      *
           DELETE F-ABO-ES.
           IF  NOT ABO-OK
               DISPLAY 'PROBLEME DE SUPPRESSION FICHIER F-ABO-ES'
               DISPLAY 'VALEUR DU FS= ' WS-FS-ABO-ES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 'ABO0101 '              TO WS-BJR-FICHIER.
           MOVE WS-ABO-CLE              TO WS-BJR-CLE.
           SET  BJR-SUPPRESSION         TO TRUE.
           MOVE WS-ABO-ENR              TO WS-BJR-AVANT.
           MOVE LOW-VALUE               TO WS-BJR-APRES.
           PERFORM  6080-WRITE-F-BJR-S-DEB
              THRU  6080-WRITE-F-BJR-S-FIN.
           ADD  1                       TO WS-NB-ABO-RES.
      *
           MOVE 'ABONNEMENT ALERTE'     TO WS-LCLO-TYPE-ED.
           MOVE WS-ABO-CLE              TO WS-LCLO-REF-ED.
           MOVE 'RESILIE'               TO WS-LCLO-ACT-ED.
           PERFORM  8020-EDITION-DETAIL-DEB
              THRU  8020-EDITION-DETAIL-FIN.
      *
           PERFORM  6055-READ-NEXT-F-ABO-ES-DEB
              THRU  6055-READ-NEXT-F-ABO-ES-FIN.
      *
       2410-TRT-UN-ABONNEMENT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2500 FAIT ECHOIR LA FACILITE DE DECOUVERT DU COMPTE
      *          CLOS A LA DATE DE TRAITEMENT
      *----------------------------------------------------
       2500-TRT-DECOUVERT-DEB.
      *
           MOVE WS-CPTE-CLOS            TO FS-KEY-DEC.
           READ F-DEC-ES INTO WS-DEC-ENR.
           IF  NOT (DEC-OK OR DEC-INEXISTANT)
               DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DEC-ES'
               DISPLAY 'VALEUR DU FS= ' WS-FS-DEC-ES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF  DEC-INEXISTANT
            OR WS-DEC-DATE-FIN NOT > WS-DATEJ-N
               GO TO 2500-TRT-DECOUVERT-FIN
           END-IF.
      *
           MOVE WS-DEC-ENR              TO WS-BJR-AVANT.
           MOVE WS-DATEJ-N              TO WS-DEC-DATE-FIN.
           REWRITE FS-BUFF-F-DEC-ES FROM WS-DEC-ENR.
           IF  NOT DEC-OK
               DISPLAY 'PROBLEME DE REECRITURE FICHIER F-DEC-ES'
               DISPLAY 'VALEUR DU FS= ' WS-FS-DEC-ES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 'DEC0101 '              TO WS-BJR-FICHIER.
           MOVE WS-DEC-CPTE             TO WS-BJR-CLE.
           SET  BJR-MODIFICATION        TO TRUE.
           MOVE WS-DEC-ENR              TO WS-BJR-APRES.
           PERFORM  6080-WRITE-F-BJR-S-DEB
              THRU  6080-WRITE-F-BJR-S-FIN.
           ADD  1                       TO WS-NB-DEC-ECHUES.
      *
           MOVE 'DECOUVERT AUTORISE'    TO WS-LCLO-TYPE-ED.
           MOVE WS-DEC-CPTE             TO WS-LCLO-REF-ED.
           MOVE 'ECHU A LA DATE DE CLOTURE'
                                        TO WS-LCLO-ACT-ED.
           PERFORM  8020-EDITION-DETAIL-DEB
              THRU  8020-EDITION-DETAIL-FIN.
      *
       2500-TRT-DECOUVERT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2600 SUPPRIME LES RATTACHEMENTS DE TITULAIRES DU
      *          COMPTE CLOS (PRINCIPAL, JOINTS, MANDATAIRES)
      *----------------------------------------------------
       2600-TRT-TITULAIRES-DEB.
      *
           MOVE LOW-VALUES              TO FS-KEY-TIT.
           MOVE WS-CPTE-CLOS            TO FS-KEY-TIT (1:10).
           START F-TIT-ES KEY IS NOT LESS THAN FS-KEY-TIT
           END-START.
           IF  NOT (TIT-OK OR TIT-INEXISTANT OR TIT-FIN)
               DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-TIT-ES'
               DISPLAY 'VALEUR DU FS= ' WS-FS-TIT-ES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF  NOT TIT-OK
               GO TO 2600-TRT-TITULAIRES-FIN
           END-IF.
      *
           SET  DEP-CPT-ENCOURS         TO TRUE.
           PERFORM  6060-READ-NEXT-F-TIT-ES-DEB
              THRU  6060-READ-NEXT-F-TIT-ES-FIN.
           PERFORM  2610-TRT-UN-TITULAIRE-DEB
              THRU  2610-TRT-UN-TITULAIRE-FIN
             UNTIL  DEP-CPT-FIN.
      *
       2600-TRT-TITULAIRES-FIN.
           EXIT.
      *
       2610-TRT-UN-TITULAIRE-DEB.
      *
           DELETE F-TIT-ES.
           IF  NOT TIT-OK
               DISPLAY 'PROBLEME DE SUPPRESSION FICHIER F-TIT-ES'
               DISPLAY 'VALEUR DU FS= ' WS-FS-TIT-ES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 'TIT0101 '              TO WS-BJR-FICHIER.
           MOVE WS-TIT-CLE              TO WS-BJR-CLE.
           SET  BJR-SUPPRESSION         TO TRUE.
           MOVE WS-TIT-ENR              TO WS-BJR-AVANT.
           MOVE LOW-VALUE               TO WS-BJR-APRES.
           PERFORM  6080-WRITE-F-BJR-S-DEB
              THRU  6080-WRITE-F-BJR-S-FIN.
           ADD  1                       TO WS-NB-TIT-SUPP.
      *
           MOVE 'TITULAIRE'             TO WS-LCLO-TYPE-ED.
           MOVE WS-TIT-CLIENT           TO WS-LCLO-REF-ED.
           EVALUATE TRUE
               WHEN TIT-JOINT
                  MOVE 'CO-TITULAIRE DETACHE'  TO WS-LCLO-ACT-ED
               WHEN TIT-MANDATAIRE
                  MOVE 'MANDATAIRE DETACHE'    TO WS-LCLO-ACT-ED
               WHEN OTHER
                  MOVE 'TITULAIRE DETACHE'     TO WS-LCLO-ACT-ED
           END-EVALUATE.
           PERFORM  8020-EDITION-DETAIL-DEB
              THRU  8020-EDITION-DETAIL-FIN.
      *
           PERFORM  6060-READ-NEXT-F-TIT-ES-DEB
              THRU  6060-READ-NEXT-F-TIT-ES-FIN.
      *
       2610-TRT-UN-TITULAIRE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2650 FAIT ECHOIR A LA DATE DE TRAITEMENT LES
      *          HABILITATIONS GUICHET DU COMPTE CLOS (TITULAIRES
      *          ET MANDATAIRES TIERS)
      *----------------------------------------------------
       2650-TRT-HABILITATIONS-DEB.
      *
           MOVE LOW-VALUES              TO FS-KEY-PRC.
           MOVE WS-CPTE-CLOS            TO FS-KEY-PRC (1:10).
           START F-PRC-ES KEY IS NOT LESS THAN FS-KEY-PRC
           END-START.
           IF  NOT (PRC-OK OR PRC-INEXISTANT OR PRC-FIN)
               DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-PRC-ES'
               DISPLAY 'VALEUR DU FS= ' WS-FS-PRC-ES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF  NOT PRC-OK
               GO TO 2650-TRT-HABILITATIONS-FIN
           END-IF.
      *
           SET  DEP-CPT-ENCOURS         TO TRUE.
           PERFORM  6065-READ-NEXT-F-PRC-ES-DEB
              THRU  6065-READ-NEXT-F-PRC-ES-FIN.
           PERFORM  2660-TRT-UNE-HABILITATION-DEB
              THRU  2660-TRT-UNE-HABILITATION-FIN
             UNTIL  DEP-CPT-FIN.
      *
       2650-TRT-HABILITATIONS-FIN.
           EXIT.
      *
       2660-TRT-UNE-HABILITATION-DEB.
      *
           IF  WS-PRC-DATE-FIN NOT = ZERO
           AND WS-PRC-DATE-FIN NOT > WS-DATEJ-N
               GO TO 2660-TRT-UNE-HABILITATION-SUIVANT
           END-IF.
      *
           MOVE WS-PRC-ENR              TO WS-BJR-AVANT.
           MOVE WS-DATEJ-N              TO WS-PRC-DATE-FIN.
           MOVE WS-DATEJ-N              TO WS-PRC-DATE-MAJ.
           REWRITE FS-BUFF-F-PRC-ES FROM WS-PRC-ENR.
           IF  NOT PRC-OK
               DISPLAY 'PROBLEME DE REECRITURE FICHIER F-PRC-ES'
               DISPLAY 'VALEUR DU FS= ' WS-FS-PRC-ES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 'PRC0101 '              TO WS-BJR-FICHIER.
           MOVE WS-PRC-CLE              TO WS-BJR-CLE.
           SET  BJR-MODIFICATION        TO TRUE.
           MOVE WS-PRC-ENR              TO WS-BJR-APRES.
           PERFORM  6080-WRITE-F-BJR-S-DEB
              THRU  6080-WRITE-F-BJR-S-FIN.
           ADD  1                       TO WS-NB-PRC-ECHUES.
      *
           MOVE 'HABILITATION GUICHET'  TO WS-LCLO-TYPE-ED.
           MOVE WS-PRC-PIECE            TO WS-LCLO-REF-ED.
           MOVE 'ECHUE A LA DATE DE CLOTURE'
                                        TO WS-LCLO-ACT-ED.
           PERFORM  8020-EDITION-DETAIL-DEB
              THRU  8020-EDITION-DETAIL-FIN.
      *
       2660-TRT-UNE-HABILITATION-SUIVANT.
           PERFORM  6065-READ-NEXT-F-PRC-ES-DEB
              THRU  6065-READ-NEXT-F-PRC-ES-FIN.
      *
       2660-TRT-UNE-HABILITATION-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2680 SUSPEND LA PRESENTATION DES ECHEANCES DES PRETS EN
      *          COURS DU COMPTE CLOS (STATUT C) ET LES EDITE AVEC LE
      *          CAPITAL RESTANT DU ET LES IMPAYES A RECOUVRER
      *----------------------------------------------------
       2680-TRT-PRETS-DEB.
      *
           MOVE LOW-VALUES              TO FS-KEY-PRT.
           MOVE WS-CPTE-CLOS            TO FS-KEY-PRT (1:10).
           START F-PRT-ES KEY IS NOT LESS THAN FS-KEY-PRT
           END-START.
           IF  NOT (PRT-OK OR PRT-INEXISTANT OR PRT-FIN)
               DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-PRT-ES'
               DISPLAY 'VALEUR DU FS= ' WS-FS-PRT-ES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF  NOT PRT-OK
               GO TO 2680-TRT-PRETS-FIN
           END-IF.
      *
           SET  DEP-CPT-ENCOURS         TO TRUE.
           PERFORM  6066-READ-NEXT-F-PRT-ES-DEB
              THRU  6066-READ-NEXT-F-PRT-ES-FIN.
           PERFORM  2685-TRT-UN-PRET-DEB
              THRU  2685-TRT-UN-PRET-FIN
             UNTIL  DEP-CPT-FIN.
      *
       2680-TRT-PRETS-FIN.
           EXIT.
      *
       2685-TRT-UN-PRET-DEB.
      *
           IF  PRT-SOLDE OR PRT-CPTE-CLOS
               GO TO 2685-TRT-UN-PRET-SUIVANT
           END-IF.
      *
           MOVE WS-PRT-ENR              TO WS-BJR-AVANT.
           SET  PRT-CPTE-CLOS           TO TRUE.
           MOVE WS-DATEJ-N              TO WS-PRT-DATE-MAJ.
           REWRITE FS-BUFF-F-PRT-ES FROM WS-PRT-ENR.
           IF  NOT PRT-OK
               DISPLAY 'PROBLEME DE REECRITURE FICHIER F-PRT-ES'
               DISPLAY 'VALEUR DU FS= ' WS-FS-PRT-ES
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 'PRT0101 '              TO WS-BJR-FICHIER.
           MOVE WS-PRT-CLE              TO WS-BJR-CLE.
           SET  BJR-MODIFICATION        TO TRUE.
           MOVE WS-PRT-ENR              TO WS-BJR-APRES.
           PERFORM  6080-WRITE-F-BJR-S-DEB
              THRU  6080-WRITE-F-BJR-S-FIN.
           ADD  1                       TO WS-NB-PRT-SUSP.
      *
           PERFORM  8050-EDITION-PRET-DEB
              THRU  8050-EDITION-PRET-FIN.
      *
       2685-TRT-UN-PRET-SUIVANT.
           PERFORM  6066-READ-NEXT-F-PRT-ES-DEB
              THRU  6066-READ-NEXT-F-PRT-ES-FIN.
      *
       2685-TRT-UN-PRET-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2690 EDITE LES CARTES DU COMPTE CLOS BLOQUEES EN
      *          1ERE PASSE
      *----------------------------------------------------
       2690-TRT-CARTES-DEB.
      *
           IF  WS-TCRT-CPTE (WS-IND-CRT) NOT = WS-CPTE-CLOS
               GO TO 2690-TRT-CARTES-FIN
           END-IF.
      *
           MOVE 'CARTE BANCAIRE'        TO WS-LCLO-TYPE-ED.
           MOVE WS-TCRT-NUM (WS-IND-CRT) TO WS-LCLO-REF-ED.
           MOVE 'BLOQUEE A LA DATE DE CLOTURE'
                                        TO WS-LCLO-ACT-ED.
           PERFORM  8020-EDITION-DETAIL-DEB
              THRU  8020-EDITION-DETAIL-FIN.
           ADD  1                       TO WS-NB-DEP-CPTE.
      *
       2690-TRT-CARTES-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2700 EDITE LES ECHEANCES DU COMPTE CLOS RELEVEES EN
      *          1ERE PASSE
      *----------------------------------------------------
       2700-TRT-ECHEANCES-DEB.
      *
           IF  WS-TECH-CPTE (WS-IND-ECH) NOT = WS-CPTE-CLOS
               GO TO 2700-TRT-ECHEANCES-FIN
           END-IF.
      *
           PERFORM  8040-EDITION-ECHEANCE-DEB
              THRU  8040-EDITION-ECHEANCE-FIN.
      *
       2700-TRT-ECHEANCES-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *6000 OUVRE L ENSEMBLE DES FICHIERS
      *----------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN INPUT F-CPJ-E.
           IF NOT CPJ-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CPJ-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CPJ-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-ODP-ES.
           IF NOT ODP-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ODP-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ODP-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-MND-ES.
           IF NOT MND-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-MND-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MND-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-CHQ-ES.
           IF NOT CHQ-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CHQ-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CHQ-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-OPP-ES.
           IF NOT OPP-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-OPP-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-OPP-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-ABO-ES.
           IF NOT ABO-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ABO-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ABO-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-DEC-ES.
           IF NOT DEC-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-DEC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DEC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
      *    FICHIER DES TITULAIRES ABSENT : RATTACHEMENTS NON TRAITES
           OPEN I-O F-TIT-ES.
           IF TIT-FICHIER-ABSENT
              SET TIT-INDISPONIBLE TO TRUE
           ELSE
              IF NOT TIT-OK
                 DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-TIT-ES'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-TIT-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
      *    FICHIER DES HABILITATIONS ABSENT : NON TRAITEES
           OPEN I-O F-PRC-ES.
           IF PRC-FICHIER-ABSENT
              SET PRC-INDISPONIBLE TO TRUE
           ELSE
              IF NOT PRC-OK
                 DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-PRC-ES'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-PRC-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
      *    FICHIER DES PRETS ABSENT : AUCUN PRET MIS EN PLACE
           OPEN I-O F-PRT-ES.
           IF PRT-FICHIER-ABSENT
              SET PRT-INDISPONIBLE TO TRUE
           ELSE
              IF NOT PRT-OK
                 DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-PRT-ES'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-PRT-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
      *    FICHIER DES CARTES ABSENT : AUCUNE CARTE EMISE
           OPEN I-O F-CRT-ES.
           IF CRT-FICHIER-ABSENT
              SET CRT-INDISPONIBLE TO TRUE
           ELSE
              IF NOT CRT-OK
                 DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CRT-ES'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-CRT-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
           OPEN I-O F-ECH-ES.
           IF NOT ECH-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ECH-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ECH-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN EXTEND F-BJR-S.
           IF NOT BJR-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-BJR-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-BJR-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-CLO-S.
           IF WS-FS-ETAT-CLO-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-CLO-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-CLO-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 EXECUTE LA LECTURE SUR F-CPJ-E
      *------------------------------------
       6010-READ-F-CPJ-E-DEB.
      *
           READ F-CPJ-E INTO WS-CPJ-ENR.
           IF NOT (CPJ-OK OR CPJ-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPJ-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CPJ-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-CPJ-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 LIT L ORDRE PERMANENT SUIVANT DU COMPTE CLOS
      *------------------------------------
       6020-READ-NEXT-F-ODP-ES-DEB.
      *
           READ F-ODP-ES NEXT RECORD INTO WS-ODP-ENR.
           IF NOT (ODP-OK OR ODP-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ODP-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ODP-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF ODP-FIN OR WS-ODP-CPTE NOT = WS-CPTE-CLOS
              SET DEP-CPT-FIN TO TRUE
           END-IF.
      *
       6020-READ-NEXT-F-ODP-ES-FIN.
           EXIT.
      *-------------------------------------
      *6030 LIT LE MANDAT SUIVANT DU COMPTE CLOS
      *------------------------------------
       6030-READ-NEXT-F-MND-ES-DEB.
      *
           READ F-MND-ES NEXT RECORD INTO WS-MND-ENR.
           IF NOT (MND-OK OR MND-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MND-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MND-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF MND-FIN OR WS-MND-CPTE NOT = WS-CPTE-CLOS
              SET DEP-CPT-FIN TO TRUE
           END-IF.
      *
       6030-READ-NEXT-F-MND-ES-FIN.
           EXIT.
      *-------------------------------------
      *6040 LIT LE CHEQUE SUIVANT DU COMPTE CLOS
      *------------------------------------
       6040-READ-NEXT-F-CHQ-ES-DEB.
      *
           READ F-CHQ-ES NEXT RECORD INTO WS-CHQ-ENR.
           IF NOT (CHQ-OK OR CHQ-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CHQ-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CHQ-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF CHQ-FIN OR WS-CHQ-CPTE NOT = WS-CPTE-CLOS
              SET DEP-CPT-FIN TO TRUE
           END-IF.
      *
       6040-READ-NEXT-F-CHQ-ES-FIN.
           EXIT.
      *-------------------------------------
      *6050 ECRIT L OPPOSITION DU CHEQUE (DOUBLON ADMIS)
      *------------------------------------
       6050-WRITE-F-OPP-ES-DEB.
      *
           WRITE FS-BUFF-F-OPP-ES FROM WS-OPP-ENR.
           IF NOT (OPP-OK OR OPP-DOUBLON)
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-OPP-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-OPP-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6050-WRITE-F-OPP-ES-FIN.
           EXIT.
      *-------------------------------------
      *6055 LIT L ABONNEMENT SUIVANT DU COMPTE CLOS
      *------------------------------------
       6055-READ-NEXT-F-ABO-ES-DEB.
      *
           READ F-ABO-ES NEXT RECORD INTO WS-ABO-ENR.
           IF NOT (ABO-OK OR ABO-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ABO-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ABO-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF ABO-FIN OR WS-ABO-CPTE NOT = WS-CPTE-CLOS
              SET DEP-CPT-FIN TO TRUE
           END-IF.
      *
       6055-READ-NEXT-F-ABO-ES-FIN.
           EXIT.
      *-------------------------------------
      *6060 LIT LE TITULAIRE SUIVANT DU COMPTE CLOS
      *------------------------------------
       6060-READ-NEXT-F-TIT-ES-DEB.
      *
           READ F-TIT-ES NEXT RECORD INTO WS-TIT-ENR.
           IF NOT (TIT-OK OR TIT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-TIT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-TIT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF TIT-FIN OR WS-TIT-CPTE NOT = WS-CPTE-CLOS
              SET DEP-CPT-FIN TO TRUE
           END-IF.
      *
       6060-READ-NEXT-F-TIT-ES-FIN.
           EXIT.
      *-------------------------------------
      *6065 LIT L HABILITATION GUICHET SUIVANTE DU COMPTE CLOS
      *------------------------------------
       6065-READ-NEXT-F-PRC-ES-DEB.
      *
           READ F-PRC-ES NEXT RECORD INTO WS-PRC-ENR.
           IF NOT (PRC-OK OR PRC-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF PRC-FIN OR WS-PRC-CPTE NOT = WS-CPTE-CLOS
              SET DEP-CPT-FIN TO TRUE
           END-IF.
      *
       6065-READ-NEXT-F-PRC-ES-FIN.
           EXIT.
      *-------------------------------------
      *6066 LIT LE PRET SUIVANT DU COMPTE CLOS
      *------------------------------------
       6066-READ-NEXT-F-PRT-ES-DEB.
      *
           READ F-PRT-ES NEXT RECORD INTO WS-PRT-ENR.
           IF NOT (PRT-OK OR PRT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF PRT-FIN OR WS-PRT-CPTE NOT = WS-CPTE-CLOS
              SET DEP-CPT-FIN TO TRUE
           END-IF.
      *
       6066-READ-NEXT-F-PRT-ES-FIN.
           EXIT.
      *-------------------------------------
      *6067 EXECUTE LA LECTURE SUR F-CRT-ES
      *------------------------------------
       6067-READ-F-CRT-ES-DEB.
      *
           READ F-CRT-ES INTO WS-CRT-ENR.
           IF NOT (CRT-OK OR CRT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CRT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CRT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6067-READ-F-CRT-ES-FIN.
           EXIT.
      *-------------------------------------
      *6068 REECRIT LA CARTE COURANTE
      *------------------------------------
       6068-REWRITE-F-CRT-ES-DEB.
      *
           REWRITE FS-BUFF-F-CRT-ES FROM WS-CRT-ENR.
           IF NOT CRT-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-CRT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CRT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6068-REWRITE-F-CRT-ES-FIN.
           EXIT.
      *-------------------------------------
      *6070 EXECUTE LA LECTURE SUR F-ECH-ES
      *------------------------------------
       6070-READ-F-ECH-ES-DEB.
      *
           READ F-ECH-ES INTO WS-ECH-ENR.
           IF NOT (ECH-OK OR ECH-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ECH-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ECH-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6070-READ-F-ECH-ES-FIN.
           EXIT.
      *-------------------------------------
      *6075 REECRIT L ECHEANCE COURANTE
      *------------------------------------
       6075-REWRITE-F-ECH-ES-DEB.
      *
           REWRITE FS-BUFF-F-ECH-ES FROM WS-ECH-ENR.
           IF NOT ECH-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-ECH-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ECH-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6075-REWRITE-F-ECH-ES-FIN.
           EXIT.
      *-------------------------------------
      *6080 JOURNALISE LA MISE A JOUR SUR BJR0101 (FICHIER, CLE,
      *     OPERATION ET IMAGES POSES PAR L APPELANT)
      *------------------------------------
       6080-WRITE-F-BJR-S-DEB.
      *
           MOVE WS-DATEJ-N              TO WS-BJR-DATE.
           ACCEPT WS-HEURE-BJR FROM TIME.
           MOVE WS-HEURE-BJR-HHMMSS     TO WS-BJR-HEURE.
           MOVE 'BTCH'                  TO WS-BJR-TERM.
           MOVE ZERO                    TO WS-BJR-TASK.
           MOVE 'ARIO499 '              TO WS-BJR-PROG.
           MOVE SPACES                  TO WS-BJR-OPID.
           SET  BJR-MOTIF-CPTE-CLOS     TO TRUE.
           WRITE FS-BUFF-F-BJR-S FROM WS-BJR-ENR.
           IF NOT BJR-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-BJR-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-BJR-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-NB-BJR-ECRITS.
           ADD  1                       TO WS-NB-DEP-CPTE.
      *
       6080-WRITE-F-BJR-S-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-CPJ-E F-ODP-ES F-MND-ES F-CHQ-ES F-OPP-ES
                 F-ABO-ES F-DEC-ES F-ECH-ES F-BJR-S F-ETAT-CLO-S.
           IF TIT-DISPONIBLE
              CLOSE F-TIT-ES
           END-IF.
           IF PRC-DISPONIBLE
              CLOSE F-PRC-ES
           END-IF.
           IF PRT-DISPONIBLE
              CLOSE F-PRT-ES
           END-IF.
           IF CRT-DISPONIBLE
              CLOSE F-CRT-ES
           END-IF.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LA DATE DE TRAITEMENT : DATE DU JOUR OU DATE
      *     DE LA CHAINE PASSEE EN SYSIN (REPRISE APRES MINUIT)
      *------------------------------------
       7000-INIT-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE WS-DATEJ-JJ             TO WS-LCLO-DATE-ED (1:2).
           MOVE WS-DATEJ-MM             TO WS-LCLO-DATE-ED (4:2).
           MOVE WS-DATEJ-AAAA           TO WS-LCLO-DATE-ED (7:4).
           MOVE SPACES                  TO WS-SYSIN-CLO.
           ACCEPT WS-SYSIN-CLO FROM SYSIN.
           IF  WS-SYSIN-DATE-X NUMERIC
               MOVE WS-SYSIN-DATE-X     TO WS-DATEJ
           END-IF.
           MOVE WS-DATEJ-JJ             TO WS-LCLO-DTRT-ED (1:2).
           MOVE WS-DATEJ-MM             TO WS-LCLO-DTRT-ED (4:2).
           MOVE WS-DATEJ-AAAA           TO WS-LCLO-DTRT-ED (7:4).
      *
       7000-INIT-FIN.
           EXIT.
      *-------------------------------------
      *7050 RECHERCHE WS-CPTE-CHERCHE PARMI LES COMPTES CLOS
      *------------------------------------
       7050-RECH-COMPTE-CLOS-DEB.
      *
           SET  CLOS-ABSENT             TO TRUE.
           PERFORM  7055-COMPARE-COMPTE-DEB
              THRU  7055-COMPARE-COMPTE-FIN
            VARYING WS-IND-CHERCHE FROM 1 BY 1
              UNTIL WS-IND-CHERCHE > WS-NB-CLO-TAB
                 OR CLOS-TROUVE.
      *
       7050-RECH-COMPTE-CLOS-FIN.
           EXIT.
      *
       7055-COMPARE-COMPTE-DEB.
      *
           IF  WS-TCLO-CPTE (WS-IND-CHERCHE) = WS-CPTE-CHERCHE
               SET  CLOS-TROUVE         TO TRUE
           END-IF.
      *
       7055-COMPARE-COMPTE-FIN.
           EXIT.
      *-------------------------------------
      *7060 RETIENT L ECHEANCE COURANTE POUR L EDITION DU COMPTE
      *     CLOS WS-CPTE-CHERCHE
      *------------------------------------
       7060-STOCKE-ECHEANCE-DEB.
      *
           IF  WS-NB-ECH-TAB NOT < WS-MAX-ECH-TAB
               DISPLAY 'TABLE DES ECHEANCES DES COMPTES CLOS SATUREE'
               DISPLAY 'CAPACITE = ' WS-MAX-ECH-TAB
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           ADD  1                       TO WS-NB-ECH-TAB.
           MOVE WS-CPTE-CHERCHE     TO WS-TECH-CPTE (WS-NB-ECH-TAB).
           MOVE WS-SENS-ECH         TO WS-TECH-SENS (WS-NB-ECH-TAB).
           MOVE WS-ECH-DATE-VAL TO WS-TECH-DATE-VAL (WS-NB-ECH-TAB).
           MOVE WS-ECH-CODE         TO WS-TECH-CODE (WS-NB-ECH-TAB).
           MOVE WS-ECH-MT           TO WS-TECH-MT (WS-NB-ECH-TAB).
           MOVE WS-ECH-DEVISE       TO WS-TECH-DEVISE (WS-NB-ECH-TAB).
           MOVE WS-AUTRE-ECH        TO WS-TECH-AUTRE (WS-NB-ECH-TAB).
      *
       7060-STOCKE-ECHEANCE-FIN.
           EXIT.
      *-------------------------------------
      *7065 RETIENT LA CARTE BLOQUEE POUR L EDITION DU COMPTE CLOS
      *     WS-CPTE-CHERCHE
      *------------------------------------
       7065-STOCKE-CARTE-DEB.
      *
           IF  WS-NB-CRT-TAB NOT < WS-MAX-CRT-TAB
               DISPLAY 'TABLE DES CARTES DES COMPTES CLOS SATUREE'
               DISPLAY 'CAPACITE = ' WS-MAX-CRT-TAB
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           ADD  1                       TO WS-NB-CRT-TAB.
           MOVE WS-CPTE-CHERCHE     TO WS-TCRT-CPTE (WS-NB-CRT-TAB).
           MOVE WS-CRT-NUM          TO WS-TCRT-NUM (WS-NB-CRT-TAB).
      *
       7065-STOCKE-CARTE-FIN.
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
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-SOUS-TITRE.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8010 EDITE L EN-TETE DU COMPTE CLOS COURANT
      *------------------------------------
       8010-EDITION-COMPTE-DEB.
      *
           MOVE WS-CPTE-CLOS                TO WS-LCLO-CPTE-ED.
           MOVE WS-TCLO-CLIENT (WS-IND-CLO) TO WS-LCLO-CLI-ED.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-BLANC.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-COMPTE.
      *
       8010-EDITION-COMPTE-FIN.
           EXIT.
      *-------------------------------------
      *8020 EDITE UNE DEPENDANCE CLOTUREE DU COMPTE
      *------------------------------------
       8020-EDITION-DETAIL-DEB.
      *
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-DETAIL.
           MOVE SPACES                  TO WS-LCLO-DETAIL.
      *
       8020-EDITION-DETAIL-FIN.
           EXIT.
      *-------------------------------------
      *8030 EDITE LES TOTAUX DE L ETAT
      *------------------------------------
       8030-EDITION-TOTAUX-DEB.
      *
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-BLANC.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-TIRET.
           MOVE 'COMPTES CLOS TRAITES           : ' TO WS-LCLO-TOT-LIB.
           MOVE WS-NB-CLO-TAB           TO WS-LCLO-TOT-ED.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-TOTAL.
           MOVE 'ORDRES PERMANENTS TERMINES     : ' TO WS-LCLO-TOT-LIB.
           MOVE WS-NB-ODP-TERM          TO WS-LCLO-TOT-ED.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-TOTAL.
           MOVE 'MANDATS TERMINES               : ' TO WS-LCLO-TOT-LIB.
           MOVE WS-NB-MND-TERM          TO WS-LCLO-TOT-ED.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-TOTAL.
           MOVE 'CHEQUES MIS EN OPPOSITION      : ' TO WS-LCLO-TOT-LIB.
           MOVE WS-NB-CHQ-OPP           TO WS-LCLO-TOT-ED.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-TOTAL.
           MOVE 'ABONNEMENTS D ALERTE RESILIES  : ' TO WS-LCLO-TOT-LIB.
           MOVE WS-NB-ABO-RES           TO WS-LCLO-TOT-ED.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-TOTAL.
           MOVE 'DECOUVERTS ECHUS               : ' TO WS-LCLO-TOT-LIB.
           MOVE WS-NB-DEC-ECHUES        TO WS-LCLO-TOT-ED.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-TOTAL.
           MOVE 'TITULAIRES DETACHES            : ' TO WS-LCLO-TOT-LIB.
           MOVE WS-NB-TIT-SUPP          TO WS-LCLO-TOT-ED.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-TOTAL.
           MOVE 'HABILITATIONS GUICHET ECHUES   : ' TO WS-LCLO-TOT-LIB.
           MOVE WS-NB-PRC-ECHUES        TO WS-LCLO-TOT-ED.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-TOTAL.
           MOVE 'PRETS SUSPENDUS                : ' TO WS-LCLO-TOT-LIB.
           MOVE WS-NB-PRT-SUSP          TO WS-LCLO-TOT-ED.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-TOTAL.
           MOVE 'CARTES BANCAIRES BLOQUEES      : ' TO WS-LCLO-TOT-LIB.
           MOVE WS-NB-CRT-BLOQ          TO WS-LCLO-TOT-ED.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-TOTAL.
           MOVE 'ECHEANCES ANNULEES             : ' TO WS-LCLO-TOT-LIB.
           MOVE WS-NB-ECH-ANNUL         TO WS-LCLO-TOT-ED.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-TOTAL.
           MOVE 'ECHEANCES A TRAITER EN AGENCE  : ' TO WS-LCLO-TOT-LIB.
           MOVE WS-NB-ECH-AGENCE        TO WS-LCLO-TOT-ED.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-TOTAL.
      *
       8030-EDITION-TOTAUX-FIN.
           EXIT.
      *-------------------------------------
      *8040 EDITE UNE ECHEANCE DU COMPTE CLOS : ANNULEE (EMISE PAR
      *     LE COMPTE) OU A TRAITER PAR L AGENCE (A CREDITER)
      *------------------------------------
       8040-EDITION-ECHEANCE-DEB.
      *
           MOVE WS-TECH-DATE-VAL (WS-IND-ECH) TO WS-LCLO-EDVAL-ED.
           MOVE WS-TECH-CODE (WS-IND-ECH)     TO WS-LCLO-ECODE-ED.
           MOVE WS-TECH-MT (WS-IND-ECH)       TO WS-LCLO-EMT-ED.
           MOVE WS-TECH-DEVISE (WS-IND-ECH)   TO WS-LCLO-EDEV-ED.
           IF  TECH-EMISE (WS-IND-ECH)
               MOVE 'ECHEANCE EMISE'          TO WS-LCLO-ETYPE-ED
               MOVE 'ANNULEE'                 TO WS-LCLO-EACT-ED
           ELSE
               MOVE 'ECHEANCE A RECEVOIR'     TO WS-LCLO-ETYPE-ED
               MOVE SPACES                    TO WS-LCLO-EACT-ED
               STRING 'AGENCE - DE '   DELIMITED BY SIZE
                      WS-TECH-AUTRE (WS-IND-ECH)
                                       DELIMITED BY SIZE
                 INTO WS-LCLO-EACT-ED
               END-STRING
           END-IF.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-ECHEANCE.
           ADD  1                             TO WS-NB-DEP-CPTE.
      *
       8040-EDITION-ECHEANCE-FIN.
           EXIT.
      *-------------------------------------
      *8050 EDITE LE PRET SUSPENDU DU COMPTE CLOS : CAPITAL RESTANT
      *     DU ET ECHEANCES IMPAYEES A LA DERNIERE SITUATION ARIO489
      *------------------------------------
       8050-EDITION-PRET-DEB.
      *
           MOVE 'PRET CONSOMMATION'     TO WS-LCLO-PTYPE-ED.
           MOVE WS-PRT-SEQ              TO WS-LCLO-PSEQ-ED.
           MOVE WS-PRT-CRD              TO WS-LCLO-PCRD-ED.
           MOVE WS-PRT-DEVISE           TO WS-LCLO-PDEV-ED.
           MOVE WS-PRT-NB-IMPAYES       TO WS-LCLO-PIMP-ED.
           MOVE 'SUSPENDU AGENCE'       TO WS-LCLO-PACT-ED.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-PRET.
      *
       8050-EDITION-PRET-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO499              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* DATE DE TRAITEMENT        : ' WS-DATEJ-N.
           DISPLAY '* ENREGISTREMENTS CPJ LUS   : ' WS-NB-CPJ-LUS.
           DISPLAY '* COMPTES CLOS TRAITES      : ' WS-NB-CLO-TAB.
           DISPLAY '* ORDRES PERMANENTS TERMINES: ' WS-NB-ODP-TERM.
           DISPLAY '* MANDATS TERMINES          : ' WS-NB-MND-TERM.
           DISPLAY '* CHEQUES MIS EN OPPOSITION : ' WS-NB-CHQ-OPP.
           DISPLAY '* OPPOSITIONS DEJA PRESENTES: ' WS-NB-OPP-DEJA.
           DISPLAY '* ABONNEMENTS RESILIES      : ' WS-NB-ABO-RES.
           DISPLAY '* DECOUVERTS ECHUS          : ' WS-NB-DEC-ECHUES.
           DISPLAY '* TITULAIRES DETACHES       : ' WS-NB-TIT-SUPP.
           IF TIT-INDISPONIBLE
              DISPLAY '* FICHIER TITULAIRES ABSENT : NON TRAITE'
           END-IF.
           DISPLAY '* HABILITATIONS ECHUES      : ' WS-NB-PRC-ECHUES.
           IF PRC-INDISPONIBLE
              DISPLAY '* FICHIER HABILITATIONS ABSENT : NON TRAITE'
           END-IF.
           DISPLAY '* PRETS SUSPENDUS           : ' WS-NB-PRT-SUSP.
           IF PRT-INDISPONIBLE
              DISPLAY '* FICHIER DES PRETS ABSENT : NON TRAITE'
           END-IF.
           DISPLAY '* CARTES BLOQUEES           : ' WS-NB-CRT-BLOQ.
           IF CRT-INDISPONIBLE
              DISPLAY '* FICHIER DES CARTES ABSENT : NON TRAITE'
           END-IF.
           DISPLAY '* ECHEANCES ANNULEES        : ' WS-NB-ECH-ANNUL.
           DISPLAY '* ECHEANCES POUR L AGENCE   : ' WS-NB-ECH-AGENCE.
           DISPLAY '* ECRITURES JOURNAL BJR0101 : ' WS-NB-BJR-ECRITS.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO499         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO499        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
