      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO955                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *NOTATION MENSUELLE DES FOURNISSEURS. REGROUPE EN UNE NOTE      *
      *GLOBALE SUR 100 PAR FOURNISSEUR LES MESURES JUSQU ICI EDITEES  *
      *SEPAREMENT, POUR LE MOIS DE LA SYSIN :                         *
      * - DELAI      : % DES COMMANDES CLOTUREES DU MOIS RECUES DANS  *
      *                LE DELAI PROMIS (COMME ARIO923),               *
      * - COMPLETUDE : % DE LA QUANTITE LIVREE SUR LES COMMANDES      *
      *                ATTENDUES DANS LE MOIS (DATE DE COMMANDE +     *
      *                DELAI, CONVENTION 360 JOURS),                  *
      * - LITIGES    : 100 - % DE LITIGES DE RECEPTION (LIT0101),     *
      * - RETOURS    : 100 - % DE RETOURS DE LOTS (RTV0101),          *
      *                RAPPORTES AUX COMMANDES DU MOIS,               *
      * - FACTURES   : 100 - % DES FACTURES ENREGISTREES DU MOIS EN   *
      *                ECART DE RAPPROCHEMENT (FAC0101),              *
      * - REFUS      : 100 - % DES REPONSES DE CONFIRMATION EN REFUS  *
      *                (WS-CDE-CONF-STATUT, COMMANDES DU MOIS).       *
      *LA NOTE EST LA MOYENNE DES SOUS-NOTES PONDEREE PAR LES POIDS   *
      *DE LA SYSIN, UNE SOUS-NOTE SANS ACTIVITE NE COMPTANT PAS. LA   *
      *NOTE EST PORTEE SUR SCF0101 (COPY NOTEFOU) AVEC UN HISTORIQUE  *
      *DE 12 MOIS ; UN FOURNISSEUR SOUS LE PLANCHER EST MARQUE EXCLU  *
      *POUR LE CHOIX DU FOURNISSEUR D ARIO921 ET LISTE EN FIN D ETAT  *
      *POUR LE RESPONSABLE DES ACHATS. UN FOURNISSEUR SANS ACTIVITE   *
      *DANS LE MOIS GARDE SA NOTE PRECEDENTE. RELANCER UN MOIS DEJA   *
      *NOTE REMPLACE SA NOTE ; UN MOIS ANTERIEUR AU DERNIER MOIS NOTE *
      *N EST PAS REPORTE SUR SCF0101.                                 *
      *SYSIN  -> PERIODE AAAAMM (MOIS COURANT PAR DEFAUT), PUIS LES   *
      *          POIDS DELAI, COMPLETUDE, LITIGES, RETOURS, FACTURES, *
      *          REFUS (3 CHIFFRES CHACUN, 025 015 015 015 015 015    *
      *          PAR DEFAUT), PUIS LE PLANCHER (3 CHIFFRES, 050 PAR   *
      *          DEFAUT)                                              *
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
       PROGRAM-ID.      ARIO955.
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
      *                      F-CDE-E : FICHIER DES COMMANDES
      *                      -------------------------------------------
           SELECT  F-CDE-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-CDE
                   FILE STATUS         IS WS-FS-CDE-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-FOUR-E : FICHIER MAITRE DES FOURNISSEURS
      *                      -------------------------------------------
           SELECT  F-FOUR-E            ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-FOUR
                   FILE STATUS         IS WS-FS-FOUR-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-LIT-E : FICHIER DES LITIGES DE
      *                      RECEPTION (ARIC122)
      *                      -------------------------------------------
           SELECT  F-LIT-E             ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-LIT
                   FILE STATUS         IS WS-FS-LIT-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-RTV-E : FICHIER DES RETOURS AU
      *                      FOURNISSEUR (ARIC136)
      *                      -------------------------------------------
           SELECT  F-RTV-E             ASSIGN TO INP004
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-RTV
                   FILE STATUS         IS WS-FS-RTV-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-FAC-E : FICHIER DES FACTURES
      *                      FOURNISSEUR (ARIO926)
      *                      -------------------------------------------
           SELECT  F-FAC-E             ASSIGN TO INP005
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-FAC
                   FILE STATUS         IS WS-FS-FAC-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-SCF-ES : FICHIER DES NOTES FOURNISSEUR
      *                      (IO)
      *                      -------------------------------------------
           SELECT  F-SCF-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-SCF
                   FILE STATUS         IS WS-FS-SCF-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-NOTE-S : SYSOUT ETAT DES NOTES
      *                      -------------------------------------------
           SELECT  F-ETAT-NOTE-S       ASSIGN TO ETATNOTE
                   FILE STATUS         IS WS-FS-ETAT-NOTE-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 INP003 INP004 INP005 IO001 ETATNOTE   *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *FICHIER DES COMMANDES EN ENTREE
       FD  F-CDE-E
           RECORD CONTAINS 124 CHARACTERS.
       01  FS-BUFF-F-CDE-E.
           05  FS-KEY-CDE        PIC X(11).
           05  FILLER            PIC X(113).
      *FICHIER MAITRE DES FOURNISSEURS
       FD  F-FOUR-E
           RECORD CONTAINS 140 CHARACTERS.
       01  FS-BUFF-F-FOUR-E.
           05  FS-KEY-FOUR       PIC X(5).
           05  FILLER            PIC X(135).
      *FICHIER DES LITIGES DE RECEPTION
       FD  F-LIT-E
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-BUFF-F-LIT-E.
           05  FS-KEY-LIT        PIC X(19).
           05  FILLER            PIC X(41).
      *FICHIER DES RETOURS AU FOURNISSEUR
       FD  F-RTV-E
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-BUFF-F-RTV-E.
           05  FS-KEY-RTV        PIC X(19).
           05  FILLER            PIC X(41).
      *FICHIER DES FACTURES FOURNISSEUR
       FD  F-FAC-E
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-FAC-E.
           05  FS-KEY-FAC        PIC X(11).
           05  FILLER            PIC X(89).
      *FICHIER DES NOTES FOURNISSEUR
       FD  F-SCF-ES
           RECORD CONTAINS 160 CHARACTERS.
       01  FS-BUFF-F-SCF-ES.
           05  FS-KEY-SCF        PIC X(5).
           05  FILLER            PIC X(155).
      *ETAT DES NOTES EN SORTIE
       FD  F-ETAT-NOTE-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-NOTE-S PIC X(100).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY COMMANDE.
       COPY FOURNISS.
       COPY LITIGE.
       COPY RETFOUR.
       COPY FACTFOU.
       COPY NOTEFOU.
      *FILE STATUS
       01  WS-FS-CDE-E       PIC X(2).
           88 CDE-OK                              VALUE '00'.
           88 CDE-FIN                             VALUE '10'.
       01  WS-FS-FOUR-E      PIC X(2).
           88 FOUR-OK                             VALUE '00'.
           88 FOUR-INEXISTANT                     VALUE '23'.
       01  WS-FS-LIT-E       PIC X(2).
           88 LITF-OK                             VALUE '00'.
           88 LITF-FIN                            VALUE '10'.
           88 LITF-FICHIER-ABSENT                 VALUE '35'.
       01  WS-SW-LIT-DISPO   PIC X VALUE '0'.
           88 LIT-DISPONIBLE                      VALUE '1'.
           88 LIT-INDISPONIBLE                    VALUE '0'.
       01  WS-FS-RTV-E       PIC X(2).
           88 RTVF-OK                             VALUE '00'.
           88 RTVF-FIN                            VALUE '10'.
           88 RTVF-FICHIER-ABSENT                 VALUE '35'.
       01  WS-SW-RTV-DISPO   PIC X VALUE '0'.
           88 RTV-DISPONIBLE                      VALUE '1'.
           88 RTV-INDISPONIBLE                    VALUE '0'.
       01  WS-FS-FAC-E       PIC X(2).
           88 FACF-OK                             VALUE '00'.
           88 FACF-FIN                            VALUE '10'.
           88 FACF-FICHIER-ABSENT                 VALUE '35'.
       01  WS-SW-FAC-DISPO   PIC X VALUE '0'.
           88 FAC-DISPONIBLE                      VALUE '1'.
           88 FAC-INDISPONIBLE                    VALUE '0'.
       01  WS-FS-SCF-ES      PIC X(2).
           88 SCFF-OK                             VALUE '00'.
           88 SCFF-INEXISTANT                     VALUE '23'.
       01  WS-FS-ETAT-NOTE-S PIC X(2).
           88 ETNOTE-OK                           VALUE '00'.
      *CARTE SYSIN : PERIODE AAAAMM, POIDS DES SIX SOUS-NOTES ET
      *PLANCHER DE NOTE
       01  WS-SYSIN-CARTE.
           05  WS-PER-X          PIC X(6).
           05  WS-PER-N REDEFINES WS-PER-X
                                 PIC 9(6).
           05  WS-POIDS-X        PIC X(18).
           05  WS-POIDS-N REDEFINES WS-POIDS-X.
               10  WS-POIDS-SYS  PIC 9(3) OCCURS 6.
           05  WS-PLANCHER-X     PIC X(3).
           05  WS-PLANCHER-N REDEFINES WS-PLANCHER-X
                                 PIC 9(3).
           05  FILLER            PIC X(53).
       01  WS-PERIODE        PIC 9(6) VALUE ZERO.
       01  WS-PERIODE-R REDEFINES WS-PERIODE.
           05  WS-PER-AAAA       PIC 9(4).
           05  WS-PER-MM         PIC 99.
       01  WS-PLANCHER       PIC 9(3) VALUE 50.
      *POIDS RETENUS (RANG 1 A 6 : DELAI, COMPLETUDE, LITIGES,
      *RETOURS, FACTURES, REFUS)
       01  WS-POIDS-DEFAUT.
           05  FILLER            PIC 9(3) VALUE 25.
           05  FILLER            PIC 9(3) VALUE 15.
           05  FILLER            PIC 9(3) VALUE 15.
           05  FILLER            PIC 9(3) VALUE 15.
           05  FILLER            PIC 9(3) VALUE 15.
           05  FILLER            PIC 9(3) VALUE 15.
       01  WS-POIDS-T REDEFINES WS-POIDS-DEFAUT.
           05  WS-POIDS          PIC 9(3) OCCURS 6.
       01  WS-TOT-POIDS      PIC 9(5) VALUE ZERO.
      *BORNES DU MOIS NOTE (AAAAMMJJ ET QUANTIEMES 360 JOURS)
       01  WS-DEB-MOIS       PIC 9(8) VALUE ZERO.
       01  WS-FIN-MOIS       PIC 9(8) VALUE ZERO.
       01  WS-JOUR-ORD-DEB   PIC 9(7) COMP VALUE ZERO.
       01  WS-JOUR-ORD-FIN   PIC 9(7) COMP VALUE ZERO.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
      *DATE A CONVERTIR EN QUANTIEME (CONVENTION 360 JOURS)
       01  WS-DATE-CNV.
           05  WS-DCNV-AAAA      PIC 9(4).
           05  WS-DCNV-MM        PIC 99.
           05  WS-DCNV-JJ        PIC 99.
       01  WS-DATE-CNV-N REDEFINES WS-DATE-CNV
                             PIC 9(8).
       01  WS-JOUR-ORD       PIC 9(7) COMP VALUE ZERO.
       01  WS-JOUR-ORD-CDE   PIC 9(7) COMP VALUE ZERO.
       01  WS-JOUR-ORD-ATT   PIC 9(7) COMP VALUE ZERO.
       01  WS-DELAI-REEL     PIC S9(5) COMP VALUE ZERO.
       01  WS-DATE-CDE-N     PIC 9(8) VALUE ZERO.
      *TABLE DE CUMUL DU MOIS PAR FOURNISSEUR
       01  WS-TAB-NOTE.
           05  WS-TNOT-ENTREE        OCCURS 999.
               10  WS-TNOT-FOU       PIC 9(5).
               10  WS-TNOT-NB-CLOT   PIC 9(5).
               10  WS-TNOT-NB-OK     PIC 9(5).
               10  WS-TNOT-NB-ATT    PIC 9(5).
               10  WS-TNOT-QTE-ATT   PIC 9(9).
               10  WS-TNOT-QTE-LIV   PIC 9(9).
               10  WS-TNOT-NB-LIT    PIC 9(5).
               10  WS-TNOT-NB-RTV    PIC 9(5).
               10  WS-TNOT-NB-FAC    PIC 9(5).
               10  WS-TNOT-NB-ECART  PIC 9(5).
               10  WS-TNOT-NB-REP    PIC 9(5).
               10  WS-TNOT-NB-REFUS  PIC 9(5).
       01  WS-NB-NOT         PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-NOT        PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-NOT-TRV    PIC S9(4) COMP VALUE ZERO.
       01  WS-CODE-CHERCHE   PIC 9(5) VALUE ZERO.
       01  WS-IND-SN         PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-HIST       PIC S9(4) COMP VALUE ZERO.
      *ZONES DE CALCUL DES SOUS-NOTES ET DE LA NOTE
       01  WS-BASE           PIC 9(5) VALUE ZERO.
       01  WS-NB-EVT         PIC 9(5) VALUE ZERO.
       01  WS-SOUS-NOTE      PIC 9(3) VALUE ZERO.
       01  WS-CUMUL-PONDERE  PIC 9(9) VALUE ZERO.
       01  WS-CUMUL-POIDS    PIC 9(5) VALUE ZERO.
       01  WS-NOTE-CALC      PIC 9(3) VALUE ZERO.
       01  WS-NB-MOIS-SOUS   PIC 99 VALUE ZERO.
      *ISSUE DE LA MISE A JOUR DE SCF0101 POUR LE FOURNISSEUR
       01  WS-SW-MAJ-SCF     PIC X.
           88 SCF-A-CREER                         VALUE 'C'.
           88 SCF-A-MODIFIER                      VALUE 'M'.
           88 SCF-MOIS-ANTERIEUR                  VALUE 'A'.
      *TABLE DES FOURNISSEURS SOUS LE PLANCHER (LISTE FINALE)
       01  WS-TAB-SOUS.
           05  WS-TSOU-ENTREE        OCCURS 999.
               10  WS-TSOU-FOU       PIC 9(5).
               10  WS-TSOU-RAISON    PIC X(20).
               10  WS-TSOU-NOTE      PIC 9(3).
               10  WS-TSOU-NB-MOIS   PIC 99.
       01  WS-NB-SOUS        PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-SOUS       PIC S9(4) COMP VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LNOT-TIRET     PIC X(100) VALUE ALL '-'.
       01  WS-LNOT-BLANC     PIC X(100) VALUE SPACES.
       01  WS-LNOT-ENTETE.
           05  FILLER            PIC X(50)
                   VALUE 'NOTATION MENSUELLE DES FOURNISSEURS - MOIS '.
           05  WS-LNOT-PER-ED    PIC 9(6).
           05  FILLER            PIC X(26) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LNOT-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LNOT-POIDS.
           05  FILLER            PIC X(28)
                   VALUE 'POIDS  DEL CPL LIT RET FAC R'.
           05  FILLER            PIC X(5)  VALUE 'EF : '.
           05  WS-LNOT-POIDS-T       OCCURS 6.
               10  WS-LNOT-POIDS-ED  PIC ZZ9.
               10  WS-LNOT-POIDS-SP  PIC X(1).
           05  FILLER            PIC X(13) VALUE '   PLANCHER :'.
           05  WS-LNOT-PLANCH-ED PIC ZZ9.
           05  FILLER            PIC X(27) VALUE SPACES.
       01  WS-LNOT-INTITULE.
           05  FILLER            PIC X(28)
                   VALUE 'FOURN. RAISON SOCIALE'.
           05  FILLER            PIC X(36)
                   VALUE '   DEL   CPL   LIT   RET   FAC   REF'.
           05  FILLER            PIC X(36)
                   VALUE '   NOTE  PREC T ALERTE'.
       01  WS-LNOT-DETAIL.
           05  WS-LNOT-FOU-ED    PIC 9(5).
           05  FILLER            PIC X(2).
           05  WS-LNOT-RAISON-ED PIC X(20).
           05  FILLER            PIC X(1).
           05  WS-LNOT-SN-T          OCCURS 6.
               10  FILLER            PIC X(3).
               10  WS-LNOT-SN-ED     PIC X(3).
           05  FILLER            PIC X(4).
           05  WS-LNOT-NOTE-ED   PIC ZZ9.
           05  FILLER            PIC X(3).
           05  WS-LNOT-PREC-ED   PIC X(3).
           05  FILLER            PIC X(1).
           05  WS-LNOT-TEND-ED   PIC X(1).
           05  FILLER            PIC X(1).
           05  WS-LNOT-ALERTE-ED PIC X(20).
       01  WS-LNOT-SN-NUM    PIC ZZ9.
       01  WS-LSOU-TITRE.
           05  FILLER            PIC X(50)
             VALUE 'FOURNISSEURS SOUS LE PLANCHER - A REVOIR PAR LE RE'.
           05  FILLER            PIC X(50)
             VALUE 'SPONSABLE DES ACHATS (EXCLUS DU CHOIX ARIO921)'.
       01  WS-LSOU-INTITULE.
           05  FILLER            PIC X(50)
             VALUE 'FOURN. RAISON SOCIALE         NOTE   MOIS SOUS LE'.
           05  FILLER            PIC X(50)
               VALUE ' PLANCHER (12 DERNIERS MOIS)'.
       01  WS-LSOU-DETAIL.
           05  WS-LSOU-FOU-ED    PIC 9(5).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LSOU-RAISON-ED PIC X(20).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LSOU-NOTE-ED   PIC ZZ9.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  WS-LSOU-MOIS-ED   PIC Z9.
           05  FILLER            PIC X(55) VALUE SPACES.
       01  WS-LSOU-AUCUN.
           05  FILLER            PIC X(50)
               VALUE 'AUCUN FOURNISSEUR SOUS LE PLANCHER CE MOIS'.
           05  FILLER            PIC X(50) VALUE SPACES.
      *COMPTEUR RENDU EXEC
       01  WS-NB-CDE-LUES    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-LIT-LUS     PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-RTV-LUS     PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-FAC-LUES    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-SCF-CREES   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-SCF-MODIFS  PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-SCF-ANTER   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-FOU-PLEINE  PIC S9(6) COMP VALUE ZERO.
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
      * CUMULE L ACTIVITE DU MOIS PAR FOURNISSEUR, NOTE CHAQUE        *
      * FOURNISSEUR ACTIF, MET A JOUR SCF0101 ET EDITE L ETAT         *
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-PERIODE-DEB
              THRU  7000-INIT-PERIODE-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  8000-EDITION-ENTETE-DEB
              THRU  8000-EDITION-ENTETE-FIN.
      *
           PERFORM  6010-READ-F-CDE-E-DEB
              THRU  6010-READ-F-CDE-E-FIN.
           PERFORM  1000-TRT-UNE-CDE-DEB
              THRU  1000-TRT-UNE-CDE-FIN
             UNTIL  CDE-FIN.
      *
           IF  LIT-DISPONIBLE
               PERFORM  6030-READ-F-LIT-E-DEB
                  THRU  6030-READ-F-LIT-E-FIN
               PERFORM  1100-TRT-UN-LITIGE-DEB
                  THRU  1100-TRT-UN-LITIGE-FIN
                 UNTIL  LITF-FIN
           END-IF.
      *
           IF  RTV-DISPONIBLE
               PERFORM  6040-READ-F-RTV-E-DEB
                  THRU  6040-READ-F-RTV-E-FIN
               PERFORM  1200-TRT-UN-RETOUR-DEB
                  THRU  1200-TRT-UN-RETOUR-FIN
                 UNTIL  RTVF-FIN
           END-IF.
      *
           IF  FAC-DISPONIBLE
               PERFORM  6050-READ-F-FAC-E-DEB
                  THRU  6050-READ-F-FAC-E-FIN
               PERFORM  1300-TRT-UNE-FACTURE-DEB
                  THRU  1300-TRT-UNE-FACTURE-FIN
                 UNTIL  FACF-FIN
           END-IF.
      *
           PERFORM  2000-NOTE-UN-FOURNISSEUR-DEB
              THRU  2000-NOTE-UN-FOURNISSEUR-FIN
             VARYING WS-IND-NOT FROM 1 BY 1
             UNTIL  WS-IND-NOT > WS-NB-NOT.
      *
           PERFORM  8040-EDITION-SOUS-PLANCHER-DEB
              THRU  8040-EDITION-SOUS-PLANCHER-FIN.
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
      * TRT 1000 CUMULE LA COMMANDE COURANTE SUR SON FOURNISSEUR :
      * REPONSE DE CONFIRMATION (COMMANDE PASSEE DANS LE MOIS),
      * RESPECT DU DELAI (COMMANDE CLOTUREE DANS LE MOIS) ET
      * COMPLETUDE (COMMANDE ATTENDUE DANS LE MOIS)
      *----------------------------------------------------
       1000-TRT-UNE-CDE-DEB.
      *
           ADD  1                       TO WS-NB-CDE-LUES.
      *
      *    COMMANDE JAMAIS PARTIE CHEZ LE FOURNISSEUR : NON NOTEE
           IF  CDE-ATTENTE-APPRO OR CDE-REJETEE OR CDE-ANNULEE
               GO TO 1000-TRT-UNE-CDE-SUITE
           END-IF.
      *
           MOVE WS-CDE-DATE-CDE         TO WS-DATE-CDE-N.
           MOVE WS-CDE-DATE-CDE         TO WS-DATE-CNV-N.
           PERFORM  7050-CALC-QUANTIEME-DEB
              THRU  7050-CALC-QUANTIEME-FIN.
           MOVE WS-JOUR-ORD             TO WS-JOUR-ORD-CDE.
           COMPUTE WS-JOUR-ORD-ATT = WS-JOUR-ORD-CDE + WS-CDE-DELAI.
      *
           MOVE WS-CDE-FOU-CODE         TO WS-CODE-CHERCHE.
      *
           IF  WS-DATE-CDE-N NOT < WS-DEB-MOIS
               AND WS-DATE-CDE-N NOT > WS-FIN-MOIS
               AND NOT CDE-SANS-REPONSE
               PERFORM  7010-LOCALISE-FOU-DEB
                  THRU  7010-LOCALISE-FOU-FIN
               IF  WS-IND-NOT-TRV NOT = ZERO
                   ADD  1               TO
                                   WS-TNOT-NB-REP(WS-IND-NOT-TRV)
                   IF  CDE-REFUSEE-FOU
                       ADD  1           TO
                                   WS-TNOT-NB-REFUS(WS-IND-NOT-TRV)
                   END-IF
               END-IF
           END-IF.
      *
           IF  CDE-CLOTUREE
               AND WS-CDE-DATE-RECEP NOT < WS-DEB-MOIS
               AND WS-CDE-DATE-RECEP NOT > WS-FIN-MOIS
               PERFORM  7010-LOCALISE-FOU-DEB
                  THRU  7010-LOCALISE-FOU-FIN
               IF  WS-IND-NOT-TRV NOT = ZERO
                   PERFORM  7020-CUMUL-DELAI-DEB
                      THRU  7020-CUMUL-DELAI-FIN
               END-IF
           END-IF.
      *
           IF  WS-JOUR-ORD-ATT NOT < WS-JOUR-ORD-DEB
               AND WS-JOUR-ORD-ATT NOT > WS-JOUR-ORD-FIN
               AND NOT CDE-REFUSEE-FOU
               PERFORM  7010-LOCALISE-FOU-DEB
                  THRU  7010-LOCALISE-FOU-FIN
               IF  WS-IND-NOT-TRV NOT = ZERO
                   ADD  1               TO
                                   WS-TNOT-NB-ATT(WS-IND-NOT-TRV)
                   ADD  WS-CDE-QTE      TO
                                   WS-TNOT-QTE-ATT(WS-IND-NOT-TRV)
                   IF  WS-CDE-QTE-RECUE > WS-CDE-QTE
                       ADD  WS-CDE-QTE  TO
                                   WS-TNOT-QTE-LIV(WS-IND-NOT-TRV)
                   ELSE
                       ADD  WS-CDE-QTE-RECUE TO
                                   WS-TNOT-QTE-LIV(WS-IND-NOT-TRV)
                   END-IF
               END-IF
           END-IF.
      *
       1000-TRT-UNE-CDE-SUITE.
           PERFORM  6010-READ-F-CDE-E-DEB
              THRU  6010-READ-F-CDE-E-FIN.
      *
       1000-TRT-UNE-CDE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1100 COMPTE UN LITIGE DE RECEPTION DU MOIS CONTRE SON
      * FOURNISSEUR
      *----------------------------------------------------
       1100-TRT-UN-LITIGE-DEB.
      *
           ADD  1                       TO WS-NB-LIT-LUS.
           IF  WS-LIT-DATE NOT < WS-DEB-MOIS
               AND WS-LIT-DATE NOT > WS-FIN-MOIS
               MOVE WS-LIT-FOU-CODE     TO WS-CODE-CHERCHE
               PERFORM  7010-LOCALISE-FOU-DEB
                  THRU  7010-LOCALISE-FOU-FIN
               IF  WS-IND-NOT-TRV NOT = ZERO
                   ADD  1               TO
                                   WS-TNOT-NB-LIT(WS-IND-NOT-TRV)
               END-IF
           END-IF.
      *
           PERFORM  6030-READ-F-LIT-E-DEB
              THRU  6030-READ-F-LIT-E-FIN.
      *
       1100-TRT-UN-LITIGE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1200 COMPTE UN RETOUR DE LOT DU MOIS CONTRE SON
      * FOURNISSEUR
      *----------------------------------------------------
       1200-TRT-UN-RETOUR-DEB.
      *
           ADD  1                       TO WS-NB-RTV-LUS.
           IF  WS-RTV-DATE NOT < WS-DEB-MOIS
               AND WS-RTV-DATE NOT > WS-FIN-MOIS
               MOVE WS-RTV-FOU-CODE     TO WS-CODE-CHERCHE
               PERFORM  7010-LOCALISE-FOU-DEB
                  THRU  7010-LOCALISE-FOU-FIN
               IF  WS-IND-NOT-TRV NOT = ZERO
                   ADD  1               TO
                                   WS-TNOT-NB-RTV(WS-IND-NOT-TRV)
               END-IF
           END-IF.
      *
           PERFORM  6040-READ-F-RTV-E-DEB
              THRU  6040-READ-F-RTV-E-FIN.
      *
       1200-TRT-UN-RETOUR-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1300 COMPTE UNE FACTURE ENREGISTREE DANS LE MOIS ET SON
      * EVENTUEL ECART DE RAPPROCHEMENT (LITIGE EN COURS OU MOTIF
      * CONSERVE APRES RESOLUTION)
      *----------------------------------------------------
       1300-TRT-UNE-FACTURE-DEB.
      *
           ADD  1                       TO WS-NB-FAC-LUES.
           IF  WS-FAC-NUM-DATE NOT < WS-DEB-MOIS
               AND WS-FAC-NUM-DATE NOT > WS-FIN-MOIS
               MOVE WS-FAC-FOU-CODE     TO WS-CODE-CHERCHE
               PERFORM  7010-LOCALISE-FOU-DEB
                  THRU  7010-LOCALISE-FOU-FIN
               IF  WS-IND-NOT-TRV NOT = ZERO
                   ADD  1               TO
                                   WS-TNOT-NB-FAC(WS-IND-NOT-TRV)
                   IF  FAC-LITIGE
                       OR WS-FAC-MOTIF NOT = SPACES
                       ADD  1           TO
                                   WS-TNOT-NB-ECART(WS-IND-NOT-TRV)
                   END-IF
               END-IF
           END-IF.
      *
           PERFORM  6050-READ-F-FAC-E-DEB
              THRU  6050-READ-F-FAC-E-FIN.
      *
       1300-TRT-UNE-FACTURE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 NOTE LE FOURNISSEUR COURANT DE LA TABLE, MET A JOUR
      * SA FICHE SCF0101 ET EDITE SA LIGNE
      *----------------------------------------------------
       2000-NOTE-UN-FOURNISSEUR-DEB.
      *
           MOVE WS-TNOT-FOU(WS-IND-NOT)  TO WS-CODE-CHERCHE.
           PERFORM  6020-READ-F-FOUR-E-DEB
              THRU  6020-READ-F-FOUR-E-FIN.
      *
           PERFORM  7100-CALC-SOUS-NOTES-DEB
              THRU  7100-CALC-SOUS-NOTES-FIN.
           PERFORM  7200-CALC-NOTE-DEB
              THRU  7200-CALC-NOTE-FIN.
      *
           PERFORM  6060-READ-F-SCF-ES-DEB
              THRU  6060-READ-F-SCF-ES-FIN.
           PERFORM  7300-MAJ-FICHE-NOTE-DEB
              THRU  7300-MAJ-FICHE-NOTE-FIN.
           EVALUATE TRUE
               WHEN SCF-A-CREER
                  PERFORM  6065-WRITE-F-SCF-ES-DEB
                     THRU  6065-WRITE-F-SCF-ES-FIN
                  ADD  1                 TO WS-NB-SCF-CREES
               WHEN SCF-A-MODIFIER
                  PERFORM  6070-REWRITE-F-SCF-ES-DEB
                     THRU  6070-REWRITE-F-SCF-ES-FIN
                  ADD  1                 TO WS-NB-SCF-MODIFS
               WHEN OTHER
                  ADD  1                 TO WS-NB-SCF-ANTER
           END-EVALUATE.
      *
           IF  WS-NOTE-CALC < WS-PLANCHER
               AND WS-NB-SOUS < 999
               PERFORM  7400-RETIENT-SOUS-PLANCHER-DEB
                  THRU  7400-RETIENT-SOUS-PLANCHER-FIN
           END-IF.
      *
           PERFORM  8020-EDITION-DETAIL-DEB
              THRU  8020-EDITION-DETAIL-FIN.
      *
       2000-NOTE-UN-FOURNISSEUR-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *6000 OUVRE L ENSEMBLE DES FICHIERS - LITIGES, RETOURS ET
      *     FACTURES SONT OPTIONNELS (ABSENTS : SOUS-NOTE SANS OBJET)
      *------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN INPUT F-CDE-E.
           IF WS-FS-CDE-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CDE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CDE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-FOUR-E.
           IF WS-FS-FOUR-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-FOUR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FOUR-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-LIT-E.
           EVALUATE TRUE
               WHEN LITF-OK
                  SET LIT-DISPONIBLE   TO TRUE
               WHEN LITF-FICHIER-ABSENT
                  SET LIT-INDISPONIBLE TO TRUE
                  DISPLAY 'FICHIER DES LITIGES ABSENT - NON NOTES'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-LIT-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-LIT-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           OPEN INPUT F-RTV-E.
           EVALUATE TRUE
               WHEN RTVF-OK
                  SET RTV-DISPONIBLE   TO TRUE
               WHEN RTVF-FICHIER-ABSENT
                  SET RTV-INDISPONIBLE TO TRUE
                  DISPLAY 'FICHIER DES RETOURS ABSENT - NON NOTES'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-RTV-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-RTV-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           OPEN INPUT F-FAC-E.
           EVALUATE TRUE
               WHEN FACF-OK
                  SET FAC-DISPONIBLE   TO TRUE
               WHEN FACF-FICHIER-ABSENT
                  SET FAC-INDISPONIBLE TO TRUE
                  DISPLAY 'FICHIER DES FACTURES ABSENT - NON NOTEES'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-FAC-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-FAC-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           OPEN I-O F-SCF-ES.
           IF WS-FS-SCF-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-SCF-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SCF-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-NOTE-S.
           IF WS-FS-ETAT-NOTE-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-NOTE-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-NOTE-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT LA COMMANDE SUIVANTE SUR F-CDE-E
      *------------------------------------
       6010-READ-F-CDE-E-DEB.
      *
           READ F-CDE-E INTO WS-CDE-ENR.
           IF NOT (CDE-OK OR CDE-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CDE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CDE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-CDE-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 LIT LE FOURNISSEUR WS-CODE-CHERCHE - CODE INCONNU =
      *     RAISON SOCIALE D ANOMALIE, LE RUN CONTINUE
      *------------------------------------
       6020-READ-F-FOUR-E-DEB.
      *
           MOVE WS-CODE-CHERCHE          TO FS-KEY-FOUR.
           READ F-FOUR-E INTO WS-FOUR-ENR
             KEY IS FS-KEY-FOUR
           END-READ.
           IF FOUR-INEXISTANT
              MOVE WS-CODE-CHERCHE       TO WS-FOUR-CODE
              MOVE '** FOURNISSEUR INCONNU **'
                                         TO WS-FOUR-RAISON
           ELSE
              IF NOT FOUR-OK
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FOUR-E'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-FOUR-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6020-READ-F-FOUR-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 EXECUTE LA LECTURE SUR F-LIT-E
      *------------------------------------
       6030-READ-F-LIT-E-DEB.
      *
           READ F-LIT-E INTO WS-LIT-ENR.
           IF NOT (WS-FS-LIT-E = '00' OR '10')
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LIT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LIT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-READ-F-LIT-E-FIN.
           EXIT.
      *-------------------------------------
      *6040 EXECUTE LA LECTURE SUR F-RTV-E
      *------------------------------------
       6040-READ-F-RTV-E-DEB.
      *
           READ F-RTV-E INTO WS-RTV-ENR.
           IF NOT (WS-FS-RTV-E = '00' OR '10')
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-RTV-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RTV-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-READ-F-RTV-E-FIN.
           EXIT.
      *-------------------------------------
      *6050 EXECUTE LA LECTURE SUR F-FAC-E
      *------------------------------------
       6050-READ-F-FAC-E-DEB.
      *
           READ F-FAC-E INTO WS-FAC-ENR.
           IF NOT (WS-FS-FAC-E = '00' OR '10')
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FAC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FAC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6050-READ-F-FAC-E-FIN.
           EXIT.
      *-------------------------------------
      *6060 LIT LA FICHE DE NOTE DU FOURNISSEUR WS-CODE-CHERCHE -
      *     ABSENTE : FICHE A CREER, INITIALISEE
      *------------------------------------
       6060-READ-F-SCF-ES-DEB.
      *
           MOVE WS-CODE-CHERCHE          TO FS-KEY-SCF.
           READ F-SCF-ES INTO WS-SCF-ENR.
           IF SCFF-INEXISTANT
              SET  SCF-A-CREER           TO TRUE
              INITIALIZE WS-SCF-ENR
              MOVE WS-CODE-CHERCHE       TO WS-SCF-FOU-CODE
              GO TO 6060-READ-F-SCF-ES-FIN
           END-IF.
           IF NOT SCFF-OK
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SCF-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SCF-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           SET  SCF-A-MODIFIER           TO TRUE.
      *
       6060-READ-F-SCF-ES-FIN.
           EXIT.
      *-------------------------------------
      *6065 ECRIT LA FICHE DE NOTE D UN NOUVEAU FOURNISSEUR
      *------------------------------------
       6065-WRITE-F-SCF-ES-DEB.
      *
           WRITE FS-BUFF-F-SCF-ES FROM WS-SCF-ENR.
           IF NOT SCFF-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-SCF-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SCF-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6065-WRITE-F-SCF-ES-FIN.
           EXIT.
      *-------------------------------------
      *6070 REECRIT LA FICHE DE NOTE DU FOURNISSEUR
      *------------------------------------
       6070-REWRITE-F-SCF-ES-DEB.
      *
           REWRITE FS-BUFF-F-SCF-ES FROM WS-SCF-ENR.
           IF NOT SCFF-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-SCF-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SCF-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6070-REWRITE-F-SCF-ES-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-CDE-E.
           CLOSE F-FOUR-E.
           IF  LIT-DISPONIBLE
               CLOSE F-LIT-E
           END-IF.
           IF  RTV-DISPONIBLE
               CLOSE F-RTV-E
           END-IF.
           IF  FAC-DISPONIBLE
               CLOSE F-FAC-E
           END-IF.
           CLOSE F-SCF-ES.
           IF WS-FS-SCF-ES NOT = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-SCF-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SCF-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           CLOSE F-ETAT-NOTE-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 LIT LA CARTE SYSIN : PERIODE AAAAMM (ABSENTE OU NON
      *     NUMERIQUE = MOIS COURANT), POIDS (ZONE NON NUMERIQUE =
      *     POIDS PAR DEFAUT) ET PLANCHER (DEFAUT 50) - BORNE LE MOIS
      *     EN DATES ET EN QUANTIEMES 360 JOURS
      *------------------------------------
       7000-INIT-PERIODE-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE SPACES                  TO WS-SYSIN-CARTE.
           ACCEPT WS-SYSIN-CARTE FROM SYSIN.
           IF  WS-PER-X NUMERIC
               MOVE WS-PER-N            TO WS-PERIODE
           ELSE
               COMPUTE WS-PERIODE = (WS-DATEJ-AAAA * 100)
                                  +  WS-DATEJ-MM
           END-IF.
           IF  WS-POIDS-X NUMERIC
               MOVE WS-POIDS-N          TO WS-POIDS-T
           END-IF.
           IF  WS-PLANCHER-X NUMERIC
               MOVE WS-PLANCHER-N       TO WS-PLANCHER
           END-IF.
      *
           MOVE ZERO                    TO WS-TOT-POIDS.
           PERFORM  7005-CUMULE-UN-POIDS-DEB
              THRU  7005-CUMULE-UN-POIDS-FIN
             VARYING WS-IND-SN FROM 1 BY 1
             UNTIL  WS-IND-SN > 6.
           IF  WS-TOT-POIDS = ZERO
               DISPLAY 'POIDS SYSIN TOUS NULS - NOTATION IMPOSSIBLE'
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           COMPUTE WS-DEB-MOIS = (WS-PERIODE * 100) + 1.
           COMPUTE WS-FIN-MOIS = (WS-PERIODE * 100) + 31.
           COMPUTE WS-JOUR-ORD-DEB = (WS-PER-AAAA * 360)
                                   + (WS-PER-MM * 30) + 1.
           COMPUTE WS-JOUR-ORD-FIN = (WS-PER-AAAA * 360)
                                   + (WS-PER-MM * 30) + 30.
      *
           MOVE WS-PERIODE              TO WS-LNOT-PER-ED.
           MOVE WS-PLANCHER             TO WS-LNOT-PLANCH-ED.
           MOVE WS-DATEJ-JJ   TO WS-LNOT-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LNOT-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LNOT-DATE-ED (7:4).
      *
       7000-INIT-PERIODE-FIN.
           EXIT.
       7005-CUMULE-UN-POIDS-DEB.
      *
           ADD  WS-POIDS(WS-IND-SN)     TO WS-TOT-POIDS.
           MOVE WS-POIDS(WS-IND-SN)     TO
                                   WS-LNOT-POIDS-ED(WS-IND-SN).
           MOVE SPACE                   TO
                                   WS-LNOT-POIDS-SP(WS-IND-SN).
      *
       7005-CUMULE-UN-POIDS-FIN.
           EXIT.
      *-------------------------------------
      *7010 LOCALISE (OU CREE) L ENTREE DU FOURNISSEUR
      *     WS-CODE-CHERCHE DANS LA TABLE DE CUMUL - TABLE PLEINE :
      *     WS-IND-NOT-TRV A ZERO, LE FOURNISSEUR N EST PAS NOTE
      *------------------------------------
       7010-LOCALISE-FOU-DEB.
      *
           MOVE ZERO                    TO WS-IND-NOT-TRV.
           PERFORM  7015-CHERCHE-FOU-DEB
              THRU  7015-CHERCHE-FOU-FIN
             VARYING WS-IND-NOT FROM 1 BY 1
             UNTIL  WS-IND-NOT > WS-NB-NOT
                 OR WS-IND-NOT-TRV NOT = ZERO.
      *
           IF  WS-IND-NOT-TRV = ZERO
               IF  WS-NB-NOT < 999
                   ADD  1               TO WS-NB-NOT
                   MOVE WS-NB-NOT       TO WS-IND-NOT-TRV
                   INITIALIZE WS-TNOT-ENTREE(WS-IND-NOT-TRV)
                   MOVE WS-CODE-CHERCHE TO WS-TNOT-FOU(WS-IND-NOT-TRV)
               ELSE
                   ADD  1               TO WS-NB-FOU-PLEINE
               END-IF
           END-IF.
      *
       7010-LOCALISE-FOU-FIN.
           EXIT.
       7015-CHERCHE-FOU-DEB.
      *
           IF  WS-TNOT-FOU(WS-IND-NOT) = WS-CODE-CHERCHE
               MOVE WS-IND-NOT          TO WS-IND-NOT-TRV
           END-IF.
      *
       7015-CHERCHE-FOU-FIN.
           EXIT.
      *-------------------------------------
      *7020 CUMULE LE DELAI REEL DE LA COMMANDE CLOTUREE COURANTE
      *     (JOURS ENTRE COMMANDE ET RECEPTION FINALE, COMME ARIO923)
      *------------------------------------
       7020-CUMUL-DELAI-DEB.
      *
           ADD  1                       TO
                                   WS-TNOT-NB-CLOT(WS-IND-NOT-TRV).
           MOVE WS-CDE-DATE-RECEP       TO WS-DATE-CNV-N.
           PERFORM  7050-CALC-QUANTIEME-DEB
              THRU  7050-CALC-QUANTIEME-FIN.
           COMPUTE WS-DELAI-REEL = WS-JOUR-ORD - WS-JOUR-ORD-CDE.
           IF  WS-DELAI-REEL NOT > WS-CDE-DELAI
               ADD  1                   TO
                                   WS-TNOT-NB-OK(WS-IND-NOT-TRV)
           END-IF.
      *
       7020-CUMUL-DELAI-FIN.
           EXIT.
      *-------------------------------------
      *7050 CONVERTIT WS-DATE-CNV EN QUANTIEME WS-JOUR-ORD
      *     (CONVENTION COMMERCIALE 360 JOURS, JOUR 31 = JOUR 30)
      *------------------------------------
       7050-CALC-QUANTIEME-DEB.
      *
           IF  WS-DCNV-JJ > 30
               MOVE 30                  TO WS-DCNV-JJ
           END-IF.
           COMPUTE WS-JOUR-ORD = (WS-DCNV-AAAA * 360)
                               + (WS-DCNV-MM   * 30)
                               +  WS-DCNV-JJ.
      *
       7050-CALC-QUANTIEME-FIN.
           EXIT.
      *-------------------------------------
      *7100 CALCULE LES SIX SOUS-NOTES DU FOURNISSEUR COURANT DANS
      *     WS-SCF-SN (999 = SANS OBJET). LITIGES ET RETOURS SONT
      *     RAPPORTES AU PLUS GRAND DES NOMBRES DE COMMANDES ATTENDUES
      *     OU CLOTUREES DANS LE MOIS (AU MOINS LE NOMBRE D EVENEMENTS)
      *------------------------------------
       7100-CALC-SOUS-NOTES-DEB.
      *
           IF  WS-TNOT-NB-CLOT(WS-IND-NOT) > ZERO
               COMPUTE WS-SCF-SN(1) =
                       (WS-TNOT-NB-OK(WS-IND-NOT) * 100)
                     / WS-TNOT-NB-CLOT(WS-IND-NOT)
           ELSE
               MOVE 999                 TO WS-SCF-SN(1)
           END-IF.
      *
           IF  WS-TNOT-QTE-ATT(WS-IND-NOT) > ZERO
               COMPUTE WS-SCF-SN(2) =
                       (WS-TNOT-QTE-LIV(WS-IND-NOT) * 100)
                     / WS-TNOT-QTE-ATT(WS-IND-NOT)
           ELSE
               MOVE 999                 TO WS-SCF-SN(2)
           END-IF.
      *
           MOVE WS-TNOT-NB-ATT(WS-IND-NOT)  TO WS-BASE.
           IF  WS-TNOT-NB-CLOT(WS-IND-NOT) > WS-BASE
               MOVE WS-TNOT-NB-CLOT(WS-IND-NOT) TO WS-BASE
           END-IF.
           MOVE WS-TNOT-NB-LIT(WS-IND-NOT)  TO WS-NB-EVT.
           PERFORM  7110-CALC-TAUX-INVERSE-DEB
              THRU  7110-CALC-TAUX-INVERSE-FIN.
           MOVE WS-SOUS-NOTE                TO WS-SCF-SN(3).
      *
           MOVE WS-TNOT-NB-ATT(WS-IND-NOT)  TO WS-BASE.
           IF  WS-TNOT-NB-CLOT(WS-IND-NOT) > WS-BASE
               MOVE WS-TNOT-NB-CLOT(WS-IND-NOT) TO WS-BASE
           END-IF.
           MOVE WS-TNOT-NB-RTV(WS-IND-NOT)  TO WS-NB-EVT.
           PERFORM  7110-CALC-TAUX-INVERSE-DEB
              THRU  7110-CALC-TAUX-INVERSE-FIN.
           MOVE WS-SOUS-NOTE                TO WS-SCF-SN(4).
      *
           MOVE WS-TNOT-NB-FAC(WS-IND-NOT)  TO WS-BASE.
           MOVE WS-TNOT-NB-ECART(WS-IND-NOT) TO WS-NB-EVT.
           PERFORM  7110-CALC-TAUX-INVERSE-DEB
              THRU  7110-CALC-TAUX-INVERSE-FIN.
           MOVE WS-SOUS-NOTE                TO WS-SCF-SN(5).
      *
           MOVE WS-TNOT-NB-REP(WS-IND-NOT)  TO WS-BASE.
           MOVE WS-TNOT-NB-REFUS(WS-IND-NOT) TO WS-NB-EVT.
           PERFORM  7110-CALC-TAUX-INVERSE-DEB
              THRU  7110-CALC-TAUX-INVERSE-FIN.
           MOVE WS-SOUS-NOTE                TO WS-SCF-SN(6).
      *
       7100-CALC-SOUS-NOTES-FIN.
           EXIT.
      *-------------------------------------
      *7110 SOUS-NOTE = 100 - % D EVENEMENTS DEFAVORABLES WS-NB-EVT
      *     SUR WS-BASE (BASE NULLE SANS EVENEMENT = SANS OBJET)
      *------------------------------------
       7110-CALC-TAUX-INVERSE-DEB.
      *
           IF  WS-NB-EVT > WS-BASE
               MOVE WS-NB-EVT           TO WS-BASE
           END-IF.
           IF  WS-BASE = ZERO
               MOVE 999                 TO WS-SOUS-NOTE
           ELSE
               COMPUTE WS-SOUS-NOTE = 100
                                    - ((WS-NB-EVT * 100) / WS-BASE)
           END-IF.
      *
       7110-CALC-TAUX-INVERSE-FIN.
           EXIT.
      *-------------------------------------
      *7200 CALCULE LA NOTE GLOBALE : MOYENNE DES SOUS-NOTES
      *     PONDEREE PAR LES POIDS SYSIN, SOUS-NOTES SANS OBJET
      *     EXCLUES (TOUTES SANS OBJET : NOTE NEUTRE 100)
      *------------------------------------
       7200-CALC-NOTE-DEB.
      *
           MOVE ZERO                    TO WS-CUMUL-PONDERE.
           MOVE ZERO                    TO WS-CUMUL-POIDS.
           PERFORM  7210-PONDERE-UNE-SN-DEB
              THRU  7210-PONDERE-UNE-SN-FIN
             VARYING WS-IND-SN FROM 1 BY 1
             UNTIL  WS-IND-SN > 6.
           IF  WS-CUMUL-POIDS = ZERO
               MOVE 100                 TO WS-NOTE-CALC
           ELSE
               COMPUTE WS-NOTE-CALC ROUNDED =
                       WS-CUMUL-PONDERE / WS-CUMUL-POIDS
           END-IF.
      *
       7200-CALC-NOTE-FIN.
           EXIT.
       7210-PONDERE-UNE-SN-DEB.
      *
           IF  WS-SCF-SN(WS-IND-SN) NOT = 999
               COMPUTE WS-CUMUL-PONDERE = WS-CUMUL-PONDERE
                       + (WS-SCF-SN(WS-IND-SN) * WS-POIDS(WS-IND-SN))
               ADD  WS-POIDS(WS-IND-SN) TO WS-CUMUL-POIDS
           END-IF.
      *
       7210-PONDERE-UNE-SN-FIN.
           EXIT.
      *-------------------------------------
      *7300 PORTE LA NOTE DU MOIS SUR LA FICHE SCF0101 : MEME MOIS
      *     QUE LE DERNIER CALCUL = NOTE REMPLACEE, MOIS SUIVANT =
      *     HISTORIQUE DECALE D UN RANG (12 MOIS GARDES), MOIS
      *     ANTERIEUR = FICHE LAISSEE EN L ETAT. LES SOUS-NOTES
      *     CALCULEES PAR 7100 SONT DEJA EN ZONE
      *------------------------------------
       7300-MAJ-FICHE-NOTE-DEB.
      *
           IF  SCF-A-MODIFIER
               AND WS-SCF-MOIS > WS-PERIODE
               SET  SCF-MOIS-ANTERIEUR  TO TRUE
               GO TO 7300-MAJ-FICHE-NOTE-FIN
           END-IF.
      *
           IF  WS-SCF-MOIS NOT = WS-PERIODE
               OR WS-SCF-NB-HIST = ZERO
               PERFORM  7310-DECALE-UN-MOIS-DEB
                  THRU  7310-DECALE-UN-MOIS-FIN
                 VARYING WS-IND-HIST FROM 12 BY -1
                 UNTIL  WS-IND-HIST < 2
               IF  WS-SCF-NB-HIST < 12
                   ADD  1               TO WS-SCF-NB-HIST
               END-IF
           END-IF.
      *
           MOVE WS-PERIODE              TO WS-SCF-MOIS.
           MOVE WS-PERIODE              TO WS-SCF-H-MOIS(1).
           MOVE WS-NOTE-CALC            TO WS-SCF-NOTE.
           MOVE WS-NOTE-CALC            TO WS-SCF-H-NOTE(1).
           MOVE WS-PLANCHER             TO WS-SCF-PLANCHER.
           IF  WS-NOTE-CALC < WS-PLANCHER
               SET  SCF-EXCLU           TO TRUE
           ELSE
               MOVE 'N'                 TO WS-SCF-EXCLU
           END-IF.
      *
       7300-MAJ-FICHE-NOTE-FIN.
           EXIT.
       7310-DECALE-UN-MOIS-DEB.
      *
           MOVE WS-SCF-HIST(WS-IND-HIST - 1)
                                        TO WS-SCF-HIST(WS-IND-HIST).
      *
       7310-DECALE-UN-MOIS-FIN.
           EXIT.
      *-------------------------------------
      *7400 RETIENT LE FOURNISSEUR SOUS LE PLANCHER POUR LA LISTE
      *     FINALE, AVEC LE NOMBRE DE MOIS DE L HISTORIQUE SOUS LE
      *     PLANCHER
      *------------------------------------
       7400-RETIENT-SOUS-PLANCHER-DEB.
      *
           MOVE ZERO                    TO WS-NB-MOIS-SOUS.
           PERFORM  7410-TESTE-UN-MOIS-DEB
              THRU  7410-TESTE-UN-MOIS-FIN
             VARYING WS-IND-HIST FROM 1 BY 1
             UNTIL  WS-IND-HIST > WS-SCF-NB-HIST.
      *
           ADD  1                       TO WS-NB-SOUS.
           MOVE WS-CODE-CHERCHE         TO WS-TSOU-FOU(WS-NB-SOUS).
           MOVE WS-FOUR-RAISON          TO WS-TSOU-RAISON(WS-NB-SOUS).
           MOVE WS-NOTE-CALC            TO WS-TSOU-NOTE(WS-NB-SOUS).
           MOVE WS-NB-MOIS-SOUS         TO WS-TSOU-NB-MOIS(WS-NB-SOUS).
      *
       7400-RETIENT-SOUS-PLANCHER-FIN.
           EXIT.
       7410-TESTE-UN-MOIS-DEB.
      *
           IF  WS-SCF-H-NOTE(WS-IND-HIST) < WS-PLANCHER
               ADD  1                   TO WS-NB-MOIS-SOUS
           END-IF.
      *
       7410-TESTE-UN-MOIS-FIN.
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
           WRITE FS-BUFF-F-ETAT-NOTE-S FROM WS-LNOT-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-NOTE-S FROM WS-LNOT-POIDS.
           WRITE FS-BUFF-F-ETAT-NOTE-S FROM WS-LNOT-BLANC.
           WRITE FS-BUFF-F-ETAT-NOTE-S FROM WS-LNOT-INTITULE.
           WRITE FS-BUFF-F-ETAT-NOTE-S FROM WS-LNOT-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8020 EDITE LA LIGNE DU FOURNISSEUR NOTE : SOUS-NOTES (' - ' =
      *     SANS OBJET), NOTE DU MOIS, NOTE DU MOIS PRECEDENT DE
      *     L HISTORIQUE ET TENDANCE
      *------------------------------------
       8020-EDITION-DETAIL-DEB.
      *
           MOVE SPACES                   TO WS-LNOT-DETAIL.
           MOVE WS-CODE-CHERCHE          TO WS-LNOT-FOU-ED.
           MOVE WS-FOUR-RAISON           TO WS-LNOT-RAISON-ED.
           PERFORM  8025-EDITION-UNE-SN-DEB
              THRU  8025-EDITION-UNE-SN-FIN
             VARYING WS-IND-SN FROM 1 BY 1
             UNTIL  WS-IND-SN > 6.
           MOVE WS-NOTE-CALC             TO WS-LNOT-NOTE-ED.
      *
           IF  SCF-MOIS-ANTERIEUR
               MOVE 'MOIS DEJA DEPASSE'  TO WS-LNOT-ALERTE-ED
           ELSE
               IF  WS-SCF-NB-HIST > 1
                   MOVE WS-SCF-H-NOTE(2) TO WS-LNOT-SN-NUM
                   MOVE WS-LNOT-SN-NUM   TO WS-LNOT-PREC-ED
                   EVALUATE TRUE
                       WHEN WS-NOTE-CALC > WS-SCF-H-NOTE(2)
                          MOVE '+'       TO WS-LNOT-TEND-ED
                       WHEN WS-NOTE-CALC < WS-SCF-H-NOTE(2)
                          MOVE '-'       TO WS-LNOT-TEND-ED
                       WHEN OTHER
                          MOVE '='       TO WS-LNOT-TEND-ED
                   END-EVALUATE
               END-IF
               IF  WS-NOTE-CALC < WS-PLANCHER
                   MOVE 'SOUS LE PLANCHER'
                                         TO WS-LNOT-ALERTE-ED
               END-IF
           END-IF.
      *
           WRITE FS-BUFF-F-ETAT-NOTE-S FROM WS-LNOT-DETAIL.
      *
       8020-EDITION-DETAIL-FIN.
           EXIT.
       8025-EDITION-UNE-SN-DEB.
      *
           IF  WS-SCF-SN(WS-IND-SN) = 999
               MOVE ' - '                TO WS-LNOT-SN-ED(WS-IND-SN)
           ELSE
               MOVE WS-SCF-SN(WS-IND-SN) TO WS-LNOT-SN-NUM
               MOVE WS-LNOT-SN-NUM       TO WS-LNOT-SN-ED(WS-IND-SN)
           END-IF.
      *
       8025-EDITION-UNE-SN-FIN.
           EXIT.
      *-------------------------------------
      *8040 EDITE SUR UNE PAGE A PART LA LISTE DES FOURNISSEURS SOUS
      *     LE PLANCHER POUR LE RESPONSABLE DES ACHATS
      *------------------------------------
       8040-EDITION-SOUS-PLANCHER-DEB.
      *
           WRITE FS-BUFF-F-ETAT-NOTE-S FROM WS-LNOT-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-NOTE-S FROM WS-LSOU-TITRE.
           WRITE FS-BUFF-F-ETAT-NOTE-S FROM WS-LNOT-BLANC.
           IF  WS-NB-SOUS = ZERO
               WRITE FS-BUFF-F-ETAT-NOTE-S FROM WS-LSOU-AUCUN
               GO TO 8040-EDITION-SOUS-PLANCHER-FIN
           END-IF.
           WRITE FS-BUFF-F-ETAT-NOTE-S FROM WS-LSOU-INTITULE.
           WRITE FS-BUFF-F-ETAT-NOTE-S FROM WS-LNOT-TIRET.
           PERFORM  8045-EDITION-UN-SOUS-DEB
              THRU  8045-EDITION-UN-SOUS-FIN
             VARYING WS-IND-SOUS FROM 1 BY 1
             UNTIL  WS-IND-SOUS > WS-NB-SOUS.
      *
       8040-EDITION-SOUS-PLANCHER-FIN.
           EXIT.
       8045-EDITION-UN-SOUS-DEB.
      *
           MOVE WS-TSOU-FOU(WS-IND-SOUS)     TO WS-LSOU-FOU-ED.
           MOVE WS-TSOU-RAISON(WS-IND-SOUS)  TO WS-LSOU-RAISON-ED.
           MOVE WS-TSOU-NOTE(WS-IND-SOUS)    TO WS-LSOU-NOTE-ED.
           MOVE WS-TSOU-NB-MOIS(WS-IND-SOUS) TO WS-LSOU-MOIS-ED.
           WRITE FS-BUFF-F-ETAT-NOTE-S FROM WS-LSOU-DETAIL.
      *
       8045-EDITION-UN-SOUS-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO955              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* PERIODE NOTEE             : ' WS-PERIODE.
           DISPLAY '* COMMANDES LUES            : ' WS-NB-CDE-LUES.
           DISPLAY '* LITIGES LUS               : ' WS-NB-LIT-LUS.
           DISPLAY '* RETOURS LUS               : ' WS-NB-RTV-LUS.
           DISPLAY '* FACTURES LUES             : ' WS-NB-FAC-LUES.
           DISPLAY '* FOURNISSEURS NOTES        : ' WS-NB-NOT.
           DISPLAY '* FICHES CREEES             : ' WS-NB-SCF-CREES.
           DISPLAY '* FICHES MISES A JOUR       : ' WS-NB-SCF-MODIFS.
           DISPLAY '* FICHES NON MAJ (MOIS ANT.): ' WS-NB-SCF-ANTER.
           DISPLAY '* FOURNISSEURS SOUS PLANCHER: ' WS-NB-SOUS.
           DISPLAY '* EVENEMENTS HORS TABLE     : ' WS-NB-FOU-PLEINE.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO955         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO955        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
