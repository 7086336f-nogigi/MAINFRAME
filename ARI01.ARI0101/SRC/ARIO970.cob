      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO970                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *ARCHIVAGE ET PURGE PERIODIQUE DES DOSSIERS TERMINES. CHAQUE    *
      *ENREGISTREMENT DEFINITIF DONT LA DATE DE REFERENCE EST         *
      *ANTERIEURE A LA DATE LIMITE (DATE DU JOUR MOINS L HORIZON EN   *
      *MOIS DE LA SYSIN) EST COPIE SUR L ARCHIVE DATEE DE SON FICHIER *
      *(COPY ARCHFIC) PUIS SUPPRIME DU FICHIER VIVANT :               *
      * - FACTURES FAC0101 PAYEES (REFERENCE : DATE DU REGLEMENT      *
      *   PORTEE PAR LA REFERENCE DE PAIEMENT, A DEFAUT DATE FACTURE),*
      * - LITIGES LIT0101 TRANSMIS (DATE DU LITIGE),                  *
      * - RETOURS RTV0101 DONT LA NOTE DE DEBIT EST IMPUTEE SUR UN    *
      *   REGLEMENT (DATE DU RETOUR) - UNE NOTE EMISE NON ENCORE      *
      *   IMPUTEE PAR ARIO954 RESTE EN LIGNE,                         *
      * - COMMANDES CDE0101 CLOTUREES, ANNULEES OU REJETEES (DATE DE  *
      *   DERNIERE RECEPTION, A DEFAUT DATE DE LA COMMANDE),          *
      * - ORDRES DE FABRICATION OFA0101 TERMINES OU ANNULES (DATE DE  *
      *   FIN, A DEFAUT DATE DE L ORDRE),                             *
      * - LIGNES DE VENTE VTE0101 EXPEDIEES OU ANNULEES (PLUS RECENTE *
      *   DES DATES DE VENTE ET DE LIVRAISON DEMANDEE).               *
      *UN DOSSIER ENCORE LIE A UN DOSSIER OUVERT RESTE EN LIGNE :     *
      *COMMANDE PORTANT UNE FACTURE NON PAYEE, UN LITIGE NON TRANSMIS *
      *OU UN RETOUR NON IMPUTE ; LIGNE DE VENTE DONT L EXPEDITION     *
      *(EXV0101) RESTE A FACTURER. LES FACTURES, LITIGES ET RETOURS   *
      *SONT DONC TRAITES AVANT LES COMMANDES.                         *
      *L ETAT F-ETAT-ARC-S DONNE PAR FICHIER ET PAR STATUT LES        *
      *ENREGISTREMENTS LUS, ARCHIVES, RETENUS CAR LIES ET CONSERVES.  *
      *LES ARCHIVES SONT RELUES PAR ARIO973 (RECHERCHE PAR CLE OU PAR *
      *PERIODE).                                                      *
      *SYSIN  -> HORIZON EN MOIS (COL 1-3, DEFAUT 024)                *
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
       PROGRAM-ID.      ARIO970.
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
      *                      F-FAC-ES : FACTURES FOURNISSEUR (IO)
      *                      -------------------------------------------
           SELECT  F-FAC-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-FAC
                   FILE STATUS         IS WS-FS-FAC-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-LIT-ES : LITIGES DE RECEPTION (IO)
      *                      -------------------------------------------
           SELECT  F-LIT-ES            ASSIGN TO IO002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-LIT
                   FILE STATUS         IS WS-FS-LIT-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-RTV-ES : RETOURS FOURNISSEUR (IO)
      *                      -------------------------------------------
           SELECT  F-RTV-ES            ASSIGN TO IO003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-RTV
                   FILE STATUS         IS WS-FS-RTV-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CDE-ES : COMMANDES FOURNISSEUR (IO)
      *                      -------------------------------------------
           SELECT  F-CDE-ES            ASSIGN TO IO004
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-CDE
                   FILE STATUS         IS WS-FS-CDE-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-OFA-ES : ORDRES DE FABRICATION (IO)
      *                      -------------------------------------------
           SELECT  F-OFA-ES            ASSIGN TO IO005
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-OFA
                   FILE STATUS         IS WS-FS-OFA-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-VTE-ES : LIGNES DE VENTE (IO)
      *                      -------------------------------------------
           SELECT  F-VTE-ES            ASSIGN TO IO006
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-VTE
                   FILE STATUS         IS WS-FS-VTE-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-EXV-E : EXPEDITIONS DE VENTE
      *                      -------------------------------------------
           SELECT  F-EXV-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-EXV
                   FILE STATUS         IS WS-FS-EXV-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ARC-FAC-S : ARCHIVE DATEE DES
      *                                    FACTURES FOURNISSEUR
      *                      -------------------------------------------
           SELECT  F-ARC-FAC-S         ASSIGN TO ARCFAC
                   FILE STATUS         IS WS-FS-ARC-FAC-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ARC-LIT-S : ARCHIVE DATEE DES
      *                                    LITIGES DE RECEPTION
      *                      -------------------------------------------
           SELECT  F-ARC-LIT-S         ASSIGN TO ARCLIT
                   FILE STATUS         IS WS-FS-ARC-LIT-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ARC-RTV-S : ARCHIVE DATEE DES
      *                                    RETOURS FOURNISSEUR
      *                      -------------------------------------------
           SELECT  F-ARC-RTV-S         ASSIGN TO ARCRTV
                   FILE STATUS         IS WS-FS-ARC-RTV-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ARC-CDE-S : ARCHIVE DATEE DES
      *                                    COMMANDES FOURNISSEUR
      *                      -------------------------------------------
           SELECT  F-ARC-CDE-S         ASSIGN TO ARCCDE
                   FILE STATUS         IS WS-FS-ARC-CDE-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ARC-OFA-S : ARCHIVE DATEE DES
      *                                    ORDRES DE FABRICATION
      *                      -------------------------------------------
           SELECT  F-ARC-OFA-S         ASSIGN TO ARCOFA
                   FILE STATUS         IS WS-FS-ARC-OFA-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ARC-VTE-S : ARCHIVE DATEE DES
      *                                    LIGNES DE VENTE
      *                      -------------------------------------------
           SELECT  F-ARC-VTE-S         ASSIGN TO ARCVTE
                   FILE STATUS         IS WS-FS-ARC-VTE-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-ARC-S : ETAT DE L ARCHIVAGE
      *                      -------------------------------------------
           SELECT  F-ETAT-ARC-S        ASSIGN TO ETATARC
                   FILE STATUS         IS WS-FS-ETAT-ARC-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :IO001 A IO006 INP001 ARCFAC ARCLIT ARCRTV ARCCDE    *
      *           ARCOFA ARCVTE ETATARC                               *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *FICHIER DES FACTURES FOURNISSEUR (IO)
       FD  F-FAC-ES
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-FAC-ES.
           05  FS-KEY-FAC        PIC X(11).
           05  FILLER            PIC X(89).
      *FICHIER DES LITIGES DE RECEPTION (IO)
       FD  F-LIT-ES
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-BUFF-F-LIT-ES.
           05  FS-KEY-LIT        PIC X(19).
           05  FILLER            PIC X(41).
      *FICHIER DES RETOURS FOURNISSEUR (IO)
       FD  F-RTV-ES
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-BUFF-F-RTV-ES.
           05  FS-KEY-RTV        PIC X(19).
           05  FILLER            PIC X(41).
      *FICHIER DES COMMANDES FOURNISSEUR (IO)
       FD  F-CDE-ES
           RECORD CONTAINS 124 CHARACTERS.
       01  FS-BUFF-F-CDE-ES.
           05  FS-KEY-CDE        PIC X(11).
           05  FILLER            PIC X(113).
      *FICHIER DES ORDRES DE FABRICATION (IO)
       FD  F-OFA-ES
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-OFA-ES.
           05  FS-KEY-OFA        PIC X(11).
           05  FILLER            PIC X(29).
      *FICHIER DES LIGNES DE VENTE (IO)
       FD  F-VTE-ES
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-BUFF-F-VTE-ES.
           05  FS-KEY-VTE        PIC X(13).
           05  FILLER            PIC X(47).
      *FICHIER DES EXPEDITIONS DE VENTE
       FD  F-EXV-E
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-EXV-E.
           05  FS-KEY-EXV        PIC X(13).
           05  FILLER            PIC X(67).
      *ARCHIVE DATEE DES FACTURES FOURNISSEUR EN SORTIE
       FD  F-ARC-FAC-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ARC-FAC-S   PIC X(200).
      *ARCHIVE DATEE DES LITIGES DE RECEPTION EN SORTIE
       FD  F-ARC-LIT-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ARC-LIT-S   PIC X(200).
      *ARCHIVE DATEE DES RETOURS FOURNISSEUR EN SORTIE
       FD  F-ARC-RTV-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ARC-RTV-S   PIC X(200).
      *ARCHIVE DATEE DES COMMANDES FOURNISSEUR EN SORTIE
       FD  F-ARC-CDE-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ARC-CDE-S   PIC X(200).
      *ARCHIVE DATEE DES ORDRES DE FABRICATION EN SORTIE
       FD  F-ARC-OFA-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ARC-OFA-S   PIC X(200).
      *ARCHIVE DATEE DES LIGNES DE VENTE EN SORTIE
       FD  F-ARC-VTE-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ARC-VTE-S   PIC X(200).
      *ETAT DE L ARCHIVAGE EN SORTIE
       FD  F-ETAT-ARC-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-ARC-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
       COPY FACTFOU.
       COPY LITIGE.
       COPY RETFOUR.
       COPY COMMANDE.
       COPY ORDFAB.
       COPY VENTES.
       COPY EXPEDVTE.
       COPY ARCHFIC.
      *FILE STATUS
       01  WS-FS-FAC-ES      PIC X(2).
           88 FAC-OK                              VALUE '00'.
           88 FAC-FIN                             VALUE '10'.
           88 FAC-INEXISTANT                      VALUE '23'.
       01  WS-FS-LIT-ES      PIC X(2).
           88 LIT-OK                              VALUE '00'.
           88 LIT-FIN                             VALUE '10'.
           88 LIT-INEXISTANT                      VALUE '23'.
       01  WS-FS-RTV-ES      PIC X(2).
           88 RTV-OK                              VALUE '00'.
           88 RTV-FIN                             VALUE '10'.
           88 RTV-INEXISTANT                      VALUE '23'.
       01  WS-FS-CDE-ES      PIC X(2).
           88 CDE-OK                              VALUE '00'.
           88 CDE-FIN                             VALUE '10'.
           88 CDE-INEXISTANT                      VALUE '23'.
       01  WS-FS-OFA-ES      PIC X(2).
           88 OFA-OK                              VALUE '00'.
           88 OFA-FIN                             VALUE '10'.
           88 OFA-INEXISTANT                      VALUE '23'.
       01  WS-FS-VTE-ES      PIC X(2).
           88 VTE-OK                              VALUE '00'.
           88 VTE-FIN                             VALUE '10'.
           88 VTE-INEXISTANT                      VALUE '23'.
       01  WS-FS-EXV-E       PIC X(2).
           88 EXV-OK                              VALUE '00'.
           88 EXV-INEXISTANTE                     VALUE '23'.
       01  WS-FS-ARC-FAC-S   PIC X(2).
       01  WS-FS-ARC-LIT-S   PIC X(2).
       01  WS-FS-ARC-RTV-S   PIC X(2).
       01  WS-FS-ARC-CDE-S   PIC X(2).
       01  WS-FS-ARC-OFA-S   PIC X(2).
       01  WS-FS-ARC-VTE-S   PIC X(2).
       01  WS-FS-ETAT-ARC-S  PIC X(2).
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
      *DATE LIMITE : DATE DU JOUR MOINS L HORIZON (EN MOIS)
       01  WS-DATE-LIM.
           05  WS-DLIM-AAAA      PIC 9(4).
           05  WS-DLIM-MM        PIC 99.
           05  WS-DLIM-JJ        PIC 99.
       01  WS-DATE-LIM-N REDEFINES WS-DATE-LIM
                             PIC 9(8).
       01  WS-MOIS-ABS       PIC S9(7) COMP VALUE ZERO.
      *COMMANDE SYSIN : HORIZON EN MOIS
       01  WS-SYSIN-ARC.
           05  WS-HORIZON-X      PIC X(3).
           05  FILLER            PIC X(77).
       01  WS-HORIZON        PIC 9(3) VALUE 24.
      *DATE DE REFERENCE DE L ENREGISTREMENT COURANT
       01  WS-DATE-REF       PIC 9(8) VALUE ZERO.
      *TABLE DES COMMANDES ANCIENNES ENCORE LIEES A UN DOSSIER OUVERT
      *(FACTURE NON PAYEE, LITIGE NON TRANSMIS, RETOUR NON IMPUTE)
       01  WS-TAB-CDE-LIEE.
           05  WS-TCL-NUM            PIC X(11) OCCURS 9999.
       01  WS-NB-CDE-LIEE    PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-CDE-LIEE   PIC S9(4) COMP VALUE ZERO.
       01  WS-CDE-LIEE-CHERCHE PIC X(11).
       01  WS-SW-CDE-LIEE    PIC X VALUE '0'.
           88 CDE-NON-LIEE                        VALUE '0'.
           88 CDE-LIEE                            VALUE '1'.
      *TABLE SATUREE : PLUS AUCUNE COMMANDE N EST ARCHIVEE
       01  WS-SW-TCL-SATUREE PIC X VALUE '0'.
           88 TCL-SATUREE                         VALUE '1'.
      *TABLE DES COMPTEURS PAR FICHIER ET PAR STATUT
       01  WS-TAB-CPT.
           05  WS-TCPT-ENTREE        OCCURS 50.
               10  WS-TCPT-FIC       PIC X(3).
               10  WS-TCPT-STATUT    PIC X(01).
               10  WS-TCPT-LUS       PIC 9(7).
               10  WS-TCPT-ARCH      PIC 9(7).
               10  WS-TCPT-LIES      PIC 9(7).
       01  WS-NB-CPT         PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-CPT        PIC S9(4) COMP VALUE ZERO.
       01  WS-SW-CPT         PIC X VALUE '0'.
           88 CPT-ABSENT                          VALUE '0'.
           88 CPT-PRESENT                         VALUE '1'.
      *ACTION A COMPTER POUR L ENREGISTREMENT COURANT
       01  WS-ACTION         PIC X(01).
           88 ACTION-LU                           VALUE 'L'.
           88 ACTION-ARCHIVE                      VALUE 'A'.
           88 ACTION-LIE                          VALUE 'R'.
      *LIGNES D EDITION DE L ETAT DE L ARCHIVAGE
       01  WS-LARC-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LARC-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LARC-ENTETE.
           05  FILLER            PIC X(44)
                   VALUE 'ARCHIVAGE ET PURGE DES DOSSIERS TERMINES'.
           05  FILLER            PIC X(18) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LARC-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LARC-CRITERE.
           05  FILLER            PIC X(10) VALUE 'HORIZON : '.
           05  WS-LARC-HOR-ED    PIC ZZ9.
           05  FILLER            PIC X(27)
                   VALUE ' MOIS - DATE LIMITE : '.
           05  WS-LARC-DLIM-ED   PIC 99/99/9999.
           05  FILLER            PIC X(30) VALUE SPACES.
       01  WS-LARC-SATURE.
           05  FILLER            PIC X(50)
                   VALUE 'TABLE DES COMMANDES LIEES SATUREE : AUCUNE'.
           05  FILLER            PIC X(30)
                   VALUE ' COMMANDE ARCHIVEE'.
       01  WS-LARC-INTITULE.
           05  FILLER            PIC X(3)  VALUE 'FIC'.
           05  FILLER            PIC X(9)  VALUE '   STAT'.
           05  FILLER            PIC X(7)  VALUE '    LUS'.
           05  FILLER            PIC X(11) VALUE '   ARCHIVES'.
           05  FILLER            PIC X(11) VALUE '   RET.LIES'.
           05  FILLER            PIC X(11) VALUE '  CONSERVES'.
           05  FILLER            PIC X(28) VALUE SPACES.
       01  WS-LARC-DETAIL.
           05  WS-LARC-FIC-ED    PIC X(3).
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  WS-LARC-STAT-ED   PIC X(01).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LARC-LUS-ED    PIC ZZZZZZ9.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-LARC-ARCH-ED   PIC ZZZZZZ9.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-LARC-LIES-ED   PIC ZZZZZZ9.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-LARC-CONS-ED   PIC ZZZZZZ9.
           05  FILLER            PIC X(28) VALUE SPACES.
      *COMPTEURS RENDU EXEC
       01  WS-NB-LUS         PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ARCHIVES    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-LIES        PIC S9(7) COMP VALUE ZERO.
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
      * PARCOURT SUCCESSIVEMENT LES FACTURES, LITIGES ET RETOURS      *
      * (QUI DESIGNENT LES COMMANDES ENCORE LIEES) PUIS LES COMMANDES,*
      * LES ORDRES DE FABRICATION ET LES LIGNES DE VENTE              *
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
           PERFORM  6010-START-F-FAC-ES-DEB
              THRU  6010-START-F-FAC-ES-FIN.
           IF  NOT FAC-FIN
               PERFORM  6011-READNEXT-F-FAC-ES-DEB
                  THRU  6011-READNEXT-F-FAC-ES-FIN
           END-IF.
           PERFORM  1100-TRT-UNE-FACTURE-DEB
              THRU  1100-TRT-UNE-FACTURE-FIN
             UNTIL  FAC-FIN.
      *
           PERFORM  6020-START-F-LIT-ES-DEB
              THRU  6020-START-F-LIT-ES-FIN.
           IF  NOT LIT-FIN
               PERFORM  6021-READNEXT-F-LIT-ES-DEB
                  THRU  6021-READNEXT-F-LIT-ES-FIN
           END-IF.
           PERFORM  1200-TRT-UN-LITIGE-DEB
              THRU  1200-TRT-UN-LITIGE-FIN
             UNTIL  LIT-FIN.
      *
           PERFORM  6030-START-F-RTV-ES-DEB
              THRU  6030-START-F-RTV-ES-FIN.
           IF  NOT RTV-FIN
               PERFORM  6031-READNEXT-F-RTV-ES-DEB
                  THRU  6031-READNEXT-F-RTV-ES-FIN
           END-IF.
           PERFORM  1300-TRT-UN-RETOUR-DEB
              THRU  1300-TRT-UN-RETOUR-FIN
             UNTIL  RTV-FIN.
      *
           PERFORM  6040-START-F-CDE-ES-DEB
              THRU  6040-START-F-CDE-ES-FIN.
           IF  NOT CDE-FIN
               PERFORM  6041-READNEXT-F-CDE-ES-DEB
                  THRU  6041-READNEXT-F-CDE-ES-FIN
           END-IF.
           PERFORM  1400-TRT-UNE-COMMANDE-DEB
              THRU  1400-TRT-UNE-COMMANDE-FIN
             UNTIL  CDE-FIN.
      *
           PERFORM  6050-START-F-OFA-ES-DEB
              THRU  6050-START-F-OFA-ES-FIN.
           IF  NOT OFA-FIN
               PERFORM  6051-READNEXT-F-OFA-ES-DEB
                  THRU  6051-READNEXT-F-OFA-ES-FIN
           END-IF.
           PERFORM  1500-TRT-UN-ORDRE-FAB-DEB
              THRU  1500-TRT-UN-ORDRE-FAB-FIN
             UNTIL  OFA-FIN.
      *
           PERFORM  6060-START-F-VTE-ES-DEB
              THRU  6060-START-F-VTE-ES-FIN.
           IF  NOT VTE-FIN
               PERFORM  6061-READNEXT-F-VTE-ES-DEB
                  THRU  6061-READNEXT-F-VTE-ES-FIN
           END-IF.
           PERFORM  1600-TRT-UNE-VENTE-DEB
              THRU  1600-TRT-UNE-VENTE-FIN
             UNTIL  VTE-FIN.
      *
           PERFORM  8010-EDITION-COMPTEURS-DEB
              THRU  8010-EDITION-COMPTEURS-FIN.
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
      * TRT 1100 ARCHIVE UNE FACTURE PAYEE ANCIENNE - UNE FACTURE
      * NON PAYEE RETIENT SA COMMANDE
      *----------------------------------------------------
       1100-TRT-UNE-FACTURE-DEB.
      *
           MOVE 'FAC'                   TO WS-ARH-FIC.
           MOVE WS-FAC-STATUT           TO WS-ARH-STATUT.
           SET  ACTION-LU               TO TRUE.
           PERFORM  7200-CUMUL-DEB
              THRU  7200-CUMUL-FIN.
      *
           IF  NOT FAC-PAYEE
               MOVE WS-FAC-CDE-NUM      TO WS-CDE-LIEE-CHERCHE
               PERFORM  7100-AJOUT-CDE-LIEE-DEB
                  THRU  7100-AJOUT-CDE-LIEE-FIN
               GO TO 1100-TRT-UNE-FACTURE-SUITE
           END-IF.
      *    LA REFERENCE DE PAIEMENT COMMENCE PAR LA DATE DU REGLEMENT
           IF  WS-FAC-REF-PAIE (1:8) NUMERIC
               MOVE WS-FAC-REF-PAIE (1:8)
                                        TO WS-DATE-REF
           ELSE
               MOVE WS-FAC-DATE-FAC     TO WS-DATE-REF
           END-IF.
           IF  WS-DATE-REF NOT < WS-DATE-LIM-N
               GO TO 1100-TRT-UNE-FACTURE-SUITE
           END-IF.
      *
           MOVE WS-FAC-NUM              TO WS-ARH-CLE.
           MOVE WS-FAC-ENR              TO WS-ARH-IMAGE.
           PERFORM  7300-PREPARE-ARCHIVE-DEB
              THRU  7300-PREPARE-ARCHIVE-FIN.
           PERFORM  6013-WRITE-F-ARC-FAC-S-DEB
              THRU  6013-WRITE-F-ARC-FAC-S-FIN.
           PERFORM  6012-DELETE-F-FAC-ES-DEB
              THRU  6012-DELETE-F-FAC-ES-FIN.
      *
       1100-TRT-UNE-FACTURE-SUITE.
           PERFORM  6011-READNEXT-F-FAC-ES-DEB
              THRU  6011-READNEXT-F-FAC-ES-FIN.
      *
       1100-TRT-UNE-FACTURE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1200 ARCHIVE UN LITIGE TRANSMIS ANCIEN - UN LITIGE
      * NON TRANSMIS RETIENT SA COMMANDE
      *----------------------------------------------------
       1200-TRT-UN-LITIGE-DEB.
      *
           MOVE 'LIT'                   TO WS-ARH-FIC.
           MOVE WS-LIT-STATUT           TO WS-ARH-STATUT.
           SET  ACTION-LU               TO TRUE.
           PERFORM  7200-CUMUL-DEB
              THRU  7200-CUMUL-FIN.
      *
           IF  NOT LIT-TRANSMIS
               MOVE WS-LIT-CDE-NUM      TO WS-CDE-LIEE-CHERCHE
               PERFORM  7100-AJOUT-CDE-LIEE-DEB
                  THRU  7100-AJOUT-CDE-LIEE-FIN
               GO TO 1200-TRT-UN-LITIGE-SUITE
           END-IF.
           MOVE WS-LIT-DATE             TO WS-DATE-REF.
           IF  WS-DATE-REF NOT < WS-DATE-LIM-N
               GO TO 1200-TRT-UN-LITIGE-SUITE
           END-IF.
      *
           MOVE WS-LIT-CLE              TO WS-ARH-CLE.
           MOVE WS-LIT-ENR              TO WS-ARH-IMAGE.
           PERFORM  7300-PREPARE-ARCHIVE-DEB
              THRU  7300-PREPARE-ARCHIVE-FIN.
           PERFORM  6023-WRITE-F-ARC-LIT-S-DEB
              THRU  6023-WRITE-F-ARC-LIT-S-FIN.
           PERFORM  6022-DELETE-F-LIT-ES-DEB
              THRU  6022-DELETE-F-LIT-ES-FIN.
      *
       1200-TRT-UN-LITIGE-SUITE.
           PERFORM  6021-READNEXT-F-LIT-ES-DEB
              THRU  6021-READNEXT-F-LIT-ES-FIN.
      *
       1200-TRT-UN-LITIGE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1300 ARCHIVE UN RETOUR ANCIEN DONT LA NOTE DE DEBIT EST
      * IMPUTEE - UN RETOUR NON IMPUTE RETIENT SA COMMANDE
      *----------------------------------------------------
       1300-TRT-UN-RETOUR-DEB.
      *
           MOVE 'RTV'                   TO WS-ARH-FIC.
           MOVE WS-RTV-STATUT           TO WS-ARH-STATUT.
           SET  ACTION-LU               TO TRUE.
           PERFORM  7200-CUMUL-DEB
              THRU  7200-CUMUL-FIN.
      *
           IF  NOT RTV-NOTE-IMPUTEE
               IF  WS-RTV-CDE-NUM NOT = SPACES
                   MOVE WS-RTV-CDE-NUM  TO WS-CDE-LIEE-CHERCHE
                   PERFORM  7100-AJOUT-CDE-LIEE-DEB
                      THRU  7100-AJOUT-CDE-LIEE-FIN
               END-IF
               GO TO 1300-TRT-UN-RETOUR-SUITE
           END-IF.
           MOVE WS-RTV-DATE             TO WS-DATE-REF.
           IF  WS-DATE-REF NOT < WS-DATE-LIM-N
               GO TO 1300-TRT-UN-RETOUR-SUITE
           END-IF.
      *
           MOVE WS-RTV-CLE              TO WS-ARH-CLE.
           MOVE WS-RTV-ENR              TO WS-ARH-IMAGE.
           PERFORM  7300-PREPARE-ARCHIVE-DEB
              THRU  7300-PREPARE-ARCHIVE-FIN.
           PERFORM  6033-WRITE-F-ARC-RTV-S-DEB
              THRU  6033-WRITE-F-ARC-RTV-S-FIN.
           PERFORM  6032-DELETE-F-RTV-ES-DEB
              THRU  6032-DELETE-F-RTV-ES-FIN.
      *
       1300-TRT-UN-RETOUR-SUITE.
           PERFORM  6031-READNEXT-F-RTV-ES-DEB
              THRU  6031-READNEXT-F-RTV-ES-FIN.
      *
       1300-TRT-UN-RETOUR-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1400 ARCHIVE UNE COMMANDE CLOTUREE, ANNULEE OU REJETEE
      * ANCIENNE QUI N EST PLUS LIEE A AUCUN DOSSIER OUVERT
      *----------------------------------------------------
       1400-TRT-UNE-COMMANDE-DEB.
      *
           MOVE 'CDE'                   TO WS-ARH-FIC.
           MOVE WS-CDE-STATUT           TO WS-ARH-STATUT.
           SET  ACTION-LU               TO TRUE.
           PERFORM  7200-CUMUL-DEB
              THRU  7200-CUMUL-FIN.
      *
           IF  NOT (CDE-CLOTUREE OR CDE-ANNULEE OR CDE-REJETEE)
               GO TO 1400-TRT-UNE-COMMANDE-SUITE
           END-IF.
           IF  WS-CDE-DATE-RECEP NUMERIC
               AND WS-CDE-DATE-RECEP > ZERO
               MOVE WS-CDE-DATE-RECEP   TO WS-DATE-REF
           ELSE
               MOVE WS-CDE-NUM-DATE     TO WS-DATE-REF
           END-IF.
           IF  WS-DATE-REF NOT < WS-DATE-LIM-N
               GO TO 1400-TRT-UNE-COMMANDE-SUITE
           END-IF.
      *
           MOVE WS-CDE-NUM              TO WS-CDE-LIEE-CHERCHE.
           PERFORM  7110-RECH-CDE-LIEE-DEB
              THRU  7110-RECH-CDE-LIEE-FIN.
           IF  CDE-LIEE OR TCL-SATUREE
               SET  ACTION-LIE          TO TRUE
               PERFORM  7200-CUMUL-DEB
                  THRU  7200-CUMUL-FIN
               GO TO 1400-TRT-UNE-COMMANDE-SUITE
           END-IF.
      *
           MOVE WS-CDE-NUM              TO WS-ARH-CLE.
           MOVE WS-CDE-ENR              TO WS-ARH-IMAGE.
           PERFORM  7300-PREPARE-ARCHIVE-DEB
              THRU  7300-PREPARE-ARCHIVE-FIN.
           PERFORM  6043-WRITE-F-ARC-CDE-S-DEB
              THRU  6043-WRITE-F-ARC-CDE-S-FIN.
           PERFORM  6042-DELETE-F-CDE-ES-DEB
              THRU  6042-DELETE-F-CDE-ES-FIN.
      *
       1400-TRT-UNE-COMMANDE-SUITE.
           PERFORM  6041-READNEXT-F-CDE-ES-DEB
              THRU  6041-READNEXT-F-CDE-ES-FIN.
      *
       1400-TRT-UNE-COMMANDE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1500 ARCHIVE UN ORDRE DE FABRICATION TERMINE OU ANNULE
      * ANCIEN
      *----------------------------------------------------
       1500-TRT-UN-ORDRE-FAB-DEB.
      *
           MOVE 'OFA'                   TO WS-ARH-FIC.
           MOVE WS-OFA-STATUT           TO WS-ARH-STATUT.
           SET  ACTION-LU               TO TRUE.
           PERFORM  7200-CUMUL-DEB
              THRU  7200-CUMUL-FIN.
      *
           IF  NOT (OFA-TERMINE OR OFA-ANNULE)
               GO TO 1500-TRT-UN-ORDRE-FAB-SUITE
           END-IF.
           IF  WS-OFA-DATE-FIN NUMERIC
               AND WS-OFA-DATE-FIN > ZERO
               MOVE WS-OFA-DATE-FIN     TO WS-DATE-REF
           ELSE
               MOVE WS-OFA-NUM-DATE     TO WS-DATE-REF
           END-IF.
           IF  WS-DATE-REF NOT < WS-DATE-LIM-N
               GO TO 1500-TRT-UN-ORDRE-FAB-SUITE
           END-IF.
      *
           MOVE WS-OFA-NUM              TO WS-ARH-CLE.
           MOVE WS-OFA-ENR              TO WS-ARH-IMAGE.
           PERFORM  7300-PREPARE-ARCHIVE-DEB
              THRU  7300-PREPARE-ARCHIVE-FIN.
           PERFORM  6053-WRITE-F-ARC-OFA-S-DEB
              THRU  6053-WRITE-F-ARC-OFA-S-FIN.
           PERFORM  6052-DELETE-F-OFA-ES-DEB
              THRU  6052-DELETE-F-OFA-ES-FIN.
      *
       1500-TRT-UN-ORDRE-FAB-SUITE.
           PERFORM  6051-READNEXT-F-OFA-ES-DEB
              THRU  6051-READNEXT-F-OFA-ES-FIN.
      *
       1500-TRT-UN-ORDRE-FAB-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1600 ARCHIVE UNE LIGNE DE VENTE EXPEDIEE OU ANNULEE
      * ANCIENNE - UNE EXPEDITION RESTANT A FACTURER LA RETIENT
      *----------------------------------------------------
       1600-TRT-UNE-VENTE-DEB.
      *
           MOVE 'VTE'                   TO WS-ARH-FIC.
           MOVE WS-VTE-STATUT           TO WS-ARH-STATUT.
           SET  ACTION-LU               TO TRUE.
           PERFORM  7200-CUMUL-DEB
              THRU  7200-CUMUL-FIN.
      *
           IF  NOT (VTE-EXPEDIEE OR VTE-ANNULEE)
               GO TO 1600-TRT-UNE-VENTE-SUITE
           END-IF.
           MOVE WS-VTE-NUM-DATE         TO WS-DATE-REF.
           IF  WS-VTE-DATE-DEM NUMERIC
               AND WS-VTE-DATE-DEM > WS-DATE-REF
               MOVE WS-VTE-DATE-DEM     TO WS-DATE-REF
           END-IF.
           IF  WS-DATE-REF NOT < WS-DATE-LIM-N
               GO TO 1600-TRT-UNE-VENTE-SUITE
           END-IF.
      *
           IF  VTE-EXPEDIEE
               PERFORM  6070-READ-F-EXV-E-DEB
                  THRU  6070-READ-F-EXV-E-FIN
               IF  EXV-OK AND EXV-A-FACTURER
                   SET  ACTION-LIE      TO TRUE
                   PERFORM  7200-CUMUL-DEB
                      THRU  7200-CUMUL-FIN
                   GO TO 1600-TRT-UNE-VENTE-SUITE
               END-IF
           END-IF.
      *
           MOVE WS-VTE-CLE              TO WS-ARH-CLE.
           MOVE WS-VTE-ENR              TO WS-ARH-IMAGE.
           PERFORM  7300-PREPARE-ARCHIVE-DEB
              THRU  7300-PREPARE-ARCHIVE-FIN.
           PERFORM  6063-WRITE-F-ARC-VTE-S-DEB
              THRU  6063-WRITE-F-ARC-VTE-S-FIN.
           PERFORM  6062-DELETE-F-VTE-ES-DEB
              THRU  6062-DELETE-F-VTE-ES-FIN.
      *
       1600-TRT-UNE-VENTE-SUITE.
           PERFORM  6061-READNEXT-F-VTE-ES-DEB
              THRU  6061-READNEXT-F-VTE-ES-FIN.
      *
       1600-TRT-UNE-VENTE-FIN.
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
           OPEN I-O F-FAC-ES.
           IF WS-FS-FAC-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-FAC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FAC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-LIT-ES.
           IF WS-FS-LIT-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-LIT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LIT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-RTV-ES.
           IF WS-FS-RTV-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-RTV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RTV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-CDE-ES.
           IF WS-FS-CDE-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CDE-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CDE-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-OFA-ES.
           IF WS-FS-OFA-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-OFA-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-OFA-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-VTE-ES.
           IF WS-FS-VTE-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-VTE-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-VTE-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-EXV-E.
           IF WS-FS-EXV-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-EXV-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-EXV-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ARC-FAC-S.
           IF WS-FS-ARC-FAC-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ARC-FAC-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ARC-FAC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ARC-LIT-S.
           IF WS-FS-ARC-LIT-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ARC-LIT-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ARC-LIT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ARC-RTV-S.
           IF WS-FS-ARC-RTV-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ARC-RTV-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ARC-RTV-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ARC-CDE-S.
           IF WS-FS-ARC-CDE-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ARC-CDE-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ARC-CDE-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ARC-OFA-S.
           IF WS-FS-ARC-OFA-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ARC-OFA-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ARC-OFA-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ARC-VTE-S.
           IF WS-FS-ARC-VTE-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ARC-VTE-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ARC-VTE-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-ARC-S.
           IF WS-FS-ETAT-ARC-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-ARC-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-ARC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 POSITIONNE F-FAC-ES EN DEBUT DE FICHIER
      *------------------------------------
       6010-START-F-FAC-ES-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-FAC.
           START F-FAC-ES
             KEY IS NOT LESS THAN FS-KEY-FAC
           END-START.
           IF FAC-INEXISTANT
              SET FAC-FIN                TO TRUE
           ELSE
              IF NOT FAC-OK
                 DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-FAC-ES'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-FAC-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6010-START-F-FAC-ES-FIN.
           EXIT.
      *-------------------------------------
      *6011 LIT L ENREGISTREMENT SUIVANT SUR F-FAC-ES
      *------------------------------------
       6011-READNEXT-F-FAC-ES-DEB.
      *
           READ F-FAC-ES NEXT RECORD INTO WS-FAC-ENR.
           IF NOT (FAC-OK OR FAC-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FAC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FAC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6011-READNEXT-F-FAC-ES-FIN.
           EXIT.
      *-------------------------------------
      *6012 SUPPRIME L ENREGISTREMENT COURANT DE F-FAC-ES (DERNIER LU)
      *------------------------------------
       6012-DELETE-F-FAC-ES-DEB.
      *
           DELETE F-FAC-ES RECORD.
           IF NOT FAC-OK
              DISPLAY 'PROBLEME DE SUPPRESSION FICHIER F-FAC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FAC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6012-DELETE-F-FAC-ES-FIN.
           EXIT.
      *-------------------------------------
      *6013 ECRIT L ENREGISTREMENT D ARCHIVE SUR F-ARC-FAC-S
      *------------------------------------
       6013-WRITE-F-ARC-FAC-S-DEB.
      *
           WRITE FS-BUFF-F-ARC-FAC-S FROM WS-ARH-ENR.
           IF WS-FS-ARC-FAC-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-ARC-FAC-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ARC-FAC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6013-WRITE-F-ARC-FAC-S-FIN.
           EXIT.
      *-------------------------------------
      *6020 POSITIONNE F-LIT-ES EN DEBUT DE FICHIER
      *------------------------------------
       6020-START-F-LIT-ES-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-LIT.
           START F-LIT-ES
             KEY IS NOT LESS THAN FS-KEY-LIT
           END-START.
           IF LIT-INEXISTANT
              SET LIT-FIN                TO TRUE
           ELSE
              IF NOT LIT-OK
                 DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-LIT-ES'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-LIT-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6020-START-F-LIT-ES-FIN.
           EXIT.
      *-------------------------------------
      *6021 LIT L ENREGISTREMENT SUIVANT SUR F-LIT-ES
      *------------------------------------
       6021-READNEXT-F-LIT-ES-DEB.
      *
           READ F-LIT-ES NEXT RECORD INTO WS-LIT-ENR.
           IF NOT (LIT-OK OR LIT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LIT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LIT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6021-READNEXT-F-LIT-ES-FIN.
           EXIT.
      *-------------------------------------
      *6022 SUPPRIME L ENREGISTREMENT COURANT DE F-LIT-ES (DERNIER LU)
      *------------------------------------
       6022-DELETE-F-LIT-ES-DEB.
      *
           DELETE F-LIT-ES RECORD.
           IF NOT LIT-OK
              DISPLAY 'PROBLEME DE SUPPRESSION FICHIER F-LIT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LIT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6022-DELETE-F-LIT-ES-FIN.
           EXIT.
      *-------------------------------------
      *6023 ECRIT L ENREGISTREMENT D ARCHIVE SUR F-ARC-LIT-S
      *------------------------------------
       6023-WRITE-F-ARC-LIT-S-DEB.
      *
           WRITE FS-BUFF-F-ARC-LIT-S FROM WS-ARH-ENR.
           IF WS-FS-ARC-LIT-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-ARC-LIT-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ARC-LIT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6023-WRITE-F-ARC-LIT-S-FIN.
           EXIT.
      *-------------------------------------
      *6030 POSITIONNE F-RTV-ES EN DEBUT DE FICHIER
      *------------------------------------
       6030-START-F-RTV-ES-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-RTV.
           START F-RTV-ES
             KEY IS NOT LESS THAN FS-KEY-RTV
           END-START.
           IF RTV-INEXISTANT
              SET RTV-FIN                TO TRUE
           ELSE
              IF NOT RTV-OK
                 DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-RTV-ES'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-RTV-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6030-START-F-RTV-ES-FIN.
           EXIT.
      *-------------------------------------
      *6031 LIT L ENREGISTREMENT SUIVANT SUR F-RTV-ES
      *------------------------------------
       6031-READNEXT-F-RTV-ES-DEB.
      *
           READ F-RTV-ES NEXT RECORD INTO WS-RTV-ENR.
           IF NOT (RTV-OK OR RTV-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-RTV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RTV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6031-READNEXT-F-RTV-ES-FIN.
           EXIT.
      *-------------------------------------
      *6032 SUPPRIME L ENREGISTREMENT COURANT DE F-RTV-ES (DERNIER LU)
      *------------------------------------
       6032-DELETE-F-RTV-ES-DEB.
      *
           DELETE F-RTV-ES RECORD.
           IF NOT RTV-OK
              DISPLAY 'PROBLEME DE SUPPRESSION FICHIER F-RTV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RTV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6032-DELETE-F-RTV-ES-FIN.
           EXIT.
      *-------------------------------------
      *6033 ECRIT L ENREGISTREMENT D ARCHIVE SUR F-ARC-RTV-S
      *------------------------------------
       6033-WRITE-F-ARC-RTV-S-DEB.
      *
           WRITE FS-BUFF-F-ARC-RTV-S FROM WS-ARH-ENR.
           IF WS-FS-ARC-RTV-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-ARC-RTV-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ARC-RTV-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6033-WRITE-F-ARC-RTV-S-FIN.
           EXIT.
      *-------------------------------------
      *6040 POSITIONNE F-CDE-ES EN DEBUT DE FICHIER
      *------------------------------------
       6040-START-F-CDE-ES-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-CDE.
           START F-CDE-ES
             KEY IS NOT LESS THAN FS-KEY-CDE
           END-START.
           IF CDE-INEXISTANT
              SET CDE-FIN                TO TRUE
           ELSE
              IF NOT CDE-OK
                 DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-CDE-ES'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-CDE-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6040-START-F-CDE-ES-FIN.
           EXIT.
      *-------------------------------------
      *6041 LIT L ENREGISTREMENT SUIVANT SUR F-CDE-ES
      *------------------------------------
       6041-READNEXT-F-CDE-ES-DEB.
      *
           READ F-CDE-ES NEXT RECORD INTO WS-CDE-ENR.
           IF NOT (CDE-OK OR CDE-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CDE-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CDE-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6041-READNEXT-F-CDE-ES-FIN.
           EXIT.
      *-------------------------------------
      *6042 SUPPRIME L ENREGISTREMENT COURANT DE F-CDE-ES (DERNIER LU)
      *------------------------------------
       6042-DELETE-F-CDE-ES-DEB.
      *
           DELETE F-CDE-ES RECORD.
           IF NOT CDE-OK
              DISPLAY 'PROBLEME DE SUPPRESSION FICHIER F-CDE-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CDE-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6042-DELETE-F-CDE-ES-FIN.
           EXIT.
      *-------------------------------------
      *6043 ECRIT L ENREGISTREMENT D ARCHIVE SUR F-ARC-CDE-S
      *------------------------------------
       6043-WRITE-F-ARC-CDE-S-DEB.
      *
           WRITE FS-BUFF-F-ARC-CDE-S FROM WS-ARH-ENR.
           IF WS-FS-ARC-CDE-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-ARC-CDE-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ARC-CDE-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6043-WRITE-F-ARC-CDE-S-FIN.
           EXIT.
      *-------------------------------------
      *6050 POSITIONNE F-OFA-ES EN DEBUT DE FICHIER
      *------------------------------------
       6050-START-F-OFA-ES-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-OFA.
           START F-OFA-ES
             KEY IS NOT LESS THAN FS-KEY-OFA
           END-START.
           IF OFA-INEXISTANT
              SET OFA-FIN                TO TRUE
           ELSE
              IF NOT OFA-OK
                 DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-OFA-ES'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-OFA-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6050-START-F-OFA-ES-FIN.
           EXIT.
      *-------------------------------------
      *6051 LIT L ENREGISTREMENT SUIVANT SUR F-OFA-ES
      *------------------------------------
       6051-READNEXT-F-OFA-ES-DEB.
      *
           READ F-OFA-ES NEXT RECORD INTO WS-OFA-ENR.
           IF NOT (OFA-OK OR OFA-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-OFA-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-OFA-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6051-READNEXT-F-OFA-ES-FIN.
           EXIT.
      *-------------------------------------
      *6052 SUPPRIME L ENREGISTREMENT COURANT DE F-OFA-ES (DERNIER LU)
      *------------------------------------
       6052-DELETE-F-OFA-ES-DEB.
      *
           DELETE F-OFA-ES RECORD.
           IF NOT OFA-OK
              DISPLAY 'PROBLEME DE SUPPRESSION FICHIER F-OFA-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-OFA-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6052-DELETE-F-OFA-ES-FIN.
           EXIT.
      *-------------------------------------
      *6053 ECRIT L ENREGISTREMENT D ARCHIVE SUR F-ARC-OFA-S
      *------------------------------------
       6053-WRITE-F-ARC-OFA-S-DEB.
      *
           WRITE FS-BUFF-F-ARC-OFA-S FROM WS-ARH-ENR.
           IF WS-FS-ARC-OFA-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-ARC-OFA-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ARC-OFA-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6053-WRITE-F-ARC-OFA-S-FIN.
           EXIT.
      *-------------------------------------
      *6060 POSITIONNE F-VTE-ES EN DEBUT DE FICHIER
      *------------------------------------
       6060-START-F-VTE-ES-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-VTE.
           START F-VTE-ES
             KEY IS NOT LESS THAN FS-KEY-VTE
           END-START.
           IF VTE-INEXISTANT
              SET VTE-FIN                TO TRUE
           ELSE
              IF NOT VTE-OK
                 DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-VTE-ES'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-VTE-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6060-START-F-VTE-ES-FIN.
           EXIT.
      *-------------------------------------
      *6061 LIT L ENREGISTREMENT SUIVANT SUR F-VTE-ES
      *------------------------------------
       6061-READNEXT-F-VTE-ES-DEB.
      *
           READ F-VTE-ES NEXT RECORD INTO WS-VTE-ENR.
           IF NOT (VTE-OK OR VTE-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-VTE-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-VTE-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6061-READNEXT-F-VTE-ES-FIN.
           EXIT.
      *-------------------------------------
      *6062 SUPPRIME L ENREGISTREMENT COURANT DE F-VTE-ES (DERNIER LU)
      *------------------------------------
       6062-DELETE-F-VTE-ES-DEB.
      *
           DELETE F-VTE-ES RECORD.
           IF NOT VTE-OK
              DISPLAY 'PROBLEME DE SUPPRESSION FICHIER F-VTE-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-VTE-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6062-DELETE-F-VTE-ES-FIN.
           EXIT.
      *-------------------------------------
      *6063 ECRIT L ENREGISTREMENT D ARCHIVE SUR F-ARC-VTE-S
      *------------------------------------
       6063-WRITE-F-ARC-VTE-S-DEB.
      *
           WRITE FS-BUFF-F-ARC-VTE-S FROM WS-ARH-ENR.
           IF WS-FS-ARC-VTE-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-ARC-VTE-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ARC-VTE-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6063-WRITE-F-ARC-VTE-S-FIN.
           EXIT.
      *-------------------------------------
      *6070 LIT L EXPEDITION DE LA LIGNE DE VENTE COURANTE SUR F-EXV-E
      *------------------------------------
       6070-READ-F-EXV-E-DEB.
      *
           MOVE WS-VTE-CLE               TO FS-KEY-EXV.
           READ F-EXV-E INTO WS-EXV-ENR
             KEY IS FS-KEY-EXV
           END-READ.
           IF NOT (EXV-OK OR EXV-INEXISTANTE)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-EXV-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-EXV-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6070-READ-F-EXV-E-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-FAC-ES.
           CLOSE F-LIT-ES.
           CLOSE F-RTV-ES.
           CLOSE F-CDE-ES.
           CLOSE F-OFA-ES.
           CLOSE F-VTE-ES.
           CLOSE F-EXV-E.
           CLOSE F-ARC-FAC-S.
           CLOSE F-ARC-LIT-S.
           CLOSE F-ARC-RTV-S.
           CLOSE F-ARC-CDE-S.
           CLOSE F-ARC-OFA-S.
           CLOSE F-ARC-VTE-S.
           CLOSE F-ETAT-ARC-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LA DATE DU JOUR, LIT L HORIZON SYSIN ET CALCULE
      *     LA DATE LIMITE (MEME JOUR, HORIZON MOIS PLUS TOT)
      *------------------------------------
       7000-INIT-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE WS-DATEJ-JJ   TO WS-LARC-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LARC-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LARC-DATE-ED (7:4).
      *
           MOVE SPACES                  TO WS-SYSIN-ARC.
           ACCEPT WS-SYSIN-ARC FROM SYSIN.
           IF  WS-HORIZON-X NUMERIC
               MOVE WS-HORIZON-X        TO WS-HORIZON
           END-IF.
           IF  WS-HORIZON = ZERO
               DISPLAY 'HORIZON SYSIN INVALIDE : ' WS-HORIZON-X
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           COMPUTE WS-MOIS-ABS = (WS-DATEJ-AAAA * 12)
                               + WS-DATEJ-MM - 1 - WS-HORIZON.
           DIVIDE WS-MOIS-ABS BY 12 GIVING WS-DLIM-AAAA
                                 REMAINDER WS-DLIM-MM.
           ADD  1                       TO WS-DLIM-MM.
           MOVE WS-DATEJ-JJ             TO WS-DLIM-JJ.
      *
           MOVE WS-HORIZON              TO WS-LARC-HOR-ED.
           MOVE WS-DLIM-JJ    TO WS-LARC-DLIM-ED (1:2)
           MOVE WS-DLIM-MM    TO WS-LARC-DLIM-ED (4:2)
           MOVE WS-DLIM-AAAA  TO WS-LARC-DLIM-ED (7:4).
      *
       7000-INIT-FIN.
           EXIT.
      *-------------------------------------
      *7100 AJOUTE UNE COMMANDE (WS-CDE-LIEE-CHERCHE) A LA TABLE DES
      *     COMMANDES LIEES - SEULES LES COMMANDES ANTERIEURES A LA
      *     DATE LIMITE PEUVENT ETRE ARCHIVEES, LES AUTRES SONT IGNOREES
      *------------------------------------
       7100-AJOUT-CDE-LIEE-DEB.
      *
           IF  WS-CDE-LIEE-CHERCHE (1:8) NOT NUMERIC
               GO TO 7100-AJOUT-CDE-LIEE-FIN
           END-IF.
           IF  WS-CDE-LIEE-CHERCHE (1:8) NOT < WS-DATE-LIM
               GO TO 7100-AJOUT-CDE-LIEE-FIN
           END-IF.
           PERFORM  7110-RECH-CDE-LIEE-DEB
              THRU  7110-RECH-CDE-LIEE-FIN.
           IF  CDE-LIEE
               GO TO 7100-AJOUT-CDE-LIEE-FIN
           END-IF.
           IF  WS-NB-CDE-LIEE NOT < 9999
               IF  NOT TCL-SATUREE
                   DISPLAY 'TABLE DES COMMANDES LIEES SATUREE'
                   SET  TCL-SATUREE     TO TRUE
               END-IF
               GO TO 7100-AJOUT-CDE-LIEE-FIN
           END-IF.
           ADD  1                       TO WS-NB-CDE-LIEE.
           MOVE WS-CDE-LIEE-CHERCHE     TO WS-TCL-NUM (WS-NB-CDE-LIEE).
      *
       7100-AJOUT-CDE-LIEE-FIN.
           EXIT.
      *-------------------------------------
      *7110 RECHERCHE WS-CDE-LIEE-CHERCHE DANS LA TABLE DES COMMANDES
      *     LIEES
      *------------------------------------
       7110-RECH-CDE-LIEE-DEB.
      *
           SET  CDE-NON-LIEE            TO TRUE.
           PERFORM  7115-COMPARE-CDE-LIEE-DEB
              THRU  7115-COMPARE-CDE-LIEE-FIN
             VARYING WS-IND-CDE-LIEE FROM 1 BY 1
             UNTIL  WS-IND-CDE-LIEE > WS-NB-CDE-LIEE
                 OR CDE-LIEE.
      *
       7110-RECH-CDE-LIEE-FIN.
           EXIT.
       7115-COMPARE-CDE-LIEE-DEB.
      *
           IF  WS-TCL-NUM (WS-IND-CDE-LIEE) = WS-CDE-LIEE-CHERCHE
               SET  CDE-LIEE            TO TRUE
           END-IF.
      *
       7115-COMPARE-CDE-LIEE-FIN.
           EXIT.
      *-------------------------------------
      *7200 CUMULE L ACTION WS-ACTION DANS LA TABLE DES COMPTEURS
      *     POUR LE FICHIER ET LE STATUT DE L ENREGISTREMENT COURANT
      *------------------------------------
       7200-CUMUL-DEB.
      *
           SET  CPT-ABSENT              TO TRUE.
           PERFORM  7205-COMPARE-CPT-DEB
              THRU  7205-COMPARE-CPT-FIN
             VARYING WS-IND-CPT FROM 1 BY 1
             UNTIL  WS-IND-CPT > WS-NB-CPT
                 OR CPT-PRESENT.
           IF  CPT-PRESENT
               SUBTRACT 1               FROM WS-IND-CPT
           ELSE
               IF  WS-NB-CPT NOT < 50
                   GO TO 7200-CUMUL-FIN
               END-IF
               ADD  1                   TO WS-NB-CPT
               MOVE WS-NB-CPT           TO WS-IND-CPT
               MOVE WS-ARH-FIC          TO WS-TCPT-FIC (WS-IND-CPT)
               MOVE WS-ARH-STATUT       TO WS-TCPT-STATUT (WS-IND-CPT)
               MOVE ZERO                TO WS-TCPT-LUS (WS-IND-CPT)
                                           WS-TCPT-ARCH (WS-IND-CPT)
                                           WS-TCPT-LIES (WS-IND-CPT)
           END-IF.
      *
           EVALUATE TRUE
               WHEN ACTION-LU
                  ADD  1                TO WS-TCPT-LUS (WS-IND-CPT)
                  ADD  1                TO WS-NB-LUS
               WHEN ACTION-ARCHIVE
                  ADD  1                TO WS-TCPT-ARCH (WS-IND-CPT)
                  ADD  1                TO WS-NB-ARCHIVES
               WHEN ACTION-LIE
                  ADD  1                TO WS-TCPT-LIES (WS-IND-CPT)
                  ADD  1                TO WS-NB-LIES
           END-EVALUATE.
      *
       7200-CUMUL-FIN.
           EXIT.
       7205-COMPARE-CPT-DEB.
      *
           IF  WS-TCPT-FIC (WS-IND-CPT) = WS-ARH-FIC
               AND WS-TCPT-STATUT (WS-IND-CPT) = WS-ARH-STATUT
               SET  CPT-PRESENT         TO TRUE
           END-IF.
      *
       7205-COMPARE-CPT-FIN.
           EXIT.
      *-------------------------------------
      *7300 COMPLETE L ENREGISTREMENT D ARCHIVE (FICHIER, CLE, STATUT
      *     ET IMAGE DEJA POSES) ET COMPTE L ARCHIVAGE
      *------------------------------------
       7300-PREPARE-ARCHIVE-DEB.
      *
           MOVE WS-DATE-REF             TO WS-ARH-DATE-REF.
           MOVE WS-DATEJ-N              TO WS-ARH-DATE-ARC.
           SET  ACTION-ARCHIVE          TO TRUE.
           PERFORM  7200-CUMUL-DEB
              THRU  7200-CUMUL-FIN.
      *
       7300-PREPARE-ARCHIVE-FIN.
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
           WRITE FS-BUFF-F-ETAT-ARC-S FROM WS-LARC-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-ARC-S FROM WS-LARC-CRITERE.
           WRITE FS-BUFF-F-ETAT-ARC-S FROM WS-LARC-BLANC.
           WRITE FS-BUFF-F-ETAT-ARC-S FROM WS-LARC-INTITULE.
           WRITE FS-BUFF-F-ETAT-ARC-S FROM WS-LARC-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8010 EDITE LES COMPTEURS PAR FICHIER ET PAR STATUT
      *------------------------------------
       8010-EDITION-COMPTEURS-DEB.
      *
           PERFORM  8015-EDITION-UN-CPT-DEB
              THRU  8015-EDITION-UN-CPT-FIN
             VARYING WS-IND-CPT FROM 1 BY 1
             UNTIL  WS-IND-CPT > WS-NB-CPT.
           WRITE FS-BUFF-F-ETAT-ARC-S FROM WS-LARC-TIRET.
           IF  TCL-SATUREE
               WRITE FS-BUFF-F-ETAT-ARC-S FROM WS-LARC-SATURE
           END-IF.
      *
       8010-EDITION-COMPTEURS-FIN.
           EXIT.
      *-------------------------------------
      *8015 EDITE LA LIGNE DE COMPTEURS D UN COUPLE FICHIER / STATUT -
      *     UNE LIGNE BLANCHE SEPARE LES FICHIERS
      *------------------------------------
       8015-EDITION-UN-CPT-DEB.
      *
           IF  WS-IND-CPT > 1
               AND WS-TCPT-FIC (WS-IND-CPT)
                   NOT = WS-TCPT-FIC (WS-IND-CPT - 1)
               WRITE FS-BUFF-F-ETAT-ARC-S FROM WS-LARC-BLANC
           END-IF.
           MOVE WS-TCPT-FIC (WS-IND-CPT)     TO WS-LARC-FIC-ED.
           MOVE WS-TCPT-STATUT (WS-IND-CPT)  TO WS-LARC-STAT-ED.
           MOVE WS-TCPT-LUS (WS-IND-CPT)     TO WS-LARC-LUS-ED.
           MOVE WS-TCPT-ARCH (WS-IND-CPT)    TO WS-LARC-ARCH-ED.
           MOVE WS-TCPT-LIES (WS-IND-CPT)    TO WS-LARC-LIES-ED.
           COMPUTE WS-LARC-CONS-ED = WS-TCPT-LUS (WS-IND-CPT)
                                   - WS-TCPT-ARCH (WS-IND-CPT).
           WRITE FS-BUFF-F-ETAT-ARC-S FROM WS-LARC-DETAIL.
      *
       8015-EDITION-UN-CPT-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO970             *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* ENREGISTREMENTS LUS       : ' WS-NB-LUS.
           DISPLAY '* ENREGISTREMENTS ARCHIVES  : ' WS-NB-ARCHIVES.
           DISPLAY '* RETENUS CAR LIES          : ' WS-NB-LIES.
           DISPLAY '* COMMANDES LIEES EN TABLE  : ' WS-NB-CDE-LIEE.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO970         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO970        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
