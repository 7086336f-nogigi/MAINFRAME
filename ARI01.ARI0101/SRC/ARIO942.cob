      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO942                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *FACTURATION NOCTURNE DES EXPEDITIONS DE VENTE. PARCOURT LES    *
      *EXPEDITIONS TRACEES PAR ARIC141 (EXV0101, COPY EXPEDVTE)       *
      *ENCORE AU STATUT A FACTURER, VALORISE CHAQUE LIGNE AU PRIX DE  *
      *VENTE APPLICABLE A LA DATE D EXPEDITION : ACCORD DE PRIX DU    *
      *CLIENT (ACP0101 : ACCORD SUR L ARTICLE, A DEFAUT SUR SA        *
      *CATEGORIE), REMISE DU PALIER ATTEINT PAR LA QUANTITE EXPEDIEE  *
      *DEDUITE ; SANS ACCORD, PRX0101 (PRIX DE L ARTICLE, A DEFAUT    *
      *PRIX PAR DEFAUT DE SA CATEGORIE - MEME REGLE QU ARIO982) ;     *
      *UN ACCORD SANS PRIX PROPRE S APPLIQUE AU PRIX DE PRX0101.      *
      *ECRIT UNE FACTURE PAR COMMANDE ET PAR CLIENT DANS LE FICHIER   *
      *DES FACTURES CLIENT (FCL0101, COPY FACTCLI), NUMEROTEE DATE DU *
      *JOUR + SEQUENCE (UNE RELANCE LE MEME JOUR REPREND APRES LA     *
      *DERNIERE SEQUENCE). LA FACTURE EST EDITEE AVEC L ADRESSE DU    *
      *CLIENT (CLI0101). CHAQUE EXPEDITION FACTUREE PASSE AU STATUT   *
      *FACTUREE AVEC LE NUMERO DE FACTURE : UNE RELANCE DU JOB NE     *
      *FACTURE RIEN DEUX FOIS. UNE LIGNE SANS PRIX APPLICABLE N EST   *
      *PAS FACTUREE A ZERO : ELLE EST LISTEE SUR L ETAT DES ANOMALIES *
      *ET RESTE A FACTURER.                                           *
      *UN PRIX DE DEMARQUE DE PEREMPTION (PRX0101 D ORIGINE 'D') EST  *
      *TRACE SUR LA LIGNE (ORIGINE 'D', LOT DE LA DEMARQUE) POUR LE   *
      *BILAN MENSUEL DES DEMARQUES ARIO967.                           *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! ACCORDS DE PRIX CLIENT (ACP0101) CONSULTES    *
      *               ! AVANT PRX0101, REMISES PAR PALIER             *
      * 15/10/2026    ! PRIX DE DEMARQUE DE PEREMPTION : ORIGINE 'D'  *
      *               ! ET LOT DE LA DEMARQUE PORTES SUR LA LIGNE     *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO942.
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
      *                      F-EXV-ES : FICHIER DES EXPEDITIONS DE
      *                      VENTE (IO, STATUT MIS A JOUR)
      *                      -------------------------------------------
           SELECT  F-EXV-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-EXV
                   FILE STATUS         IS WS-FS-EXV-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-FCL-ES : FICHIER DES FACTURES CLIENT
      *                      -------------------------------------------
           SELECT  F-FCL-ES            ASSIGN TO IO002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-FCL
                   FILE STATUS         IS WS-FS-FCL-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-PRX-E : FICHIER DES PRIX DE VENTE
      *                      -------------------------------------------
           SELECT  F-PRX-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-PRX
                   FILE STATUS         IS WS-FS-PRX-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ART-E : FICHIER DES ARTICLES
      *                      -------------------------------------------
           SELECT  F-ART-E             ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-ART
                   FILE STATUS         IS WS-FS-ART-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CLI-E : FICHIER MAITRE DES CLIENTS
      *                      -------------------------------------------
           SELECT  F-CLI-E             ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-CLI
                   FILE STATUS         IS WS-FS-CLI-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ACP-E : ACCORDS DE PRIX CLIENT
      *                      -------------------------------------------
           SELECT  F-ACP-E             ASSIGN TO INP004
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-ACP
                   FILE STATUS         IS WS-FS-ACP-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-FAC-S : SYSOUT DES FACTURES
      *                      -------------------------------------------
           SELECT  F-ETAT-FAC-S        ASSIGN TO ETATFAC
                   FILE STATUS         IS WS-FS-ETAT-FAC-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-SPX-S : SYSOUT DES LIGNES SANS PRIX
      *                      -------------------------------------------
           SELECT  F-ETAT-SPX-S        ASSIGN TO ETATSPX
                   FILE STATUS         IS WS-FS-ETAT-SPX-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :IO001 IO002 INP001 INP002 INP003 INP004 ETATFAC     *
      *           ETATSPX                                             *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *FICHIER DES EXPEDITIONS DE VENTE
       FD  F-EXV-ES
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-EXV-ES.
           05  FS-KEY-EXV        PIC X(13).
           05  FILLER            PIC X(67).
      *FICHIER DES FACTURES CLIENT
       FD  F-FCL-ES
           RECORD CONTAINS 90 CHARACTERS.
       01  FS-BUFF-F-FCL-ES.
           05  FS-KEY-FCL        PIC X(13).
           05  FILLER            PIC X(77).
      *FICHIER DES PRIX DE VENTE EN ENTREE
       FD  F-PRX-E
           RECORD CONTAINS 30 CHARACTERS.
       01  FS-BUFF-F-PRX-E.
           05  FS-KEY-PRX        PIC X(13).
           05  FILLER            PIC X(17).
      *FICHIER ARTICLE EN ENTREE
       FD  F-ART-E
           RECORD CONTAINS 290 CHARACTERS.
       01  FS-BUFF-F-ART-E.
           05  FS-KEY-ART        PIC X(5).
           05  FILLER            PIC X(285).
      *FICHIER MAITRE DES CLIENTS EN ENTREE
       FD  F-CLI-E
           RECORD CONTAINS 130 CHARACTERS.
       01  FS-BUFF-F-CLI-E.
           05  FS-KEY-CLI        PIC X(6).
           05  FILLER            PIC X(124).
      *FICHIER DES ACCORDS DE PRIX CLIENT EN ENTREE
       FD  F-ACP-E
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-ACP-E.
           05  FS-KEY-ACP        PIC X(19).
           05  FILLER            PIC X(61).
      *EDITION DES FACTURES EN SORTIE
       FD  F-ETAT-FAC-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-FAC-S  PIC X(80).
      *ETAT DES LIGNES SANS PRIX EN SORTIE
       FD  F-ETAT-SPX-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-SPX-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY EXPEDVTE.
       COPY FACTCLI.
       COPY PRIXVNT.
       COPY ARTICLE.
       COPY CLIENT.
       COPY ACCPRIX.
      *FILE STATUS
       01  WS-FS-EXV-ES      PIC X(2).
           88 EXV-OK                              VALUE '00'.
           88 EXV-FIN                             VALUE '10'.
       01  WS-FS-FCL-ES      PIC X(2).
           88 FCL-OK                              VALUE '00'.
           88 FCL-FIN                             VALUE '10'.
           88 FCL-INEXISTANT                      VALUE '23'.
       01  WS-FS-PRX-E       PIC X(2).
           88 PRX-OK                              VALUE '00'.
           88 PRX-FIN                             VALUE '10'.
           88 PRX-INEXISTANT                      VALUE '23'.
       01  WS-FS-ART-E       PIC X(2).
           88 ART-OK                              VALUE '00'.
           88 ART-INEXISTANT                      VALUE '23'.
       01  WS-FS-CLI-E       PIC X(2).
           88 CLI-OK                              VALUE '00'.
           88 CLI-INEXISTANT                      VALUE '23'.
       01  WS-FS-ACP-E       PIC X(2).
           88 ACP-OK                              VALUE '00'.
           88 ACP-FIN                             VALUE '10'.
           88 ACP-INEXISTANT                      VALUE '23'.
       01  WS-FS-ETAT-FAC-S  PIC X(2).
           88 ETFAC-OK                            VALUE '00'.
       01  WS-FS-ETAT-SPX-S  PIC X(2).
           88 ETSPX-OK                            VALUE '00'.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
      *DATE D EFFET MAXIMALE DU PRIX CHERCHE (DATE D EXPEDITION)
       01  WS-DATE-PRIX      PIC 9(8) VALUE ZERO.
      *RECHERCHE DU PRIX APPLICABLE (MEME PRINCIPE QU ARIO982)
       01  WS-CLE-PRX-CHERCHE PIC X(5).
       01  WS-PV-TROUVE      PIC 9(5)V99 VALUE ZERO.
       01  WS-DATE-EFF-TROUVE PIC 9(8) VALUE ZERO.
       01  WS-FS-PRX-ART     PIC X.
           88 PRX-ART-ENCOURS                     VALUE '0'.
           88 PRX-ART-FIN                         VALUE '1'.
       01  WS-FS-PV          PIC X.
           88 PV-TROUVE                           VALUE '1'.
           88 PV-ABSENT                           VALUE '0'.
       01  WS-ORIG-PRX       PIC X(01).
      *LOT DE LA DEMARQUE DE PEREMPTION SI LE PRIX RETENU EN EST UNE
       01  WS-LOT-DMQ-TROUVE PIC X(6) VALUE SPACES.
      *RECHERCHE DE L ACCORD DE PRIX DU CLIENT : ACCORD VALABLE A LA
      *DATE D EXPEDITION DONT LA DATE DE DEBUT EST LA PLUS RECENTE
       01  WS-CLE-ACP-CHERCHE.
           05  WS-CLE-ACP-CLIENT PIC X(6).
           05  WS-CLE-ACP-CODE   PIC X(5).
       01  WS-ACP-DEB-RETENU PIC 9(8) VALUE ZERO.
       01  WS-ACP-PV-RETENU  PIC 9(5)V99 VALUE ZERO.
       01  WS-ACP-REM-RETENUE PIC 99V99 VALUE ZERO.
       01  WS-PV-BASE        PIC 9(5)V99 VALUE ZERO.
       01  WS-IND-PAL        PIC S9(4) COMP.
       01  WS-FS-ACP-CODE    PIC X.
           88 ACP-CODE-ENCOURS                    VALUE '0'.
           88 ACP-CODE-FIN                        VALUE '1'.
       01  WS-FS-ACCORD      PIC X.
           88 ACCORD-TROUVE                       VALUE '1'.
           88 ACCORD-ABSENT                       VALUE '0'.
      *FACTURE EN COURS : RUPTURE SUR COMMANDE ET CLIENT
       01  WS-FS-FACTURE     PIC X.
           88 FACTURE-OUVERTE                     VALUE '1'.
           88 FACTURE-FERMEE                      VALUE '0'.
       01  WS-VTE-NUM-PREC   PIC X(11) VALUE SPACES.
       01  WS-CLIENT-PREC    PIC X(6)  VALUE SPACES.
       01  WS-SEQ-FACTURE    PIC 9(3)  VALUE ZERO.
       01  WS-NUM-FACTURE.
           05  WS-NUM-FACT-DATE  PIC 9(8).
           05  WS-NUM-FACT-SEQ   PIC 9(3).
       01  WS-LIGNE-FACTURE  PIC 9(2)  VALUE ZERO.
       01  WS-TOTAL-FACTURE  PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-GENERAL  PIC 9(13)V99 VALUE ZERO.
       01  WS-FS-SEQ-JOUR    PIC X.
           88 SEQ-JOUR-ENCOURS                    VALUE '0'.
           88 SEQ-JOUR-FIN                        VALUE '1'.
      *LIGNES D EDITION DE LA FACTURE
       01  WS-LFAC-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LFAC-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LFAC-ENTETE.
           05  FILLER            PIC X(10) VALUE 'FACTURE   '.
           05  FILLER            PIC X(6)  VALUE 'N0 : '.
           05  WS-LFAC-NUM-ED    PIC X(11).
           05  FILLER            PIC X(35) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LFAC-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LFAC-ADRESSE.
           05  FILLER            PIC X(40) VALUE SPACES.
           05  WS-LFAC-ADR-ED    PIC X(40).
       01  WS-LFAC-VILLE.
           05  FILLER            PIC X(40) VALUE SPACES.
           05  WS-LFAC-CP-ED     PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LFAC-VILLE-ED  PIC X(20).
           05  FILLER            PIC X(14) VALUE SPACES.
       01  WS-LFAC-REF.
           05  FILLER            PIC X(8)  VALUE 'CLIENT :'.
           05  WS-LFAC-CLI-ED    PIC X(6).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(20) VALUE 'VOTRE COMMANDE N0 : '.
           05  WS-LFAC-VTE-ED    PIC X(11).
           05  FILLER            PIC X(31) VALUE SPACES.
       01  WS-LFAC-INTITULE.
           05  FILLER            PIC X(4)  VALUE 'LG  '.
           05  FILLER            PIC X(8)  VALUE 'ARTICLE '.
           05  FILLER            PIC X(21) VALUE 'DESIGNATION'.
           05  FILLER            PIC X(11) VALUE 'EXPEDIE LE '.
           05  FILLER            PIC X(8)  VALUE '     QTE'.
           05  FILLER            PIC X(11) VALUE ' PRIX UNIT.'.
           05  FILLER            PIC X(16) VALUE '         MONTANT'.
           05  FILLER            PIC X(1)  VALUE SPACES.
       01  WS-LFAC-DETAIL.
           05  WS-LFAC-LIGNE-ED  PIC 9(2).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LFAC-ART-ED    PIC X(5).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LFAC-LIB-ED    PIC X(20).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LFAC-DEXP-ED   PIC 99/99/9999.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LFAC-QTE-ED    PIC ZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LFAC-PXU-ED    PIC ZZZZ9,99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LFAC-MT-ED     PIC ZZZZZZZZZ9,99.
           05  FILLER            PIC X(4)  VALUE SPACES.
       01  WS-LFAC-TOTAL.
           05  FILLER            PIC X(50) VALUE SPACES.
           05  FILLER            PIC X(13) VALUE 'TOTAL FACTURE'.
           05  WS-LFAC-TOT-ED    PIC ZZZZZZZZZZ9,99.
           05  FILLER            PIC X(3)  VALUE SPACES.
      *LIGNES D EDITION DE L ETAT DES LIGNES SANS PRIX
       01  WS-LSPX-ENTETE.
           05  FILLER            PIC X(44)
               VALUE 'EXPEDITIONS NON FACTUREES - SANS PRIX      '.
           05  FILLER            PIC X(18) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LSPX-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LSPX-INTITULE.
           05  FILLER            PIC X(17) VALUE 'N0 VENTE / LIGNE '.
           05  FILLER            PIC X(8)  VALUE 'CLIENT  '.
           05  FILLER            PIC X(9)  VALUE 'ARTICLE  '.
           05  FILLER            PIC X(6)  VALUE 'CATEG '.
           05  FILLER            PIC X(9)  VALUE '  QTE EXP'.
           05  FILLER            PIC X(14) VALUE '  EXPEDIE LE  '.
           05  FILLER            PIC X(17) VALUE SPACES.
       01  WS-LSPX-DETAIL.
           05  WS-LSPX-NUM-ED    PIC X(11).
           05  FILLER            PIC X(1)  VALUE '/'.
           05  WS-LSPX-LIGNE-ED  PIC 9(2).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LSPX-CLI-ED    PIC X(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LSPX-ART-ED    PIC X(5).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-LSPX-CAT-ED    PIC X(5).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LSPX-QTE-ED    PIC ZZZZZ9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LSPX-DEXP-ED   PIC 99/99/9999.
           05  FILLER            PIC X(20) VALUE SPACES.
      *COMPTEUR RENDU EXEC
       01  WS-NB-EXV-LUES    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-LIGNES-FACT PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-FACTURES    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-SANS-PRIX   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-PRIX-ACCORD PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-PRIX-DEMARQ PIC S9(6) COMP VALUE ZERO.
       01  WS-TOTAL-GEN-ED   PIC ZZZZZZZZZZZZ9,99.
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
      * PARCOURT LES EXPEDITIONS A FACTURER, UNE FACTURE PAR          *
      * COMMANDE ET PAR CLIENT                                        *
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-DATE-DEB
              THRU  7000-INIT-DATE-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  7010-DERNIERE-SEQ-DEB
              THRU  7010-DERNIERE-SEQ-FIN.
      *
           PERFORM  8000-EDITION-ENTETE-SPX-DEB
              THRU  8000-EDITION-ENTETE-SPX-FIN.
      *
           SET  FACTURE-FERMEE          TO TRUE.
           PERFORM  6010-READ-F-EXV-ES-DEB
              THRU  6010-READ-F-EXV-ES-FIN.
           PERFORM  1000-TRT-UNE-EXPED-DEB
              THRU  1000-TRT-UNE-EXPED-FIN
             UNTIL  EXV-FIN.
           IF  FACTURE-OUVERTE
               PERFORM  7300-CLOTURE-FACTURE-DEB
                  THRU  7300-CLOTURE-FACTURE-FIN
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
      * TRT 1000 FACTURE L EXPEDITION COURANTE SI ELLE EST ENCORE A
      * FACTURER (RUPTURE DE FACTURE SUR COMMANDE OU CLIENT) PUIS
      * LIT LA SUIVANTE
      *----------------------------------------------------
       1000-TRT-UNE-EXPED-DEB.
      *
           ADD  1                       TO WS-NB-EXV-LUES.
           IF  NOT EXV-A-FACTURER
               GO TO 1000-TRT-UNE-EXPED-SUITE
           END-IF.
      *
           IF  FACTURE-OUVERTE
               AND (WS-EXV-VTE-NUM NOT = WS-VTE-NUM-PREC
                 OR WS-EXV-CLIENT NOT = WS-CLIENT-PREC)
               PERFORM  7300-CLOTURE-FACTURE-DEB
                  THRU  7300-CLOTURE-FACTURE-FIN
           END-IF.
           MOVE WS-EXV-VTE-NUM          TO WS-VTE-NUM-PREC.
           MOVE WS-EXV-CLIENT           TO WS-CLIENT-PREC.
      *
           PERFORM  7100-VALORISE-LIGNE-DEB
              THRU  7100-VALORISE-LIGNE-FIN.
           IF  PV-ABSENT
               PERFORM  8300-EDITION-SANS-PRIX-DEB
                  THRU  8300-EDITION-SANS-PRIX-FIN
               GO TO 1000-TRT-UNE-EXPED-SUITE
           END-IF.
      *
           IF  FACTURE-FERMEE
               PERFORM  7200-OUVRE-FACTURE-DEB
                  THRU  7200-OUVRE-FACTURE-FIN
           END-IF.
           PERFORM  7400-LIGNE-FACTURE-DEB
              THRU  7400-LIGNE-FACTURE-FIN.
      *
       1000-TRT-UNE-EXPED-SUITE.
           PERFORM  6010-READ-F-EXV-ES-DEB
              THRU  6010-READ-F-EXV-ES-FIN.
      *
       1000-TRT-UNE-EXPED-FIN.
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
           OPEN I-O F-EXV-ES.
           IF WS-FS-EXV-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-EXV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-EXV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-FCL-ES.
           IF WS-FS-FCL-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-FCL-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FCL-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-PRX-E.
           IF WS-FS-PRX-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-PRX-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRX-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-ART-E.
           IF WS-FS-ART-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-CLI-E.
           IF WS-FS-CLI-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CLI-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLI-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-ACP-E.
           IF WS-FS-ACP-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ACP-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ACP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-FAC-S.
           IF WS-FS-ETAT-FAC-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-FAC-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-FAC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-SPX-S.
           IF WS-FS-ETAT-SPX-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-SPX-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-SPX-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT L EXPEDITION SUIVANTE SUR F-EXV-ES
      *------------------------------------
       6010-READ-F-EXV-ES-DEB.
      *
           READ F-EXV-ES INTO WS-EXV-ENR.
           IF NOT (EXV-OK OR EXV-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-EXV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-EXV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-EXV-ES-FIN.
           EXIT.
      *-------------------------------------
      *6015 REECRIT L EXPEDITION COURANTE (STATUT FACTUREE)
      *------------------------------------
       6015-REWRITE-F-EXV-ES-DEB.
      *
           REWRITE FS-BUFF-F-EXV-ES FROM WS-EXV-ENR.
           IF NOT EXV-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-EXV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-EXV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6015-REWRITE-F-EXV-ES-FIN.
           EXIT.
      *-------------------------------------
      *6020 POSITIONNE F-FCL-ES SUR LA PREMIERE FACTURE DU JOUR
      *------------------------------------
       6020-START-F-FCL-ES-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-FCL.
           MOVE WS-DATEJ-N               TO FS-KEY-FCL (1:8).
           START F-FCL-ES
             KEY IS NOT LESS THAN FS-KEY-FCL
           END-START.
           IF NOT (FCL-OK OR FCL-INEXISTANT OR FCL-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-FCL-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FCL-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-START-F-FCL-ES-FIN.
           EXIT.
      *-------------------------------------
      *6025 LIT LA LIGNE DE FACTURE SUIVANTE SUR F-FCL-ES
      *------------------------------------
       6025-READNEXT-F-FCL-ES-DEB.
      *
           READ F-FCL-ES NEXT RECORD INTO WS-FCL-ENR.
           IF NOT (FCL-OK OR FCL-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FCL-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FCL-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6025-READNEXT-F-FCL-ES-FIN.
           EXIT.
      *-------------------------------------
      *6028 ECRIT LA LIGNE DE FACTURE PREPAREE DANS WS-FCL-ENR
      *------------------------------------
       6028-WRITE-F-FCL-ES-DEB.
      *
           MOVE WS-FCL-CLE               TO FS-KEY-FCL.
           WRITE FS-BUFF-F-FCL-ES FROM WS-FCL-ENR.
           IF NOT FCL-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-FCL-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FCL-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6028-WRITE-F-FCL-ES-FIN.
           EXIT.
      *-------------------------------------
      *6030 POSITIONNE F-PRX-E SUR LE PREMIER PRIX DU CODE CHERCHE
      *------------------------------------
       6030-START-F-PRX-E-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-PRX.
           MOVE WS-CLE-PRX-CHERCHE       TO FS-KEY-PRX (1:5).
           START F-PRX-E
             KEY IS NOT LESS THAN FS-KEY-PRX
           END-START.
           IF NOT (PRX-OK OR PRX-INEXISTANT OR PRX-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-PRX-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRX-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-START-F-PRX-E-FIN.
           EXIT.
      *-------------------------------------
      *6035 LIT LE PRIX SUIVANT SUR F-PRX-E
      *------------------------------------
       6035-READNEXT-F-PRX-E-DEB.
      *
           READ F-PRX-E NEXT RECORD INTO WS-PRX-ENR.
           IF NOT (PRX-OK OR PRX-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRX-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRX-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6035-READNEXT-F-PRX-E-FIN.
           EXIT.
      *-------------------------------------
      *6040 LIT L ARTICLE DE L EXPEDITION (CATEGORIE, LIBELLE) -
      *     ABSENT : LIBELLE INCONNU, PAS DE PRIX DE CATEGORIE
      *------------------------------------
       6040-READ-F-ART-E-DEB.
      *
           MOVE WS-EXV-ART-CODE          TO FS-KEY-ART.
           READ F-ART-E INTO WS-ART-ENR.
           IF ART-INEXISTANT
              MOVE WS-EXV-ART-CODE       TO WS-ART-CODE
              MOVE '** ART. INCONNU **'  TO WS-ART-LIBEL
              MOVE SPACES                TO WS-ART-CATEG
           ELSE
              IF NOT ART-OK
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-E'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6040-READ-F-ART-E-FIN.
           EXIT.
      *-------------------------------------
      *6050 LIT LE CLIENT DE LA FACTURE - ABSENT : NOM INCONNU, LA
      *     FACTURE EST EDITEE QUAND MEME
      *------------------------------------
       6050-READ-F-CLI-E-DEB.
      *
           MOVE WS-EXV-CLIENT            TO FS-KEY-CLI.
           READ F-CLI-E INTO WS-CLI-ENR.
           IF CLI-INEXISTANT
              MOVE SPACES                TO WS-CLI-ENR
              MOVE WS-EXV-CLIENT         TO WS-CLI-NUM
              MOVE '** CLIENT INCONNU **' TO WS-CLI-NOM
           ELSE
              IF NOT CLI-OK
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLI-E'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-CLI-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6050-READ-F-CLI-E-FIN.
           EXIT.
      *-------------------------------------
      *6060 POSITIONNE F-ACP-E SUR LE PREMIER ACCORD DU COUPLE
      *     (CLIENT, CODE) CHERCHE
      *------------------------------------
       6060-START-F-ACP-E-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-ACP.
           MOVE WS-CLE-ACP-CHERCHE       TO FS-KEY-ACP (1:11).
           START F-ACP-E
             KEY IS NOT LESS THAN FS-KEY-ACP
           END-START.
           IF NOT (ACP-OK OR ACP-INEXISTANT OR ACP-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-ACP-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ACP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6060-START-F-ACP-E-FIN.
           EXIT.
      *-------------------------------------
      *6065 LIT L ACCORD SUIVANT SUR F-ACP-E
      *------------------------------------
       6065-READNEXT-F-ACP-E-DEB.
      *
           READ F-ACP-E NEXT RECORD INTO WS-ACP-ENR.
           IF NOT (ACP-OK OR ACP-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ACP-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ACP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6065-READNEXT-F-ACP-E-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-EXV-ES.
           CLOSE F-FCL-ES.
           CLOSE F-PRX-E.
           CLOSE F-ART-E.
           CLOSE F-CLI-E.
           CLOSE F-ACP-E.
           CLOSE F-ETAT-FAC-S.
           CLOSE F-ETAT-SPX-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LA DATE DU JOUR
      *------------------------------------
       7000-INIT-DATE-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE WS-DATEJ-JJ   TO WS-LFAC-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LFAC-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LFAC-DATE-ED (7:4).
           MOVE WS-LFAC-DATE-ED          TO WS-LSPX-DATE-ED.
      *
       7000-INIT-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7010 RETROUVE LA DERNIERE SEQUENCE DE FACTURE DU JOUR (RELANCE
      *     LE MEME JOUR : LA NUMEROTATION REPREND A LA SUIVANTE)
      *------------------------------------
       7010-DERNIERE-SEQ-DEB.
      *
           MOVE ZERO                    TO WS-SEQ-FACTURE.
           SET  SEQ-JOUR-ENCOURS        TO TRUE.
           PERFORM  6020-START-F-FCL-ES-DEB
              THRU  6020-START-F-FCL-ES-FIN.
           IF  FCL-OK
               PERFORM  6025-READNEXT-F-FCL-ES-DEB
                  THRU  6025-READNEXT-F-FCL-ES-FIN
               PERFORM  7015-TESTE-UNE-FACTURE-DEB
                  THRU  7015-TESTE-UNE-FACTURE-FIN
                 UNTIL  FCL-FIN OR SEQ-JOUR-FIN
           END-IF.
      *
       7010-DERNIERE-SEQ-FIN.
           EXIT.
       7015-TESTE-UNE-FACTURE-DEB.
      *
           IF  WS-FCL-NUM-DATE NOT = WS-DATEJ-N
               SET  SEQ-JOUR-FIN        TO TRUE
           ELSE
               MOVE WS-FCL-NUM-SEQ      TO WS-SEQ-FACTURE
               PERFORM  6025-READNEXT-F-FCL-ES-DEB
                  THRU  6025-READNEXT-F-FCL-ES-FIN
           END-IF.
      *
       7015-TESTE-UNE-FACTURE-FIN.
           EXIT.
      *-------------------------------------
      *7100 VALORISE L EXPEDITION COURANTE : PRIX DE L ARTICLE A LA
      *     DATE D EXPEDITION, A DEFAUT PRIX DE SA CATEGORIE, PUIS
      *     ACCORD DE PRIX DU CLIENT S IL EN EXISTE UN
      *------------------------------------
       7100-VALORISE-LIGNE-DEB.
      *
           PERFORM  6040-READ-F-ART-E-DEB
              THRU  6040-READ-F-ART-E-FIN.
           MOVE WS-EXV-DATE             TO WS-DATE-PRIX.
      *
           MOVE WS-EXV-ART-CODE         TO WS-CLE-PRX-CHERCHE.
           MOVE 'A'                     TO WS-ORIG-PRX.
           PERFORM  7050-CHERCHE-PRIX-DEB
              THRU  7050-CHERCHE-PRIX-FIN.
           IF  PV-ABSENT
               AND WS-ART-CATEG NOT = SPACES
               MOVE WS-ART-CATEG        TO WS-CLE-PRX-CHERCHE
               MOVE 'C'                 TO WS-ORIG-PRX
               PERFORM  7050-CHERCHE-PRIX-DEB
                  THRU  7050-CHERCHE-PRIX-FIN
           END-IF.
           IF  WS-LOT-DMQ-TROUVE NOT = SPACES
               MOVE 'D'                 TO WS-ORIG-PRX
           END-IF.
      *
           PERFORM  7150-CHERCHE-ACCORD-DEB
              THRU  7150-CHERCHE-ACCORD-FIN.
           IF  ACCORD-TROUVE
               PERFORM  7170-APPLIQUE-ACCORD-DEB
                  THRU  7170-APPLIQUE-ACCORD-FIN
           END-IF.
      *
       7100-VALORISE-LIGNE-FIN.
           EXIT.
      *-------------------------------------
      *7050 RECHERCHE LE PRIX APPLICABLE AU CODE CHERCHE : DATE
      *     D EFFET LA PLUS RECENTE SANS DEPASSER LA DATE D EXPEDITION
      *------------------------------------
       7050-CHERCHE-PRIX-DEB.
      *
           SET  PV-ABSENT               TO TRUE.
           MOVE ZERO                    TO WS-PV-TROUVE.
           MOVE ZERO                    TO WS-DATE-EFF-TROUVE.
           MOVE SPACES                  TO WS-LOT-DMQ-TROUVE.
           SET  PRX-ART-ENCOURS         TO TRUE.
      *
           PERFORM  6030-START-F-PRX-E-DEB
              THRU  6030-START-F-PRX-E-FIN.
      *
           IF  PRX-OK
               PERFORM  6035-READNEXT-F-PRX-E-DEB
                  THRU  6035-READNEXT-F-PRX-E-FIN
               PERFORM  7055-TESTE-UN-PRIX-DEB
                  THRU  7055-TESTE-UN-PRIX-FIN
                 UNTIL  PRX-FIN OR PRX-ART-FIN
           END-IF.
      *
       7050-CHERCHE-PRIX-FIN.
           EXIT.
       7055-TESTE-UN-PRIX-DEB.
      *
           IF  WS-PRX-ART-CODE NOT = WS-CLE-PRX-CHERCHE
               SET  PRX-ART-FIN         TO TRUE
           ELSE
               IF  WS-PRX-DATE-EFF NOT > WS-DATE-PRIX
                   AND WS-PRX-DATE-EFF NOT < WS-DATE-EFF-TROUVE
                   MOVE WS-PRX-DATE-EFF TO WS-DATE-EFF-TROUVE
                   MOVE WS-PRX-PV       TO WS-PV-TROUVE
                   SET  PV-TROUVE       TO TRUE
                   IF  PRX-DEMARQUE
                       MOVE WS-PRX-LOT  TO WS-LOT-DMQ-TROUVE
                   ELSE
                       MOVE SPACES      TO WS-LOT-DMQ-TROUVE
                   END-IF
               END-IF
               PERFORM  6035-READNEXT-F-PRX-E-DEB
                  THRU  6035-READNEXT-F-PRX-E-FIN
           END-IF.
      *
       7055-TESTE-UN-PRIX-FIN.
           EXIT.
      *-------------------------------------
      *7150 RECHERCHE L ACCORD DE PRIX DU CLIENT VALABLE A LA DATE
      *     D EXPEDITION : ACCORD SUR L ARTICLE, A DEFAUT SUR SA
      *     CATEGORIE
      *------------------------------------
       7150-CHERCHE-ACCORD-DEB.
      *
           SET  ACCORD-ABSENT           TO TRUE.
           MOVE ZERO                    TO WS-ACP-DEB-RETENU
                                           WS-ACP-PV-RETENU
                                           WS-ACP-REM-RETENUE.
           MOVE WS-EXV-CLIENT           TO WS-CLE-ACP-CLIENT.
           MOVE WS-EXV-ART-CODE         TO WS-CLE-ACP-CODE.
           PERFORM  7155-PARCOURS-ACCORDS-DEB
              THRU  7155-PARCOURS-ACCORDS-FIN.
           IF  ACCORD-ABSENT
               AND WS-ART-CATEG NOT = SPACES
               MOVE WS-ART-CATEG        TO WS-CLE-ACP-CODE
               PERFORM  7155-PARCOURS-ACCORDS-DEB
                  THRU  7155-PARCOURS-ACCORDS-FIN
           END-IF.
      *
       7150-CHERCHE-ACCORD-FIN.
           EXIT.
       7155-PARCOURS-ACCORDS-DEB.
      *
           SET  ACP-CODE-ENCOURS        TO TRUE.
           PERFORM  6060-START-F-ACP-E-DEB
              THRU  6060-START-F-ACP-E-FIN.
           IF  ACP-OK
               PERFORM  6065-READNEXT-F-ACP-E-DEB
                  THRU  6065-READNEXT-F-ACP-E-FIN
               PERFORM  7160-TESTE-UN-ACCORD-DEB
                  THRU  7160-TESTE-UN-ACCORD-FIN
                 UNTIL  ACP-FIN OR ACP-CODE-FIN
           END-IF.
      *
       7155-PARCOURS-ACCORDS-FIN.
           EXIT.
       7160-TESTE-UN-ACCORD-DEB.
      *
           IF  WS-ACP-CLIENT NOT = WS-CLE-ACP-CLIENT
               OR WS-ACP-CODE NOT = WS-CLE-ACP-CODE
               SET  ACP-CODE-FIN        TO TRUE
           ELSE
               IF  WS-ACP-DATE-DEB NOT > WS-DATE-PRIX
                   AND (WS-ACP-DATE-FIN = ZERO
                     OR WS-ACP-DATE-FIN NOT < WS-DATE-PRIX)
                   AND WS-ACP-DATE-DEB NOT < WS-ACP-DEB-RETENU
                   MOVE WS-ACP-DATE-DEB TO WS-ACP-DEB-RETENU
                   MOVE WS-ACP-PV       TO WS-ACP-PV-RETENU
                   MOVE ZERO            TO WS-ACP-REM-RETENUE
                   PERFORM  7165-TESTE-UN-PALIER-DEB
                      THRU  7165-TESTE-UN-PALIER-FIN
                     VARYING WS-IND-PAL FROM 1 BY 1
                       UNTIL WS-IND-PAL > 3
                   SET  ACCORD-TROUVE   TO TRUE
               END-IF
               PERFORM  6065-READNEXT-F-ACP-E-DEB
                  THRU  6065-READNEXT-F-ACP-E-FIN
           END-IF.
      *
       7160-TESTE-UN-ACCORD-FIN.
           EXIT.
      *-------------------------------------
      *7165 RETIENT LA REMISE DU PALIER SI LA QUANTITE EXPEDIEE
      *     ATTEINT SON SEUIL (SEUILS CROISSANTS : LE DERNIER PALIER
      *     ATTEINT L EMPORTE)
      *------------------------------------
       7165-TESTE-UN-PALIER-DEB.
      *
           IF  WS-ACP-SEUIL (WS-IND-PAL) NOT = ZERO
               AND WS-ACP-SEUIL (WS-IND-PAL) NOT > WS-EXV-QTE
               MOVE WS-ACP-REMISE (WS-IND-PAL)
                                        TO WS-ACP-REM-RETENUE
           END-IF.
      *
       7165-TESTE-UN-PALIER-FIN.
           EXIT.
      *-------------------------------------
      *7170 APPLIQUE L ACCORD RETENU : PRIX D ACCORD (A DEFAUT PRIX
      *     DE PRX0101 DEJA CHERCHE) DIMINUE DE LA REMISE DE PALIER.
      *     ACCORD SANS PRIX ET SANS PRIX PRX0101 : LIGNE SANS PRIX
      *------------------------------------
       7170-APPLIQUE-ACCORD-DEB.
      *
           IF  WS-ACP-PV-RETENU NOT = ZERO
               MOVE WS-ACP-PV-RETENU    TO WS-PV-BASE
               MOVE SPACES              TO WS-LOT-DMQ-TROUVE
               SET  PV-TROUVE           TO TRUE
           ELSE
               IF  PV-ABSENT
                   GO TO 7170-APPLIQUE-ACCORD-FIN
               END-IF
               MOVE WS-PV-TROUVE        TO WS-PV-BASE
           END-IF.
           COMPUTE WS-PV-TROUVE ROUNDED =
                   WS-PV-BASE * (100 - WS-ACP-REM-RETENUE) / 100.
           MOVE 'K'                     TO WS-ORIG-PRX.
           ADD  1                       TO WS-NB-PRIX-ACCORD.
      *
       7170-APPLIQUE-ACCORD-FIN.
           EXIT.
      *-------------------------------------
      *7200 OUVRE UNE NOUVELLE FACTURE : NUMERO SUIVANT DU JOUR,
      *     ENTETE EDITEE AVEC L ADRESSE DU CLIENT
      *------------------------------------
       7200-OUVRE-FACTURE-DEB.
      *
           IF  WS-SEQ-FACTURE NOT < 999
               DISPLAY 'NUMEROTATION DES FACTURES DU JOUR EPUISEE'
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-SEQ-FACTURE.
           MOVE WS-DATEJ-N              TO WS-NUM-FACT-DATE.
           MOVE WS-SEQ-FACTURE          TO WS-NUM-FACT-SEQ.
           MOVE ZERO                    TO WS-LIGNE-FACTURE.
           MOVE ZERO                    TO WS-TOTAL-FACTURE.
           SET  FACTURE-OUVERTE         TO TRUE.
           ADD  1                       TO WS-NB-FACTURES.
      *
           PERFORM  6050-READ-F-CLI-E-DEB
              THRU  6050-READ-F-CLI-E-FIN.
           PERFORM  8100-EDITION-ENTETE-FAC-DEB
              THRU  8100-EDITION-ENTETE-FAC-FIN.
      *
       7200-OUVRE-FACTURE-FIN.
           EXIT.
      *-------------------------------------
      *7300 CLOTURE LA FACTURE EN COURS : LIGNE DE TOTAL
      *------------------------------------
       7300-CLOTURE-FACTURE-DEB.
      *
           MOVE WS-TOTAL-FACTURE        TO WS-LFAC-TOT-ED.
           WRITE FS-BUFF-F-ETAT-FAC-S FROM WS-LFAC-TIRET.
           WRITE FS-BUFF-F-ETAT-FAC-S FROM WS-LFAC-TOTAL.
           ADD  WS-TOTAL-FACTURE        TO WS-TOTAL-GENERAL.
           SET  FACTURE-FERMEE          TO TRUE.
      *
       7300-CLOTURE-FACTURE-FIN.
           EXIT.
      *-------------------------------------
      *7400 PORTE L EXPEDITION SUR LA FACTURE EN COURS : LIGNE DE
      *     FACTURE ECRITE ET EDITEE, EXPEDITION PASSEE FACTUREE
      *------------------------------------
       7400-LIGNE-FACTURE-DEB.
      *
           ADD  1                       TO WS-LIGNE-FACTURE.
           MOVE WS-NUM-FACTURE          TO WS-FCL-NUM.
           MOVE WS-LIGNE-FACTURE        TO WS-FCL-LIGNE.
           MOVE WS-EXV-CLIENT           TO WS-FCL-CLIENT.
           MOVE WS-EXV-VTE-NUM          TO WS-FCL-VTE-NUM.
           MOVE WS-EXV-LIGNE            TO WS-FCL-VTE-LIGNE.
           MOVE WS-EXV-ART-CODE         TO WS-FCL-ART-CODE.
           MOVE WS-EXV-QTE              TO WS-FCL-QTE.
           MOVE WS-PV-TROUVE            TO WS-FCL-PXU.
           COMPUTE WS-FCL-MT = WS-EXV-QTE * WS-PV-TROUVE.
           MOVE WS-EXV-DATE             TO WS-FCL-DATE-EXP.
           MOVE WS-ORIG-PRX             TO WS-FCL-ORIG-PRX.
           IF  FCL-PRIX-ACCORD
               MOVE WS-ACP-REM-RETENUE  TO WS-FCL-REMISE
           ELSE
               MOVE ZERO                TO WS-FCL-REMISE
           END-IF.
           MOVE WS-LOT-DMQ-TROUVE       TO WS-FCL-LOT-DMQ.
           IF  WS-LOT-DMQ-TROUVE NOT = SPACES
               ADD  1                   TO WS-NB-PRIX-DEMARQ
           END-IF.
           PERFORM  6028-WRITE-F-FCL-ES-DEB
              THRU  6028-WRITE-F-FCL-ES-FIN.
           ADD  WS-FCL-MT               TO WS-TOTAL-FACTURE.
           ADD  1                       TO WS-NB-LIGNES-FACT.
      *
           PERFORM  8110-EDITION-LIGNE-FAC-DEB
              THRU  8110-EDITION-LIGNE-FAC-FIN.
      *
           SET  EXV-FACTUREE            TO TRUE.
           MOVE WS-NUM-FACTURE          TO WS-EXV-FACT-NUM.
           PERFORM  6015-REWRITE-F-EXV-ES-DEB
              THRU  6015-REWRITE-F-EXV-ES-FIN.
      *
       7400-LIGNE-FACTURE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *8000 EDITE L ENTETE DE L ETAT DES LIGNES SANS PRIX
      *------------------------------------
       8000-EDITION-ENTETE-SPX-DEB.
      *
           WRITE FS-BUFF-F-ETAT-SPX-S FROM WS-LSPX-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-SPX-S FROM WS-LSPX-INTITULE.
           WRITE FS-BUFF-F-ETAT-SPX-S FROM WS-LFAC-TIRET.
      *
       8000-EDITION-ENTETE-SPX-FIN.
           EXIT.
      *-------------------------------------
      *8100 EDITE L ENTETE DE LA FACTURE (NOUVELLE PAGE) : NUMERO,
      *     ADRESSE DU CLIENT, COMMANDE FACTUREE
      *------------------------------------
       8100-EDITION-ENTETE-FAC-DEB.
      *
           MOVE WS-NUM-FACTURE          TO WS-LFAC-NUM-ED.
           WRITE FS-BUFF-F-ETAT-FAC-S FROM WS-LFAC-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-FAC-S FROM WS-LFAC-BLANC.
           MOVE WS-CLI-NOM              TO WS-LFAC-ADR-ED.
           WRITE FS-BUFF-F-ETAT-FAC-S FROM WS-LFAC-ADRESSE.
           MOVE WS-CLI-ADR1             TO WS-LFAC-ADR-ED.
           WRITE FS-BUFF-F-ETAT-FAC-S FROM WS-LFAC-ADRESSE.
           IF  WS-CLI-ADR2 NOT = SPACES
               MOVE WS-CLI-ADR2         TO WS-LFAC-ADR-ED
               WRITE FS-BUFF-F-ETAT-FAC-S FROM WS-LFAC-ADRESSE
           END-IF.
           MOVE WS-CLI-CP               TO WS-LFAC-CP-ED.
           MOVE WS-CLI-VILLE            TO WS-LFAC-VILLE-ED.
           WRITE FS-BUFF-F-ETAT-FAC-S FROM WS-LFAC-VILLE.
           WRITE FS-BUFF-F-ETAT-FAC-S FROM WS-LFAC-BLANC.
           MOVE WS-EXV-CLIENT           TO WS-LFAC-CLI-ED.
           MOVE WS-EXV-VTE-NUM          TO WS-LFAC-VTE-ED.
           WRITE FS-BUFF-F-ETAT-FAC-S FROM WS-LFAC-REF.
           WRITE FS-BUFF-F-ETAT-FAC-S FROM WS-LFAC-BLANC.
           WRITE FS-BUFF-F-ETAT-FAC-S FROM WS-LFAC-INTITULE.
           WRITE FS-BUFF-F-ETAT-FAC-S FROM WS-LFAC-TIRET.
      *
       8100-EDITION-ENTETE-FAC-FIN.
           EXIT.
      *-------------------------------------
      *8110 EDITE LA LIGNE DE FACTURE COURANTE
      *------------------------------------
       8110-EDITION-LIGNE-FAC-DEB.
      *
           MOVE WS-FCL-LIGNE            TO WS-LFAC-LIGNE-ED.
           MOVE WS-FCL-ART-CODE         TO WS-LFAC-ART-ED.
           MOVE WS-ART-LIBEL            TO WS-LFAC-LIB-ED.
           MOVE WS-FCL-DATE-EXP (7:2)   TO WS-LFAC-DEXP-ED (1:2).
           MOVE WS-FCL-DATE-EXP (5:2)   TO WS-LFAC-DEXP-ED (4:2).
           MOVE WS-FCL-DATE-EXP (1:4)   TO WS-LFAC-DEXP-ED (7:4).
           MOVE WS-FCL-QTE              TO WS-LFAC-QTE-ED.
           MOVE WS-FCL-PXU              TO WS-LFAC-PXU-ED.
           MOVE WS-FCL-MT               TO WS-LFAC-MT-ED.
           WRITE FS-BUFF-F-ETAT-FAC-S FROM WS-LFAC-DETAIL.
      *
       8110-EDITION-LIGNE-FAC-FIN.
           EXIT.
      *-------------------------------------
      *8300 EDITE UNE EXPEDITION SANS PRIX APPLICABLE (NON FACTUREE,
      *     RESTE A FACTURER POUR LE PROCHAIN PASSAGE)
      *------------------------------------
       8300-EDITION-SANS-PRIX-DEB.
      *
           ADD  1                       TO WS-NB-SANS-PRIX.
           MOVE WS-EXV-VTE-NUM          TO WS-LSPX-NUM-ED.
           MOVE WS-EXV-LIGNE            TO WS-LSPX-LIGNE-ED.
           MOVE WS-EXV-CLIENT           TO WS-LSPX-CLI-ED.
           MOVE WS-EXV-ART-CODE         TO WS-LSPX-ART-ED.
           MOVE WS-ART-CATEG            TO WS-LSPX-CAT-ED.
           MOVE WS-EXV-QTE              TO WS-LSPX-QTE-ED.
           MOVE WS-EXV-DATE (7:2)       TO WS-LSPX-DEXP-ED (1:2).
           MOVE WS-EXV-DATE (5:2)       TO WS-LSPX-DEXP-ED (4:2).
           MOVE WS-EXV-DATE (1:4)       TO WS-LSPX-DEXP-ED (7:4).
           WRITE FS-BUFF-F-ETAT-SPX-S FROM WS-LSPX-DETAIL.
      *
       8300-EDITION-SANS-PRIX-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           MOVE WS-TOTAL-GENERAL        TO WS-TOTAL-GEN-ED.
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO942              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* EXPEDITIONS LUES          : ' WS-NB-EXV-LUES.
           DISPLAY '* FACTURES EMISES           : ' WS-NB-FACTURES.
           DISPLAY '* LIGNES FACTUREES          : ' WS-NB-LIGNES-FACT.
           DISPLAY '* LIGNES SANS PRIX          : ' WS-NB-SANS-PRIX.
           DISPLAY '* LIGNES A PRIX D ACCORD    : ' WS-NB-PRIX-ACCORD.
           DISPLAY '* LIGNES A PRIX DE DEMARQUE : ' WS-NB-PRIX-DEMARQ.
           DISPLAY '* MONTANT TOTAL FACTURE     : ' WS-TOTAL-GEN-ED.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO942         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO942        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
