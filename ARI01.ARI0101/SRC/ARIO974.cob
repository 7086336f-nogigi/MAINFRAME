      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO974                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *CONTROLE HEBDOMADAIRE DE L INTEGRITE REFERENTIELLE DES         *
      *FICHIERS ARTICLE. CHAQUE CLE ETRANGERE EST CONTROLEE PAR UNE   *
      *RELATION CODEE SUR 4 CARACTERES :                              *
      * ARTC ART0101 -> CATG0101  CATEGORIE DE L ARTICLE              *
      * ARTF ART0101 -> FOUR0101  FOURNISSEUR ATTITRE                 *
      * LOTA LOT0101 -> ART0101   ARTICLE DU LOT                      *
      * LOTD LOT0101 -> DEP0101   DEPOT DU LOT (WS-LOT-DEPOT)         *
      * LOTE LOT0101 -> EMP0101   EMPLACEMENT DU LOT (WS-LOT-EMPL)    *
      * EMPD EMP0101 -> DEP0101   DEPOT DE L EMPLACEMENT              *
      * RSVA RSV0101 -> ART0101   ARTICLE RESERVE                     *
      * NOMP NOM0101 -> ART0101   ARTICLE COMPOSE DE LA NOMENCLATURE  *
      * NOMC NOM0101 -> ART0101   COMPOSANT DE LA NOMENCLATURE        *
      * CAFA CAF0101 -> ART0101   ARTICLE DU CATALOGUE FOURNISSEUR    *
      * CAFF CAF0101 -> FOUR0101  FOURNISSEUR DU CATALOGUE            *
      * SUBA SUB0101 -> ART0101   ARTICLE OU SUBSTITUT                *
      *L ETAT F-ETAT-REF-S DONNE UNE SECTION PAR RELATION AVEC SES    *
      *ORPHELINS ; CHAQUE ORPHELIN EST AUSSI ECRIT SUR LE FICHIER DES *
      *EXCEPTIONS F-EXC-S (COPY REFEXCP) POUR EXPLOITATION.           *
      *PAR DEFAUT LE PROGRAMME NE FAIT QUE SIGNALER. LA SYSIN PEUT    *
      *DEMANDER LE NETTOYAGE DES SEULES RELATIONS SANS RISQUE :       *
      * LOTE : LE LOT EST REMIS A QUAI (EMPLACEMENT A BLANC),         *
      * RSVA, NOMP, CAFA, SUBA : L ENREGISTREMENT ORPHELIN, QUI NE    *
      *        PEUT PLUS SERVIR, EST SUPPRIME.                        *
      *LES AUTRES (STOCK D UN ARTICLE DISPARU, DEPOT INCONNU,         *
      *COMPOSANT OU FOURNISSEUR DISPARU...) DEMANDENT UNE DECISION    *
      *ET SONT SEULEMENT SIGNALEES.                                   *
      *SYSIN  -> JUSQU A 10 CODES DE RELATION A NETTOYER (COL 1-40,   *
      *          4 CARACTERES PAR CODE, BLANC = CONTROLE SEUL)        *
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
       PROGRAM-ID.      ARIO974.
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
      *                      F-LOT-ES : FICHIER DES LOTS (IO)
      *                      -------------------------------------------
           SELECT  F-LOT-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-LOT
                   FILE STATUS         IS WS-FS-LOT-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-RSV-ES : FICHIER DES RESERVATIONS (IO)
      *                      -------------------------------------------
           SELECT  F-RSV-ES            ASSIGN TO IO002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-RSV
                   FILE STATUS         IS WS-FS-RSV-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-NOM-ES : FICHIER DES NOMENCLATURES (IO)
      *                      -------------------------------------------
           SELECT  F-NOM-ES            ASSIGN TO IO003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-NOM
                   FILE STATUS         IS WS-FS-NOM-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CAF-ES : FICHIER DES CATALOGUES (IO)
      *                      -------------------------------------------
           SELECT  F-CAF-ES            ASSIGN TO IO004
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-CAF
                   FILE STATUS         IS WS-FS-CAF-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-SUB-ES : FICHIER DES SUBSTITUTIONS (IO)
      *                      -------------------------------------------
           SELECT  F-SUB-ES            ASSIGN TO IO005
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-SUB
                   FILE STATUS         IS WS-FS-SUB-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ART-E : FICHIER DES ARTICLES
      *                      -------------------------------------------
           SELECT  F-ART-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-ART
                   FILE STATUS         IS WS-FS-ART-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-EMP-E : FICHIER DES EMPLACEMENTS
      *                      -------------------------------------------
           SELECT  F-EMP-E             ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-EMP
                   FILE STATUS         IS WS-FS-EMP-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-DEP-E : FICHIER DES DEPOTS
      *                      -------------------------------------------
           SELECT  F-DEP-E             ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-DEP
                   FILE STATUS         IS WS-FS-DEP-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-FOUR-E : FICHIER DES FOURNISSEURS
      *                      -------------------------------------------
           SELECT  F-FOUR-E            ASSIGN TO INP004
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-FOUR
                   FILE STATUS         IS WS-FS-FOUR-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CATG-E : FICHIER DES CATEGORIES
      *                      -------------------------------------------
           SELECT  F-CATG-E            ASSIGN TO INP005
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-CATG
                   FILE STATUS         IS WS-FS-CATG-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-EXC-S : FICHIER DES EXCEPTIONS
      *                      -------------------------------------------
           SELECT  F-EXC-S             ASSIGN TO EXCREF
                   FILE STATUS         IS WS-FS-EXC-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-REF-S : ETAT DES ORPHELINS
      *                      -------------------------------------------
           SELECT  F-ETAT-REF-S        ASSIGN TO ETATREF
                   FILE STATUS         IS WS-FS-ETAT-REF-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :IO001 A IO005 INP001 A INP005 EXCREF ETATREF        *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *FICHIER DES LOTS
       FD  F-LOT-ES
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-LOT-ES.
           05  FS-KEY-LOT        PIC X(11).
           05  FILLER            PIC X(39).
      *FICHIER DES RESERVATIONS
       FD  F-RSV-ES
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-RSV-ES.
           05  FS-KEY-RSV        PIC X(13).
           05  FILLER            PIC X(37).
      *FICHIER DES NOMENCLATURES
       FD  F-NOM-ES
           RECORD CONTAINS 30 CHARACTERS.
       01  FS-BUFF-F-NOM-ES.
           05  FS-KEY-NOM        PIC X(10).
           05  FILLER            PIC X(20).
      *FICHIER DES CATALOGUES
       FD  F-CAF-ES
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-CAF-ES.
           05  FS-KEY-CAF        PIC X(10).
           05  FILLER            PIC X(30).
      *FICHIER DES SUBSTITUTIONS
       FD  F-SUB-ES
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-SUB-ES.
           05  FS-KEY-SUB        PIC X(7).
           05  FILLER            PIC X(33).
      *FICHIER DES ARTICLES
       FD  F-ART-E
           RECORD CONTAINS 290 CHARACTERS.
       01  FS-BUFF-F-ART-E.
           05  FS-KEY-ART        PIC X(5).
           05  FILLER            PIC X(285).
      *FICHIER DES EMPLACEMENTS
       FD  F-EMP-E
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-EMP-E.
           05  FS-KEY-EMP        PIC X(8).
           05  FILLER            PIC X(32).
      *FICHIER DES DEPOTS
       FD  F-DEP-E
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-BUFF-F-DEP-E.
           05  FS-KEY-DEP        PIC X(3).
           05  FILLER            PIC X(57).
      *FICHIER DES FOURNISSEURS
       FD  F-FOUR-E
           RECORD CONTAINS 140 CHARACTERS.
       01  FS-BUFF-F-FOUR-E.
           05  FS-KEY-FOUR       PIC X(5).
           05  FILLER            PIC X(135).
      *FICHIER DES CATEGORIES
       FD  F-CATG-E
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-CATG-E.
           05  FS-KEY-CATG       PIC X(5).
           05  FILLER            PIC X(35).
      *FICHIER DES EXCEPTIONS EN SORTIE
       FD  F-EXC-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-EXC-S       PIC X(80).
      *ETAT DES ORPHELINS EN SORTIE
       FD  F-ETAT-REF-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-REF-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
       COPY ARTICLE.
       COPY ARTLOT.
       COPY RESERV.
       COPY NOMENCL.
       COPY CATAFOU.
       COPY SUBSTIT.
       COPY EMPLACMT.
       COPY REFEXCP.
      *FILE STATUS
       01  WS-FS-LOT-ES      PIC X(2).
           88 LOT-OK                                VALUE '00'.
           88 LOT-FIN                               VALUE '10'.
           88 LOT-INEXISTANT                        VALUE '23'.
       01  WS-FS-RSV-ES      PIC X(2).
           88 RSV-OK                                VALUE '00'.
           88 RSV-FIN                               VALUE '10'.
           88 RSV-INEXISTANT                        VALUE '23'.
       01  WS-FS-NOM-ES      PIC X(2).
           88 NOM-OK                                VALUE '00'.
           88 NOM-FIN                               VALUE '10'.
           88 NOM-INEXISTANT                        VALUE '23'.
       01  WS-FS-CAF-ES      PIC X(2).
           88 CAF-OK                                VALUE '00'.
           88 CAF-FIN                               VALUE '10'.
           88 CAF-INEXISTANT                        VALUE '23'.
       01  WS-FS-SUB-ES      PIC X(2).
           88 SUB-OK                                VALUE '00'.
           88 SUB-FIN                               VALUE '10'.
           88 SUB-INEXISTANT                        VALUE '23'.
       01  WS-FS-ART-E       PIC X(2).
           88 ART-OK                                VALUE '00'.
           88 ART-FIN                               VALUE '10'.
           88 ART-INEXISTANT                        VALUE '23'.
       01  WS-FS-EMP-E       PIC X(2).
           88 EMP-OK                                VALUE '00'.
           88 EMP-FIN                               VALUE '10'.
           88 EMP-INEXISTANT                        VALUE '23'.
       01  WS-FS-DEP-E       PIC X(2).
           88 DEP-OK                                VALUE '00'.
           88 DEP-INEXISTANT                        VALUE '23'.
       01  WS-FS-FOUR-E      PIC X(2).
           88 FOUR-OK                               VALUE '00'.
           88 FOUR-INEXISTANT                       VALUE '23'.
       01  WS-FS-CATG-E      PIC X(2).
           88 CATG-OK                               VALUE '00'.
           88 CATG-INEXISTANT                       VALUE '23'.
       01  WS-FS-EXC-S       PIC X(2).
       01  WS-FS-ETAT-REF-S  PIC X(2).
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
      *COMMANDE SYSIN : RELATIONS A NETTOYER
       01  WS-SYSIN-REF.
           05  WS-SYS-REL            PIC X(4) OCCURS 10.
               88  SYS-REL-NETTOYABLE     VALUES 'LOTE' 'RSVA' 'NOMP'
                                                 'CAFA' 'SUBA'.
           05  FILLER            PIC X(40).
       01  WS-IND-SYS        PIC S9(4) COMP VALUE ZERO.
      *NETTOYAGE DEMANDE POUR LA RELATION EN COURS
       01  WS-SW-NETTOYAGE   PIC X VALUE '0'.
           88 CONTROLE-SEUL                       VALUE '0'.
           88 NETTOYAGE-DEMANDE                   VALUE '1'.
      *CLE CHERCHEE DANS LE FICHIER REFERENCE
       01  WS-CLE-CHERCHE    PIC X(10).
      *LIGNES D EDITION DE L ETAT DES ORPHELINS
       01  WS-LREF-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LREF-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LREF-ENTETE.
           05  FILLER            PIC X(44)
                   VALUE 'INTEGRITE REFERENTIELLE DES FICHIERS ARTICLE'.
           05  FILLER            PIC X(18) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LREF-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LREF-SECTION.
           05  FILLER            PIC X(9)  VALUE 'RELATION '.
           05  WS-LREF-SEC-REL-ED PIC X(4).
           05  FILLER            PIC X(3)  VALUE ' : '.
           05  WS-LREF-SEC-LIB-ED PIC X(50).
           05  WS-LREF-SEC-MODE-ED PIC X(14).
       01  WS-LREF-INTITULE.
           05  FILLER            PIC X(23) VALUE '  CLE ORPHELINE'.
           05  FILLER            PIC X(15) VALUE 'CLE ETRANGERE'.
           05  FILLER            PIC X(42) VALUE 'ACTION'.
       01  WS-LREF-DETAIL.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LREF-CLE-ED    PIC X(19).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LREF-VAL-ED    PIC X(10).
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  WS-LREF-ACT-ED    PIC X(20).
           05  FILLER            PIC X(22) VALUE SPACES.
       01  WS-LREF-AUCUN     PIC X(80) VALUE '  AUCUN ORPHELIN'.
       01  WS-LREF-TOTAL.
           05  FILLER            PIC X(14) VALUE '  CONTROLES : '.
           05  WS-LREF-TLUS-ED   PIC ZZZZZZ9.
           05  FILLER            PIC X(15) VALUE '   ORPHELINS : '.
           05  WS-LREF-TORP-ED   PIC ZZZZZZ9.
           05  FILLER            PIC X(14) VALUE '   NETTOYES : '.
           05  WS-LREF-TNET-ED   PIC ZZZZZZ9.
           05  FILLER            PIC X(16) VALUE SPACES.
      *COMPTEURS DE LA RELATION EN COURS
       01  WS-NB-SEC-LUS     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-SEC-ORPH    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-SEC-NET     PIC S9(7) COMP VALUE ZERO.
      *COMPTEURS RENDU EXEC
       01  WS-NB-RELATIONS   PIC S9(4) COMP VALUE ZERO.
       01  WS-NB-ORPHELINS   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-NETTOYES    PIC S9(7) COMP VALUE ZERO.
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
      * CONTROLE LES RELATIONS UNE A UNE, CHACUNE PAR UN PARCOURS DU  *
      * FICHIER QUI PORTE LA CLE ETRANGERE                            *
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
           PERFORM  1010-REL-ARTC-DEB
              THRU  1010-REL-ARTC-FIN.
           PERFORM  1020-REL-ARTF-DEB
              THRU  1020-REL-ARTF-FIN.
           PERFORM  1030-REL-LOTA-DEB
              THRU  1030-REL-LOTA-FIN.
           PERFORM  1040-REL-LOTD-DEB
              THRU  1040-REL-LOTD-FIN.
           PERFORM  1050-REL-LOTE-DEB
              THRU  1050-REL-LOTE-FIN.
           PERFORM  1060-REL-EMPD-DEB
              THRU  1060-REL-EMPD-FIN.
           PERFORM  1070-REL-RSVA-DEB
              THRU  1070-REL-RSVA-FIN.
           PERFORM  1080-REL-NOMP-DEB
              THRU  1080-REL-NOMP-FIN.
           PERFORM  1090-REL-NOMC-DEB
              THRU  1090-REL-NOMC-FIN.
           PERFORM  1100-REL-CAFA-DEB
              THRU  1100-REL-CAFA-FIN.
           PERFORM  1110-REL-CAFF-DEB
              THRU  1110-REL-CAFF-FIN.
           PERFORM  1120-REL-SUBA-DEB
              THRU  1120-REL-SUBA-FIN.
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
      * TRT 1010 RELATION ARTC
      * ART0101 -> CATG0101 : CATEGORIE DE L ARTICLE
      *----------------------------------------------------
       1010-REL-ARTC-DEB.
      *
           MOVE 'ARTC'                  TO WS-EXC-REL.
           MOVE 'ART0101'               TO WS-EXC-FIC.
           MOVE 'CATG0101'              TO WS-EXC-FIC-REF.
           MOVE 'ART0101 -> CATG0101 : CATEGORIE DE L ARTICLE'
                                        TO WS-LREF-SEC-LIB-ED.
           PERFORM  7050-DEBUT-RELATION-DEB
              THRU  7050-DEBUT-RELATION-FIN.
      *
           PERFORM  6060-START-F-ART-E-DEB
              THRU  6060-START-F-ART-E-FIN.
           IF  NOT ART-FIN
               PERFORM  6061-READNEXT-F-ART-E-DEB
                  THRU  6061-READNEXT-F-ART-E-FIN
           END-IF.
           PERFORM  1015-TESTE-ARTC-DEB
              THRU  1015-TESTE-ARTC-FIN
             UNTIL  ART-FIN.
      *
           PERFORM  7060-FIN-RELATION-DEB
              THRU  7060-FIN-RELATION-FIN.
      *
       1010-REL-ARTC-FIN.
           EXIT.
       1015-TESTE-ARTC-DEB.
      *
           ADD  1                       TO WS-NB-SEC-LUS.
           IF  WS-ART-CATEG = SPACES
               GO TO 1015-TESTE-ARTC-SUITE
           END-IF.
           MOVE WS-ART-CATEG            TO WS-CLE-CHERCHE.
           PERFORM  6087-READ-F-CATG-E-DEB
              THRU  6087-READ-F-CATG-E-FIN.
           IF  CATG-INEXISTANT
               MOVE WS-ART-CODE         TO WS-EXC-CLE
               MOVE WS-ART-CATEG        TO WS-EXC-VALEUR
               PERFORM  7100-ORPHELIN-DEB
                  THRU  7100-ORPHELIN-FIN
           END-IF.
      *
       1015-TESTE-ARTC-SUITE.
           PERFORM  6061-READNEXT-F-ART-E-DEB
              THRU  6061-READNEXT-F-ART-E-FIN.
      *
       1015-TESTE-ARTC-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1020 RELATION ARTF
      * ART0101 -> FOUR0101 : FOURNISSEUR ATTITRE
      *----------------------------------------------------
       1020-REL-ARTF-DEB.
      *
           MOVE 'ARTF'                  TO WS-EXC-REL.
           MOVE 'ART0101'               TO WS-EXC-FIC.
           MOVE 'FOUR0101'              TO WS-EXC-FIC-REF.
           MOVE 'ART0101 -> FOUR0101 : FOURNISSEUR ATTITRE'
                                        TO WS-LREF-SEC-LIB-ED.
           PERFORM  7050-DEBUT-RELATION-DEB
              THRU  7050-DEBUT-RELATION-FIN.
      *
           PERFORM  6060-START-F-ART-E-DEB
              THRU  6060-START-F-ART-E-FIN.
           IF  NOT ART-FIN
               PERFORM  6061-READNEXT-F-ART-E-DEB
                  THRU  6061-READNEXT-F-ART-E-FIN
           END-IF.
           PERFORM  1025-TESTE-ARTF-DEB
              THRU  1025-TESTE-ARTF-FIN
             UNTIL  ART-FIN.
      *
           PERFORM  7060-FIN-RELATION-DEB
              THRU  7060-FIN-RELATION-FIN.
      *
       1020-REL-ARTF-FIN.
           EXIT.
       1025-TESTE-ARTF-DEB.
      *
           ADD  1                       TO WS-NB-SEC-LUS.
           IF  WS-ART-FOU NOT NUMERIC
               OR WS-ART-FOU = ZERO
               GO TO 1025-TESTE-ARTF-SUITE
           END-IF.
           MOVE WS-ART-FOU              TO WS-CLE-CHERCHE.
           PERFORM  6086-READ-F-FOUR-E-DEB
              THRU  6086-READ-F-FOUR-E-FIN.
           IF  FOUR-INEXISTANT
               MOVE WS-ART-CODE         TO WS-EXC-CLE
               MOVE WS-ART-FOU          TO WS-EXC-VALEUR
               PERFORM  7100-ORPHELIN-DEB
                  THRU  7100-ORPHELIN-FIN
           END-IF.
      *
       1025-TESTE-ARTF-SUITE.
           PERFORM  6061-READNEXT-F-ART-E-DEB
              THRU  6061-READNEXT-F-ART-E-FIN.
      *
       1025-TESTE-ARTF-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1030 RELATION LOTA
      * LOT0101 -> ART0101 : ARTICLE DU LOT
      *----------------------------------------------------
       1030-REL-LOTA-DEB.
      *
           MOVE 'LOTA'                  TO WS-EXC-REL.
           MOVE 'LOT0101'               TO WS-EXC-FIC.
           MOVE 'ART0101'               TO WS-EXC-FIC-REF.
           MOVE 'LOT0101 -> ART0101 : ARTICLE DU LOT'
                                        TO WS-LREF-SEC-LIB-ED.
           PERFORM  7050-DEBUT-RELATION-DEB
              THRU  7050-DEBUT-RELATION-FIN.
      *
           PERFORM  6010-START-F-LOT-ES-DEB
              THRU  6010-START-F-LOT-ES-FIN.
           IF  NOT LOT-FIN
               PERFORM  6011-READNEXT-F-LOT-ES-DEB
                  THRU  6011-READNEXT-F-LOT-ES-FIN
           END-IF.
           PERFORM  1035-TESTE-LOTA-DEB
              THRU  1035-TESTE-LOTA-FIN
             UNTIL  LOT-FIN.
      *
           PERFORM  7060-FIN-RELATION-DEB
              THRU  7060-FIN-RELATION-FIN.
      *
       1030-REL-LOTA-FIN.
           EXIT.
       1035-TESTE-LOTA-DEB.
      *
           ADD  1                       TO WS-NB-SEC-LUS.
           MOVE WS-LOT-ART-CODE         TO WS-CLE-CHERCHE.
           PERFORM  6065-READ-F-ART-E-DEB
              THRU  6065-READ-F-ART-E-FIN.
           IF  ART-INEXISTANT
               MOVE WS-LOT-CLE          TO WS-EXC-CLE
               MOVE WS-LOT-ART-CODE     TO WS-EXC-VALEUR
               PERFORM  7100-ORPHELIN-DEB
                  THRU  7100-ORPHELIN-FIN
           END-IF.
      *
           PERFORM  6011-READNEXT-F-LOT-ES-DEB
              THRU  6011-READNEXT-F-LOT-ES-FIN.
      *
       1035-TESTE-LOTA-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1040 RELATION LOTD
      * LOT0101 -> DEP0101 : DEPOT DU LOT
      *----------------------------------------------------
       1040-REL-LOTD-DEB.
      *
           MOVE 'LOTD'                  TO WS-EXC-REL.
           MOVE 'LOT0101'               TO WS-EXC-FIC.
           MOVE 'DEP0101'               TO WS-EXC-FIC-REF.
           MOVE 'LOT0101 -> DEP0101 : DEPOT DU LOT'
                                        TO WS-LREF-SEC-LIB-ED.
           PERFORM  7050-DEBUT-RELATION-DEB
              THRU  7050-DEBUT-RELATION-FIN.
      *
           PERFORM  6010-START-F-LOT-ES-DEB
              THRU  6010-START-F-LOT-ES-FIN.
           IF  NOT LOT-FIN
               PERFORM  6011-READNEXT-F-LOT-ES-DEB
                  THRU  6011-READNEXT-F-LOT-ES-FIN
           END-IF.
           PERFORM  1045-TESTE-LOTD-DEB
              THRU  1045-TESTE-LOTD-FIN
             UNTIL  LOT-FIN.
      *
           PERFORM  7060-FIN-RELATION-DEB
              THRU  7060-FIN-RELATION-FIN.
      *
       1040-REL-LOTD-FIN.
           EXIT.
       1045-TESTE-LOTD-DEB.
      *
           ADD  1                       TO WS-NB-SEC-LUS.
           IF  WS-LOT-DEPOT = SPACES
               GO TO 1045-TESTE-LOTD-SUITE
           END-IF.
           MOVE WS-LOT-DEPOT            TO WS-CLE-CHERCHE.
           PERFORM  6085-READ-F-DEP-E-DEB
              THRU  6085-READ-F-DEP-E-FIN.
           IF  DEP-INEXISTANT
               MOVE WS-LOT-CLE          TO WS-EXC-CLE
               MOVE WS-LOT-DEPOT        TO WS-EXC-VALEUR
               PERFORM  7100-ORPHELIN-DEB
                  THRU  7100-ORPHELIN-FIN
           END-IF.
      *
       1045-TESTE-LOTD-SUITE.
           PERFORM  6011-READNEXT-F-LOT-ES-DEB
              THRU  6011-READNEXT-F-LOT-ES-FIN.
      *
       1045-TESTE-LOTD-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1050 RELATION LOTE
      * LOT0101 -> EMP0101 : EMPLACEMENT DU LOT
      *----------------------------------------------------
       1050-REL-LOTE-DEB.
      *
           MOVE 'LOTE'                  TO WS-EXC-REL.
           MOVE 'LOT0101'               TO WS-EXC-FIC.
           MOVE 'EMP0101'               TO WS-EXC-FIC-REF.
           MOVE 'LOT0101 -> EMP0101 : EMPLACEMENT DU LOT'
                                        TO WS-LREF-SEC-LIB-ED.
           PERFORM  7050-DEBUT-RELATION-DEB
              THRU  7050-DEBUT-RELATION-FIN.
      *
           PERFORM  6010-START-F-LOT-ES-DEB
              THRU  6010-START-F-LOT-ES-FIN.
           IF  NOT LOT-FIN
               PERFORM  6011-READNEXT-F-LOT-ES-DEB
                  THRU  6011-READNEXT-F-LOT-ES-FIN
           END-IF.
           PERFORM  1055-TESTE-LOTE-DEB
              THRU  1055-TESTE-LOTE-FIN
             UNTIL  LOT-FIN.
      *
           PERFORM  7060-FIN-RELATION-DEB
              THRU  7060-FIN-RELATION-FIN.
      *
       1050-REL-LOTE-FIN.
           EXIT.
       1055-TESTE-LOTE-DEB.
      *
           ADD  1                       TO WS-NB-SEC-LUS.
           IF  WS-LOT-EMPL = SPACES
               GO TO 1055-TESTE-LOTE-SUITE
           END-IF.
           MOVE SPACES                  TO WS-CLE-CHERCHE.
           MOVE WS-LOT-DEPOT            TO WS-CLE-CHERCHE (1:3).
           MOVE WS-LOT-EMPL             TO WS-CLE-CHERCHE (4:5).
           PERFORM  6075-READ-F-EMP-E-DEB
              THRU  6075-READ-F-EMP-E-FIN.
           IF  EMP-INEXISTANT
               MOVE WS-LOT-CLE          TO WS-EXC-CLE
               MOVE WS-CLE-CHERCHE      TO WS-EXC-VALEUR
               PERFORM  7100-ORPHELIN-DEB
                  THRU  7100-ORPHELIN-FIN
           END-IF.
      *
       1055-TESTE-LOTE-SUITE.
           PERFORM  6011-READNEXT-F-LOT-ES-DEB
              THRU  6011-READNEXT-F-LOT-ES-FIN.
      *
       1055-TESTE-LOTE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1060 RELATION EMPD
      * EMP0101 -> DEP0101 : DEPOT DE L EMPLACEMENT
      *----------------------------------------------------
       1060-REL-EMPD-DEB.
      *
           MOVE 'EMPD'                  TO WS-EXC-REL.
           MOVE 'EMP0101'               TO WS-EXC-FIC.
           MOVE 'DEP0101'               TO WS-EXC-FIC-REF.
           MOVE 'EMP0101 -> DEP0101 : DEPOT DE L EMPLACEMENT'
                                        TO WS-LREF-SEC-LIB-ED.
           PERFORM  7050-DEBUT-RELATION-DEB
              THRU  7050-DEBUT-RELATION-FIN.
      *
           PERFORM  6070-START-F-EMP-E-DEB
              THRU  6070-START-F-EMP-E-FIN.
           IF  NOT EMP-FIN
               PERFORM  6071-READNEXT-F-EMP-E-DEB
                  THRU  6071-READNEXT-F-EMP-E-FIN
           END-IF.
           PERFORM  1065-TESTE-EMPD-DEB
              THRU  1065-TESTE-EMPD-FIN
             UNTIL  EMP-FIN.
      *
           PERFORM  7060-FIN-RELATION-DEB
              THRU  7060-FIN-RELATION-FIN.
      *
       1060-REL-EMPD-FIN.
           EXIT.
       1065-TESTE-EMPD-DEB.
      *
           ADD  1                       TO WS-NB-SEC-LUS.
           MOVE WS-EMP-DEPOT            TO WS-CLE-CHERCHE.
           PERFORM  6085-READ-F-DEP-E-DEB
              THRU  6085-READ-F-DEP-E-FIN.
           IF  DEP-INEXISTANT
               MOVE WS-EMP-CLE          TO WS-EXC-CLE
               MOVE WS-EMP-DEPOT        TO WS-EXC-VALEUR
               PERFORM  7100-ORPHELIN-DEB
                  THRU  7100-ORPHELIN-FIN
           END-IF.
      *
           PERFORM  6071-READNEXT-F-EMP-E-DEB
              THRU  6071-READNEXT-F-EMP-E-FIN.
      *
       1065-TESTE-EMPD-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1070 RELATION RSVA
      * RSV0101 -> ART0101 : ARTICLE RESERVE
      *----------------------------------------------------
       1070-REL-RSVA-DEB.
      *
           MOVE 'RSVA'                  TO WS-EXC-REL.
           MOVE 'RSV0101'               TO WS-EXC-FIC.
           MOVE 'ART0101'               TO WS-EXC-FIC-REF.
           MOVE 'RSV0101 -> ART0101 : ARTICLE RESERVE'
                                        TO WS-LREF-SEC-LIB-ED.
           PERFORM  7050-DEBUT-RELATION-DEB
              THRU  7050-DEBUT-RELATION-FIN.
      *
           PERFORM  6020-START-F-RSV-ES-DEB
              THRU  6020-START-F-RSV-ES-FIN.
           IF  NOT RSV-FIN
               PERFORM  6021-READNEXT-F-RSV-ES-DEB
                  THRU  6021-READNEXT-F-RSV-ES-FIN
           END-IF.
           PERFORM  1075-TESTE-RSVA-DEB
              THRU  1075-TESTE-RSVA-FIN
             UNTIL  RSV-FIN.
      *
           PERFORM  7060-FIN-RELATION-DEB
              THRU  7060-FIN-RELATION-FIN.
      *
       1070-REL-RSVA-FIN.
           EXIT.
       1075-TESTE-RSVA-DEB.
      *
           ADD  1                       TO WS-NB-SEC-LUS.
           MOVE WS-RSV-ART-CODE         TO WS-CLE-CHERCHE.
           PERFORM  6065-READ-F-ART-E-DEB
              THRU  6065-READ-F-ART-E-FIN.
           IF  ART-INEXISTANT
               MOVE WS-RSV-CLE          TO WS-EXC-CLE
               MOVE WS-RSV-ART-CODE     TO WS-EXC-VALEUR
               PERFORM  7100-ORPHELIN-DEB
                  THRU  7100-ORPHELIN-FIN
           END-IF.
      *
           PERFORM  6021-READNEXT-F-RSV-ES-DEB
              THRU  6021-READNEXT-F-RSV-ES-FIN.
      *
       1075-TESTE-RSVA-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1080 RELATION NOMP
      * NOM0101 -> ART0101 : ARTICLE COMPOSE
      *----------------------------------------------------
       1080-REL-NOMP-DEB.
      *
           MOVE 'NOMP'                  TO WS-EXC-REL.
           MOVE 'NOM0101'               TO WS-EXC-FIC.
           MOVE 'ART0101'               TO WS-EXC-FIC-REF.
           MOVE 'NOM0101 -> ART0101 : ARTICLE COMPOSE'
                                        TO WS-LREF-SEC-LIB-ED.
           PERFORM  7050-DEBUT-RELATION-DEB
              THRU  7050-DEBUT-RELATION-FIN.
      *
           PERFORM  6030-START-F-NOM-ES-DEB
              THRU  6030-START-F-NOM-ES-FIN.
           IF  NOT NOM-FIN
               PERFORM  6031-READNEXT-F-NOM-ES-DEB
                  THRU  6031-READNEXT-F-NOM-ES-FIN
           END-IF.
           PERFORM  1085-TESTE-NOMP-DEB
              THRU  1085-TESTE-NOMP-FIN
             UNTIL  NOM-FIN.
      *
           PERFORM  7060-FIN-RELATION-DEB
              THRU  7060-FIN-RELATION-FIN.
      *
       1080-REL-NOMP-FIN.
           EXIT.
       1085-TESTE-NOMP-DEB.
      *
           ADD  1                       TO WS-NB-SEC-LUS.
           MOVE WS-NOM-PARENT           TO WS-CLE-CHERCHE.
           PERFORM  6065-READ-F-ART-E-DEB
              THRU  6065-READ-F-ART-E-FIN.
           IF  ART-INEXISTANT
               MOVE WS-NOM-CLE          TO WS-EXC-CLE
               MOVE WS-NOM-PARENT       TO WS-EXC-VALEUR
               PERFORM  7100-ORPHELIN-DEB
                  THRU  7100-ORPHELIN-FIN
           END-IF.
      *
           PERFORM  6031-READNEXT-F-NOM-ES-DEB
              THRU  6031-READNEXT-F-NOM-ES-FIN.
      *
       1085-TESTE-NOMP-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1090 RELATION NOMC
      * NOM0101 -> ART0101 : COMPOSANT
      *----------------------------------------------------
       1090-REL-NOMC-DEB.
      *
           MOVE 'NOMC'                  TO WS-EXC-REL.
           MOVE 'NOM0101'               TO WS-EXC-FIC.
           MOVE 'ART0101'               TO WS-EXC-FIC-REF.
           MOVE 'NOM0101 -> ART0101 : COMPOSANT'
                                        TO WS-LREF-SEC-LIB-ED.
           PERFORM  7050-DEBUT-RELATION-DEB
              THRU  7050-DEBUT-RELATION-FIN.
      *
           PERFORM  6030-START-F-NOM-ES-DEB
              THRU  6030-START-F-NOM-ES-FIN.
           IF  NOT NOM-FIN
               PERFORM  6031-READNEXT-F-NOM-ES-DEB
                  THRU  6031-READNEXT-F-NOM-ES-FIN
           END-IF.
           PERFORM  1095-TESTE-NOMC-DEB
              THRU  1095-TESTE-NOMC-FIN
             UNTIL  NOM-FIN.
      *
           PERFORM  7060-FIN-RELATION-DEB
              THRU  7060-FIN-RELATION-FIN.
      *
       1090-REL-NOMC-FIN.
           EXIT.
       1095-TESTE-NOMC-DEB.
      *
           ADD  1                       TO WS-NB-SEC-LUS.
           MOVE WS-NOM-COMPOSANT        TO WS-CLE-CHERCHE.
           PERFORM  6065-READ-F-ART-E-DEB
              THRU  6065-READ-F-ART-E-FIN.
           IF  ART-INEXISTANT
               MOVE WS-NOM-CLE          TO WS-EXC-CLE
               MOVE WS-NOM-COMPOSANT    TO WS-EXC-VALEUR
               PERFORM  7100-ORPHELIN-DEB
                  THRU  7100-ORPHELIN-FIN
           END-IF.
      *
           PERFORM  6031-READNEXT-F-NOM-ES-DEB
              THRU  6031-READNEXT-F-NOM-ES-FIN.
      *
       1095-TESTE-NOMC-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1100 RELATION CAFA
      * CAF0101 -> ART0101 : ARTICLE DU CATALOGUE
      *----------------------------------------------------
       1100-REL-CAFA-DEB.
      *
           MOVE 'CAFA'                  TO WS-EXC-REL.
           MOVE 'CAF0101'               TO WS-EXC-FIC.
           MOVE 'ART0101'               TO WS-EXC-FIC-REF.
           MOVE 'CAF0101 -> ART0101 : ARTICLE DU CATALOGUE'
                                        TO WS-LREF-SEC-LIB-ED.
           PERFORM  7050-DEBUT-RELATION-DEB
              THRU  7050-DEBUT-RELATION-FIN.
      *
           PERFORM  6040-START-F-CAF-ES-DEB
              THRU  6040-START-F-CAF-ES-FIN.
           IF  NOT CAF-FIN
               PERFORM  6041-READNEXT-F-CAF-ES-DEB
                  THRU  6041-READNEXT-F-CAF-ES-FIN
           END-IF.
           PERFORM  1105-TESTE-CAFA-DEB
              THRU  1105-TESTE-CAFA-FIN
             UNTIL  CAF-FIN.
      *
           PERFORM  7060-FIN-RELATION-DEB
              THRU  7060-FIN-RELATION-FIN.
      *
       1100-REL-CAFA-FIN.
           EXIT.
       1105-TESTE-CAFA-DEB.
      *
           ADD  1                       TO WS-NB-SEC-LUS.
           MOVE WS-CAF-ART-CODE         TO WS-CLE-CHERCHE.
           PERFORM  6065-READ-F-ART-E-DEB
              THRU  6065-READ-F-ART-E-FIN.
           IF  ART-INEXISTANT
               MOVE WS-CAF-CLE          TO WS-EXC-CLE
               MOVE WS-CAF-ART-CODE     TO WS-EXC-VALEUR
               PERFORM  7100-ORPHELIN-DEB
                  THRU  7100-ORPHELIN-FIN
           END-IF.
      *
           PERFORM  6041-READNEXT-F-CAF-ES-DEB
              THRU  6041-READNEXT-F-CAF-ES-FIN.
      *
       1105-TESTE-CAFA-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1110 RELATION CAFF
      * CAF0101 -> FOUR0101 : FOURNISSEUR DU CATALOGUE
      *----------------------------------------------------
       1110-REL-CAFF-DEB.
      *
           MOVE 'CAFF'                  TO WS-EXC-REL.
           MOVE 'CAF0101'               TO WS-EXC-FIC.
           MOVE 'FOUR0101'              TO WS-EXC-FIC-REF.
           MOVE 'CAF0101 -> FOUR0101 : FOURNISSEUR DU CATALOGUE'
                                        TO WS-LREF-SEC-LIB-ED.
           PERFORM  7050-DEBUT-RELATION-DEB
              THRU  7050-DEBUT-RELATION-FIN.
      *
           PERFORM  6040-START-F-CAF-ES-DEB
              THRU  6040-START-F-CAF-ES-FIN.
           IF  NOT CAF-FIN
               PERFORM  6041-READNEXT-F-CAF-ES-DEB
                  THRU  6041-READNEXT-F-CAF-ES-FIN
           END-IF.
           PERFORM  1115-TESTE-CAFF-DEB
              THRU  1115-TESTE-CAFF-FIN
             UNTIL  CAF-FIN.
      *
           PERFORM  7060-FIN-RELATION-DEB
              THRU  7060-FIN-RELATION-FIN.
      *
       1110-REL-CAFF-FIN.
           EXIT.
       1115-TESTE-CAFF-DEB.
      *
           ADD  1                       TO WS-NB-SEC-LUS.
           MOVE WS-CAF-FOU-CODE         TO WS-CLE-CHERCHE.
           PERFORM  6086-READ-F-FOUR-E-DEB
              THRU  6086-READ-F-FOUR-E-FIN.
           IF  FOUR-INEXISTANT
               MOVE WS-CAF-CLE          TO WS-EXC-CLE
               MOVE WS-CAF-FOU-CODE     TO WS-EXC-VALEUR
               PERFORM  7100-ORPHELIN-DEB
                  THRU  7100-ORPHELIN-FIN
           END-IF.
      *
           PERFORM  6041-READNEXT-F-CAF-ES-DEB
              THRU  6041-READNEXT-F-CAF-ES-FIN.
      *
       1115-TESTE-CAFF-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1120 RELATION SUBA
      * SUB0101 -> ART0101 : ARTICLE OU SUBSTITUT
      *----------------------------------------------------
       1120-REL-SUBA-DEB.
      *
           MOVE 'SUBA'                  TO WS-EXC-REL.
           MOVE 'SUB0101'               TO WS-EXC-FIC.
           MOVE 'ART0101'               TO WS-EXC-FIC-REF.
           MOVE 'SUB0101 -> ART0101 : ARTICLE OU SUBSTITUT'
                                        TO WS-LREF-SEC-LIB-ED.
           PERFORM  7050-DEBUT-RELATION-DEB
              THRU  7050-DEBUT-RELATION-FIN.
      *
           PERFORM  6050-START-F-SUB-ES-DEB
              THRU  6050-START-F-SUB-ES-FIN.
           IF  NOT SUB-FIN
               PERFORM  6051-READNEXT-F-SUB-ES-DEB
                  THRU  6051-READNEXT-F-SUB-ES-FIN
           END-IF.
           PERFORM  1125-TESTE-SUBA-DEB
              THRU  1125-TESTE-SUBA-FIN
             UNTIL  SUB-FIN.
      *
           PERFORM  7060-FIN-RELATION-DEB
              THRU  7060-FIN-RELATION-FIN.
      *
       1120-REL-SUBA-FIN.
           EXIT.
       1125-TESTE-SUBA-DEB.
      *
           ADD  1                       TO WS-NB-SEC-LUS.
           MOVE WS-SUB-ART-CODE         TO WS-CLE-CHERCHE.
           PERFORM  6065-READ-F-ART-E-DEB
              THRU  6065-READ-F-ART-E-FIN.
           IF  ART-OK
               MOVE WS-SUB-ART-SUBST    TO WS-CLE-CHERCHE
               PERFORM  6065-READ-F-ART-E-DEB
                  THRU  6065-READ-F-ART-E-FIN
           END-IF.
           IF  ART-INEXISTANT
               MOVE WS-SUB-CLE          TO WS-EXC-CLE
               MOVE WS-CLE-CHERCHE      TO WS-EXC-VALEUR
               PERFORM  7100-ORPHELIN-DEB
                  THRU  7100-ORPHELIN-FIN
           END-IF.
      *
           PERFORM  6051-READNEXT-F-SUB-ES-DEB
              THRU  6051-READNEXT-F-SUB-ES-FIN.
      *
       1125-TESTE-SUBA-FIN.
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
           OPEN I-O F-LOT-ES.
           IF WS-FS-LOT-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-LOT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-RSV-ES.
           IF WS-FS-RSV-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-RSV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RSV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-NOM-ES.
           IF WS-FS-NOM-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-NOM-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-NOM-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-CAF-ES.
           IF WS-FS-CAF-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CAF-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CAF-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-SUB-ES.
           IF WS-FS-SUB-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-SUB-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SUB-ES
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
           OPEN INPUT F-EMP-E.
           IF WS-FS-EMP-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-EMP-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-EMP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-DEP-E.
           IF WS-FS-DEP-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-DEP-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DEP-E
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
           OPEN INPUT F-CATG-E.
           IF WS-FS-CATG-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CATG-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CATG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-EXC-S.
           IF WS-FS-EXC-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-EXC-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-EXC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-REF-S.
           IF WS-FS-ETAT-REF-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-REF-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-REF-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 POSITIONNE F-LOT-ES EN DEBUT DE FICHIER
      *------------------------------------
       6010-START-F-LOT-ES-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-LOT.
           START F-LOT-ES
             KEY IS NOT LESS THAN FS-KEY-LOT
           END-START.
           IF LOT-INEXISTANT
              SET LOT-FIN                TO TRUE
           ELSE
              IF NOT LOT-OK
                 DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-LOT-ES'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6010-START-F-LOT-ES-FIN.
           EXIT.
      *-------------------------------------
      *6011 LIT L ENREGISTREMENT SUIVANT SUR F-LOT-ES
      *------------------------------------
       6011-READNEXT-F-LOT-ES-DEB.
      *
           READ F-LOT-ES NEXT RECORD INTO WS-LOT-ENR.
           IF NOT (LOT-OK OR LOT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6011-READNEXT-F-LOT-ES-FIN.
           EXIT.
      *-------------------------------------
      *6013 REECRIT L ENREGISTREMENT COURANT DE F-LOT-ES (DERNIER LU)
      *------------------------------------
       6013-REWRITE-F-LOT-ES-DEB.
      *
           REWRITE FS-BUFF-F-LOT-ES FROM WS-LOT-ENR.
           IF NOT LOT-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-LOT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6013-REWRITE-F-LOT-ES-FIN.
           EXIT.
      *-------------------------------------
      *6020 POSITIONNE F-RSV-ES EN DEBUT DE FICHIER
      *------------------------------------
       6020-START-F-RSV-ES-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-RSV.
           START F-RSV-ES
             KEY IS NOT LESS THAN FS-KEY-RSV
           END-START.
           IF RSV-INEXISTANT
              SET RSV-FIN                TO TRUE
           ELSE
              IF NOT RSV-OK
                 DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-RSV-ES'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-RSV-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6020-START-F-RSV-ES-FIN.
           EXIT.
      *-------------------------------------
      *6021 LIT L ENREGISTREMENT SUIVANT SUR F-RSV-ES
      *------------------------------------
       6021-READNEXT-F-RSV-ES-DEB.
      *
           READ F-RSV-ES NEXT RECORD INTO WS-RSV-ENR.
           IF NOT (RSV-OK OR RSV-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-RSV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RSV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6021-READNEXT-F-RSV-ES-FIN.
           EXIT.
      *-------------------------------------
      *6022 SUPPRIME L ENREGISTREMENT COURANT DE F-RSV-ES (DERNIER LU)
      *------------------------------------
       6022-DELETE-F-RSV-ES-DEB.
      *
           DELETE F-RSV-ES RECORD.
           IF NOT RSV-OK
              DISPLAY 'PROBLEME DE SUPPRESSION FICHIER F-RSV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RSV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6022-DELETE-F-RSV-ES-FIN.
           EXIT.
      *-------------------------------------
      *6030 POSITIONNE F-NOM-ES EN DEBUT DE FICHIER
      *------------------------------------
       6030-START-F-NOM-ES-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-NOM.
           START F-NOM-ES
             KEY IS NOT LESS THAN FS-KEY-NOM
           END-START.
           IF NOM-INEXISTANT
              SET NOM-FIN                TO TRUE
           ELSE
              IF NOT NOM-OK
                 DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-NOM-ES'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-NOM-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6030-START-F-NOM-ES-FIN.
           EXIT.
      *-------------------------------------
      *6031 LIT L ENREGISTREMENT SUIVANT SUR F-NOM-ES
      *------------------------------------
       6031-READNEXT-F-NOM-ES-DEB.
      *
           READ F-NOM-ES NEXT RECORD INTO WS-NOM-ENR.
           IF NOT (NOM-OK OR NOM-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-NOM-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-NOM-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6031-READNEXT-F-NOM-ES-FIN.
           EXIT.
      *-------------------------------------
      *6032 SUPPRIME L ENREGISTREMENT COURANT DE F-NOM-ES (DERNIER LU)
      *------------------------------------
       6032-DELETE-F-NOM-ES-DEB.
      *
           DELETE F-NOM-ES RECORD.
           IF NOT NOM-OK
              DISPLAY 'PROBLEME DE SUPPRESSION FICHIER F-NOM-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-NOM-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6032-DELETE-F-NOM-ES-FIN.
           EXIT.
      *-------------------------------------
      *6040 POSITIONNE F-CAF-ES EN DEBUT DE FICHIER
      *------------------------------------
       6040-START-F-CAF-ES-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-CAF.
           START F-CAF-ES
             KEY IS NOT LESS THAN FS-KEY-CAF
           END-START.
           IF CAF-INEXISTANT
              SET CAF-FIN                TO TRUE
           ELSE
              IF NOT CAF-OK
                 DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-CAF-ES'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-CAF-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6040-START-F-CAF-ES-FIN.
           EXIT.
      *-------------------------------------
      *6041 LIT L ENREGISTREMENT SUIVANT SUR F-CAF-ES
      *------------------------------------
       6041-READNEXT-F-CAF-ES-DEB.
      *
           READ F-CAF-ES NEXT RECORD INTO WS-CAF-ENR.
           IF NOT (CAF-OK OR CAF-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CAF-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CAF-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6041-READNEXT-F-CAF-ES-FIN.
           EXIT.
      *-------------------------------------
      *6042 SUPPRIME L ENREGISTREMENT COURANT DE F-CAF-ES (DERNIER LU)
      *------------------------------------
       6042-DELETE-F-CAF-ES-DEB.
      *
           DELETE F-CAF-ES RECORD.
           IF NOT CAF-OK
              DISPLAY 'PROBLEME DE SUPPRESSION FICHIER F-CAF-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CAF-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6042-DELETE-F-CAF-ES-FIN.
           EXIT.
      *-------------------------------------
      *6050 POSITIONNE F-SUB-ES EN DEBUT DE FICHIER
      *------------------------------------
       6050-START-F-SUB-ES-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-SUB.
           START F-SUB-ES
             KEY IS NOT LESS THAN FS-KEY-SUB
           END-START.
           IF SUB-INEXISTANT
              SET SUB-FIN                TO TRUE
           ELSE
              IF NOT SUB-OK
                 DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-SUB-ES'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-SUB-ES
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6050-START-F-SUB-ES-FIN.
           EXIT.
      *-------------------------------------
      *6051 LIT L ENREGISTREMENT SUIVANT SUR F-SUB-ES
      *------------------------------------
       6051-READNEXT-F-SUB-ES-DEB.
      *
           READ F-SUB-ES NEXT RECORD INTO WS-SUB-ENR.
           IF NOT (SUB-OK OR SUB-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SUB-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SUB-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6051-READNEXT-F-SUB-ES-FIN.
           EXIT.
      *-------------------------------------
      *6052 SUPPRIME L ENREGISTREMENT COURANT DE F-SUB-ES (DERNIER LU)
      *------------------------------------
       6052-DELETE-F-SUB-ES-DEB.
      *
           DELETE F-SUB-ES RECORD.
           IF NOT SUB-OK
              DISPLAY 'PROBLEME DE SUPPRESSION FICHIER F-SUB-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SUB-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6052-DELETE-F-SUB-ES-FIN.
           EXIT.
      *-------------------------------------
      *6060 POSITIONNE F-ART-E EN DEBUT DE FICHIER
      *------------------------------------
       6060-START-F-ART-E-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-ART.
           START F-ART-E
             KEY IS NOT LESS THAN FS-KEY-ART
           END-START.
           IF ART-INEXISTANT
              SET ART-FIN                TO TRUE
           ELSE
              IF NOT ART-OK
                 DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-ART-E'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6060-START-F-ART-E-FIN.
           EXIT.
      *-------------------------------------
      *6061 LIT L ENREGISTREMENT SUIVANT SUR F-ART-E
      *------------------------------------
       6061-READNEXT-F-ART-E-DEB.
      *
           READ F-ART-E NEXT RECORD INTO WS-ART-ENR.
           IF NOT (ART-OK OR ART-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6061-READNEXT-F-ART-E-FIN.
           EXIT.
      *-------------------------------------
      *6070 POSITIONNE F-EMP-E EN DEBUT DE FICHIER
      *------------------------------------
       6070-START-F-EMP-E-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-EMP.
           START F-EMP-E
             KEY IS NOT LESS THAN FS-KEY-EMP
           END-START.
           IF EMP-INEXISTANT
              SET EMP-FIN                TO TRUE
           ELSE
              IF NOT EMP-OK
                 DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-EMP-E'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-EMP-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6070-START-F-EMP-E-FIN.
           EXIT.
      *-------------------------------------
      *6071 LIT L ENREGISTREMENT SUIVANT SUR F-EMP-E
      *------------------------------------
       6071-READNEXT-F-EMP-E-DEB.
      *
           READ F-EMP-E NEXT RECORD INTO WS-EMP-ENR.
           IF NOT (EMP-OK OR EMP-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-EMP-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-EMP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6071-READNEXT-F-EMP-E-FIN.
           EXIT.
      *-------------------------------------
      *6065 CONTROLE L EXISTENCE DE LA CLE WS-CLE-CHERCHE SUR F-ART-E
      *------------------------------------
       6065-READ-F-ART-E-DEB.
      *
           MOVE WS-CLE-CHERCHE           TO FS-KEY-ART.
           READ F-ART-E
             KEY IS FS-KEY-ART
           END-READ.
           IF NOT (ART-OK OR ART-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6065-READ-F-ART-E-FIN.
           EXIT.
      *-------------------------------------
      *6075 CONTROLE L EXISTENCE DE LA CLE WS-CLE-CHERCHE SUR F-EMP-E
      *------------------------------------
       6075-READ-F-EMP-E-DEB.
      *
           MOVE WS-CLE-CHERCHE           TO FS-KEY-EMP.
           READ F-EMP-E
             KEY IS FS-KEY-EMP
           END-READ.
           IF NOT (EMP-OK OR EMP-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-EMP-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-EMP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6075-READ-F-EMP-E-FIN.
           EXIT.
      *-------------------------------------
      *6085 CONTROLE L EXISTENCE DE LA CLE WS-CLE-CHERCHE SUR F-DEP-E
      *------------------------------------
       6085-READ-F-DEP-E-DEB.
      *
           MOVE WS-CLE-CHERCHE           TO FS-KEY-DEP.
           READ F-DEP-E
             KEY IS FS-KEY-DEP
           END-READ.
           IF NOT (DEP-OK OR DEP-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DEP-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DEP-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6085-READ-F-DEP-E-FIN.
           EXIT.
      *-------------------------------------
      *6086 CONTROLE L EXISTENCE DE LA CLE WS-CLE-CHERCHE SUR F-FOUR-E
      *------------------------------------
       6086-READ-F-FOUR-E-DEB.
      *
           MOVE WS-CLE-CHERCHE           TO FS-KEY-FOUR.
           READ F-FOUR-E
             KEY IS FS-KEY-FOUR
           END-READ.
           IF NOT (FOUR-OK OR FOUR-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FOUR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FOUR-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6086-READ-F-FOUR-E-FIN.
           EXIT.
      *-------------------------------------
      *6087 CONTROLE L EXISTENCE DE LA CLE WS-CLE-CHERCHE SUR F-CATG-E
      *------------------------------------
       6087-READ-F-CATG-E-DEB.
      *
           MOVE WS-CLE-CHERCHE           TO FS-KEY-CATG.
           READ F-CATG-E
             KEY IS FS-KEY-CATG
           END-READ.
           IF NOT (CATG-OK OR CATG-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CATG-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CATG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6087-READ-F-CATG-E-FIN.
           EXIT.
      *-------------------------------------
      *6088 ECRIT L EXCEPTION COURANTE SUR F-EXC-S
      *------------------------------------
       6088-WRITE-F-EXC-S-DEB.
      *
           WRITE FS-BUFF-F-EXC-S FROM WS-EXC-ENR.
           IF WS-FS-EXC-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-EXC-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-EXC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6088-WRITE-F-EXC-S-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-LOT-ES.
           CLOSE F-RSV-ES.
           CLOSE F-NOM-ES.
           CLOSE F-CAF-ES.
           CLOSE F-SUB-ES.
           CLOSE F-ART-E.
           CLOSE F-EMP-E.
           CLOSE F-DEP-E.
           CLOSE F-FOUR-E.
           CLOSE F-CATG-E.
           CLOSE F-EXC-S.
           CLOSE F-ETAT-REF-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LA DATE DU JOUR ET CONTROLE LES RELATIONS A
      *     NETTOYER DEMANDEES EN SYSIN
      *------------------------------------
       7000-INIT-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE WS-DATEJ-JJ   TO WS-LREF-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LREF-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LREF-DATE-ED (7:4).
      *
           MOVE SPACES                  TO WS-SYSIN-REF.
           ACCEPT WS-SYSIN-REF FROM SYSIN.
           PERFORM  7005-CONTROLE-SYSIN-DEB
              THRU  7005-CONTROLE-SYSIN-FIN
             VARYING WS-IND-SYS FROM 1 BY 1
             UNTIL  WS-IND-SYS > 10.
      *
       7000-INIT-FIN.
           EXIT.
       7005-CONTROLE-SYSIN-DEB.
      *
           IF  WS-SYS-REL (WS-IND-SYS) NOT = SPACES
               AND NOT SYS-REL-NETTOYABLE (WS-IND-SYS)
               DISPLAY 'RELATION SYSIN NON NETTOYABLE : '
                       WS-SYS-REL (WS-IND-SYS)
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       7005-CONTROLE-SYSIN-FIN.
           EXIT.
      *-------------------------------------
      *7050 OUVRE LA SECTION DE LA RELATION WS-EXC-REL : COMPTEURS A
      *     ZERO, NETTOYAGE DEMANDE OU NON, ENTETE DE SECTION
      *------------------------------------
       7050-DEBUT-RELATION-DEB.
      *
           ADD  1                       TO WS-NB-RELATIONS.
           MOVE ZERO                    TO WS-NB-SEC-LUS
                                           WS-NB-SEC-ORPH
                                           WS-NB-SEC-NET.
           SET  CONTROLE-SEUL           TO TRUE.
           PERFORM  7055-TESTE-SYSIN-DEB
              THRU  7055-TESTE-SYSIN-FIN
             VARYING WS-IND-SYS FROM 1 BY 1
             UNTIL  WS-IND-SYS > 10
                 OR NETTOYAGE-DEMANDE.
      *
           MOVE WS-EXC-REL              TO WS-LREF-SEC-REL-ED.
           IF  NETTOYAGE-DEMANDE
               MOVE '(NETTOYAGE)'       TO WS-LREF-SEC-MODE-ED
           ELSE
               MOVE '(SIGNALEMENT)'     TO WS-LREF-SEC-MODE-ED
           END-IF.
           WRITE FS-BUFF-F-ETAT-REF-S FROM WS-LREF-BLANC.
           WRITE FS-BUFF-F-ETAT-REF-S FROM WS-LREF-SECTION.
           WRITE FS-BUFF-F-ETAT-REF-S FROM WS-LREF-INTITULE.
           WRITE FS-BUFF-F-ETAT-REF-S FROM WS-LREF-TIRET.
      *
       7050-DEBUT-RELATION-FIN.
           EXIT.
       7055-TESTE-SYSIN-DEB.
      *
           IF  WS-SYS-REL (WS-IND-SYS) = WS-EXC-REL
               SET  NETTOYAGE-DEMANDE   TO TRUE
           END-IF.
      *
       7055-TESTE-SYSIN-FIN.
           EXIT.
      *-------------------------------------
      *7060 FERME LA SECTION DE LA RELATION EN COURS
      *------------------------------------
       7060-FIN-RELATION-DEB.
      *
           IF  WS-NB-SEC-ORPH = ZERO
               WRITE FS-BUFF-F-ETAT-REF-S FROM WS-LREF-AUCUN
           END-IF.
           MOVE WS-NB-SEC-LUS           TO WS-LREF-TLUS-ED.
           MOVE WS-NB-SEC-ORPH          TO WS-LREF-TORP-ED.
           MOVE WS-NB-SEC-NET           TO WS-LREF-TNET-ED.
           WRITE FS-BUFF-F-ETAT-REF-S FROM WS-LREF-TOTAL.
      *
       7060-FIN-RELATION-FIN.
           EXIT.
      *-------------------------------------
      *7100 TRAITE UN ORPHELIN DE LA RELATION EN COURS (CLE ET VALEUR
      *     DEJA POSEES DANS WS-EXC-ENR) : NETTOYAGE SI DEMANDE,
      *     EXCEPTION ET LIGNE D ETAT
      *------------------------------------
       7100-ORPHELIN-DEB.
      *
           ADD  1                       TO WS-NB-SEC-ORPH.
           ADD  1                       TO WS-NB-ORPHELINS.
           SET  EXC-SIGNALE             TO TRUE.
           MOVE 'SIGNALE'               TO WS-LREF-ACT-ED.
      *
           IF  NETTOYAGE-DEMANDE
               PERFORM  7110-NETTOIE-DEB
                  THRU  7110-NETTOIE-FIN
           END-IF.
      *
           MOVE WS-DATEJ-N              TO WS-EXC-DATE.
           PERFORM  6088-WRITE-F-EXC-S-DEB
              THRU  6088-WRITE-F-EXC-S-FIN.
      *
           MOVE WS-EXC-CLE              TO WS-LREF-CLE-ED.
           MOVE WS-EXC-VALEUR           TO WS-LREF-VAL-ED.
           WRITE FS-BUFF-F-ETAT-REF-S FROM WS-LREF-DETAIL.
      *
       7100-ORPHELIN-FIN.
           EXIT.
      *-------------------------------------
      *7110 NETTOIE L ORPHELIN COURANT SELON SA RELATION : REMISE A
      *     QUAI DU LOT (LOTE) OU SUPPRESSION DE L ENREGISTREMENT
      *------------------------------------
       7110-NETTOIE-DEB.
      *
           EVALUATE WS-EXC-REL
               WHEN 'LOTE'
                  MOVE SPACES           TO WS-LOT-EMPL
                  PERFORM  6013-REWRITE-F-LOT-ES-DEB
                     THRU  6013-REWRITE-F-LOT-ES-FIN
                  SET  EXC-CORRIGE      TO TRUE
                  MOVE 'REMIS A QUAI'   TO WS-LREF-ACT-ED
               WHEN 'RSVA'
                  PERFORM  6022-DELETE-F-RSV-ES-DEB
                     THRU  6022-DELETE-F-RSV-ES-FIN
                  SET  EXC-SUPPRIME     TO TRUE
               WHEN 'NOMP'
                  PERFORM  6032-DELETE-F-NOM-ES-DEB
                     THRU  6032-DELETE-F-NOM-ES-FIN
                  SET  EXC-SUPPRIME     TO TRUE
               WHEN 'CAFA'
                  PERFORM  6042-DELETE-F-CAF-ES-DEB
                     THRU  6042-DELETE-F-CAF-ES-FIN
                  SET  EXC-SUPPRIME     TO TRUE
               WHEN 'SUBA'
                  PERFORM  6052-DELETE-F-SUB-ES-DEB
                     THRU  6052-DELETE-F-SUB-ES-FIN
                  SET  EXC-SUPPRIME     TO TRUE
           END-EVALUATE.
           IF  EXC-SUPPRIME
               MOVE 'SUPPRIME'          TO WS-LREF-ACT-ED
           END-IF.
           IF  NOT EXC-SIGNALE
               ADD  1                   TO WS-NB-SEC-NET
               ADD  1                   TO WS-NB-NETTOYES
           END-IF.
      *
       7110-NETTOIE-FIN.
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
           WRITE FS-BUFF-F-ETAT-REF-S FROM WS-LREF-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-REF-S FROM WS-LREF-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO974             *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* RELATIONS CONTROLEES      : ' WS-NB-RELATIONS.
           DISPLAY '* ORPHELINS TROUVES         : ' WS-NB-ORPHELINS.
           DISPLAY '* ORPHELINS NETTOYES        : ' WS-NB-NETTOYES.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO974         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO974        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
