      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO945                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *EDITION DES BONS DE LIVRAISON ET DU MANIFESTE TRANSPORTEUR DES *
      *EXPEDITIONS DE VENTE D UNE JOURNEE. PARCOURT LES EXPEDITIONS   *
      *TRACEES PAR ARIC141 (EXV0101, COPY EXPEDVTE) DONT LA DATE      *
      *D EXPEDITION EST LA DATE DEMANDEE, REGROUPEES PAR DEPOT        *
      *D EXPEDITION (MEME PRINCIPE QU ARIO930) :                      *
      *- UN BON DE LIVRAISON PAR COMMANDE ET PAR DEPOT, AVEC L ADRESSE*
      *  DU CLIENT (CLI0101), ET POUR CHAQUE LIGNE L ARTICLE, LA      *
      *  QUANTITE LIVREE ET LES LOTS PRELEVES PAR LE FIFO (MOUVEMENTS *
      *  SORTIE D ARTMVTS DE MEME ARTICLE, MEME DATE ET MEME NUMERO   *
      *  DE TACHE QUE L EXPEDITION) ;                                 *
      *- UN MANIFESTE PAR DEPOT (ADRESSE DE DEP0101) LISTANT CHAQUE   *
      *  COMMANDE EXPEDIEE DANS LA JOURNEE, A FAIRE SIGNER PAR LE     *
      *  TRANSPORTEUR A L ENLEVEMENT.                                 *
      *LE PROGRAMME NE MET A JOUR AUCUN FICHIER : IL PEUT ETRE RELANCE*
      *POUR REEDITER LES BONS D UNE JOURNEE PASSEE SANS RIEN EXPEDIER *
      *A NOUVEAU.                                                     *
      *SYSIN  -> DATE D EXPEDITION AAAAMMJJ (8 CHIFFRES, DATE DU JOUR *
      *          PAR DEFAUT)                                          *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! LIGNE LIVREE EN SUBSTITUTION (WS-EXV-ART-SUBST)*
      *               ! : MENTION DU SUBSTITUT SOUS LA LIGNE ARTICLE  *
      *               ! ET LOTS RECHERCHES SUR LE SUBSTITUT           *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO945.
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
      *                      F-EXV-E : FICHIER DES EXPEDITIONS DE VENTE
      *                      -------------------------------------------
           SELECT  F-EXV-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-EXV
                   FILE STATUS         IS WS-FS-EXV-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-AMVT-E : HISTORIQUE DES MOUVEMENTS DE
      *                      QUANTITE (LOTS PRELEVES A L EXPEDITION)
      *                      -------------------------------------------
           SELECT  F-AMVT-E            ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-AMVT
                   FILE STATUS         IS WS-FS-AMVT-E.
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
      *                      F-ART-E : FICHIER DES ARTICLES
      *                      -------------------------------------------
           SELECT  F-ART-E             ASSIGN TO INP004
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-ART
                   FILE STATUS         IS WS-FS-ART-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-DEP-E : FICHIER MAITRE DES DEPOTS
      *                      -------------------------------------------
           SELECT  F-DEP-E             ASSIGN TO INP005
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-DEP
                   FILE STATUS         IS WS-FS-DEP-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-BL-S : SYSOUT DES BONS DE LIVRAISON
      *                      -------------------------------------------
           SELECT  F-ETAT-BL-S         ASSIGN TO ETATBL
                   FILE STATUS         IS WS-FS-ETAT-BL-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-MAN-S : SYSOUT DES MANIFESTES
      *                      TRANSPORTEUR PAR DEPOT
      *                      -------------------------------------------
           SELECT  F-ETAT-MAN-S        ASSIGN TO ETATMAN
                   FILE STATUS         IS WS-FS-ETAT-MAN-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 INP003 INP004 INP005 ETATBL ETATMAN   *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *FICHIER DES EXPEDITIONS DE VENTE EN ENTREE
       FD  F-EXV-E
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-EXV-E.
           05  FS-KEY-EXV        PIC X(13).
           05  FILLER            PIC X(67).
      *HISTORIQUE DES MOUVEMENTS DE QUANTITE
       FD  F-AMVT-E
           RECORD CONTAINS 85 CHARACTERS.
       01  FS-BUFF-F-AMVT-E.
           05  FS-KEY-AMVT       PIC X(19).
           05  FILLER            PIC X(66).
      *FICHIER MAITRE DES CLIENTS EN ENTREE
       FD  F-CLI-E
           RECORD CONTAINS 130 CHARACTERS.
       01  FS-BUFF-F-CLI-E.
           05  FS-KEY-CLI        PIC X(6).
           05  FILLER            PIC X(124).
      *FICHIER ARTICLE EN ENTREE
       FD  F-ART-E
           RECORD CONTAINS 290 CHARACTERS.
       01  FS-BUFF-F-ART-E.
           05  FS-KEY-ART        PIC X(5).
           05  FILLER            PIC X(285).
      *FICHIER MAITRE DES DEPOTS EN ENTREE
       FD  F-DEP-E
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-BUFF-F-DEP-E.
           05  FS-KEY-DEP        PIC X(3).
           05  FILLER            PIC X(57).
      *EDITION DES BONS DE LIVRAISON EN SORTIE
       FD  F-ETAT-BL-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-BL-S   PIC X(80).
      *EDITION DES MANIFESTES TRANSPORTEUR EN SORTIE
       FD  F-ETAT-MAN-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-MAN-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY EXPEDVTE.
       COPY ARTMVTS.
       COPY CLIENT.
       COPY ARTICLE.
       COPY DEPOT.
      *FILE STATUS
       01  WS-FS-EXV-E       PIC X(2).
           88 EXV-OK                              VALUE '00'.
           88 EXV-FIN                             VALUE '10'.
           88 EXV-INEXISTANT                      VALUE '23'.
       01  WS-FS-AMVT-E      PIC X(2).
           88 AMVT-OK                             VALUE '00'.
           88 AMVT-FIN                            VALUE '10'.
           88 AMVT-INEXISTANT                     VALUE '23'.
       01  WS-FS-CLI-E       PIC X(2).
           88 CLI-OK                              VALUE '00'.
           88 CLI-INEXISTANT                      VALUE '23'.
       01  WS-FS-ART-E       PIC X(2).
           88 ART-OK                              VALUE '00'.
           88 ART-INEXISTANT                      VALUE '23'.
       01  WS-FS-DEP-E       PIC X(2).
           88 DEP-OK                              VALUE '00'.
           88 DEP-INEXISTANT                      VALUE '23'.
       01  WS-FS-ETAT-BL-S   PIC X(2).
           88 ETBL-OK                             VALUE '00'.
       01  WS-FS-ETAT-MAN-S  PIC X(2).
           88 ETMAN-OK                            VALUE '00'.
      *DATE D EXPEDITION DEMANDEE (SYSIN AAAAMMJJ, DATE DU JOUR PAR
      *DEFAUT)
       01  WS-SYSIN-DATE.
           05  WS-SDAT-X         PIC X(8).
           05  WS-SDAT-N REDEFINES WS-SDAT-X
                                 PIC 9(8).
       01  WS-DATE-EXPED     PIC 9(8) VALUE ZERO.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
      *TABLE DES DEPOTS RENCONTRES (REGROUPEMENT PAR DEPOT)
       01  WS-TAB-DEPOTS.
           05  WS-TDEP-CODE      PIC X(3) OCCURS 20.
       01  WS-NB-DEPOTS      PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-DEPOT      PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-DEP2       PIC S9(4) COMP VALUE ZERO.
       01  WS-DEPOT-COURANT  PIC X(3) VALUE SPACES.
       01  WS-SW-DEP-CONNU   PIC X.
           88 DEP-CONNU                           VALUE '1'.
           88 DEP-INCONNU                         VALUE '0'.
      *SWITCH FIN DE PARCOURS DU FICHIER DES EXPEDITIONS
       01  WS-SW-EXV-PARC    PIC X.
           88 EXV-PARC-ENCOURS                    VALUE '0'.
           88 EXV-PARC-FIN                        VALUE '1'.
      *SWITCH FIN DES MOUVEMENTS DE L ARTICLE A LA DATE
       01  WS-SW-AMVT-ART    PIC X.
           88 AMVT-ART-ENCOURS                    VALUE '0'.
           88 AMVT-ART-FIN                        VALUE '1'.
      *BON DE LIVRAISON EN COURS : RUPTURE SUR COMMANDE ET CLIENT
       01  WS-SW-BL          PIC X.
           88 BL-OUVERT                           VALUE '1'.
           88 BL-FERME                            VALUE '0'.
       01  WS-VTE-NUM-PREC   PIC X(11) VALUE SPACES.
       01  WS-CLIENT-PREC    PIC X(6)  VALUE SPACES.
       01  WS-NB-LIGNES-BL   PIC 9(3)  VALUE ZERO.
       01  WS-QTE-BL         PIC 9(9)  VALUE ZERO.
       01  WS-NB-LOTS-LIGNE  PIC 9(3)  VALUE ZERO.
       01  WS-NB-CDE-DEPOT   PIC 9(5)  VALUE ZERO.
      *CLE DE POSITIONNEMENT SUR LES MOUVEMENTS DE L EXPEDITION
       01  WS-CLE-AMVT-CHERCHE.
           05  WS-CLE-AMVT-ART   PIC X(5).
           05  WS-CLE-AMVT-DATE  PIC 9(8).
      *LIGNES D EDITION DU BON DE LIVRAISON
       01  WS-LBL-TIRET      PIC X(80) VALUE ALL '-'.
       01  WS-LBL-BLANC      PIC X(80) VALUE SPACES.
       01  WS-LBL-ENTETE.
           05  FILLER            PIC X(18) VALUE 'BON DE LIVRAISON  '.
           05  FILLER            PIC X(5)  VALUE 'N0 : '.
           05  WS-LBL-NUM-ED     PIC X(11).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE 'DEPOT : '.
           05  WS-LBL-DEP-ED     PIC X(3).
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  FILLER            PIC X(14) VALUE 'EXPEDIE LE :  '.
           05  WS-LBL-DATE-ED    PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LBL-ADRESSE.
           05  FILLER            PIC X(40) VALUE SPACES.
           05  WS-LBL-ADR-ED     PIC X(40).
       01  WS-LBL-VILLE.
           05  FILLER            PIC X(40) VALUE SPACES.
           05  WS-LBL-CP-ED      PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LBL-VILLE-ED   PIC X(20).
           05  FILLER            PIC X(14) VALUE SPACES.
       01  WS-LBL-REF.
           05  FILLER            PIC X(8)  VALUE 'CLIENT :'.
           05  WS-LBL-CLI-ED     PIC X(6).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(20) VALUE 'VOTRE COMMANDE N0 : '.
           05  WS-LBL-VTE-ED     PIC X(11).
           05  FILLER            PIC X(31) VALUE SPACES.
       01  WS-LBL-INTITULE.
           05  FILLER            PIC X(4)  VALUE 'LG  '.
           05  FILLER            PIC X(8)  VALUE 'ARTICLE '.
           05  FILLER            PIC X(21) VALUE 'DESIGNATION'.
           05  FILLER            PIC X(12) VALUE '  QTE LIVREE'.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE 'LOT     '.
           05  FILLER            PIC X(9)  VALUE '  QTE LOT'.
           05  FILLER            PIC X(14) VALUE SPACES.
       01  WS-LBL-DETAIL.
           05  WS-LBL-LIGNE-ED   PIC 9(2).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LBL-ART-ED     PIC X(5).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LBL-LIB-ED     PIC X(20).
           05  FILLER            PIC X(7)  VALUE SPACES.
           05  WS-LBL-QTE-ED     PIC ZZZZZ9.
           05  FILLER            PIC X(35) VALUE SPACES.
       01  WS-LBL-SUBST.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(36)
               VALUE 'LIVRE EN SUBSTITUTION PAR L ARTICLE '.
           05  WS-LBL-SUBST-ED   PIC X(5).
           05  FILLER            PIC X(35) VALUE SPACES.
       01  WS-LBL-LOT.
           05  FILLER            PIC X(49) VALUE SPACES.
           05  WS-LBL-LOT-ED     PIC X(6).
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  WS-LBL-QLOT-ED    PIC ZZZZZ9.
           05  FILLER            PIC X(14) VALUE SPACES.
       01  WS-LBL-SANS-LOT.
           05  FILLER            PIC X(49) VALUE SPACES.
           05  FILLER            PIC X(31)
               VALUE '** LOTS NON RETROUVES **       '.
       01  WS-LBL-TOTAL.
           05  FILLER            PIC X(12) VALUE 'NB LIGNES : '.
           05  WS-LBL-NBL-ED     PIC ZZ9.
           05  FILLER            PIC X(18) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'TOTAL    '.
           05  WS-LBL-TOT-ED     PIC ZZZZZZZZ9.
           05  FILLER            PIC X(28) VALUE SPACES.
       01  WS-LBL-SIGNATURE.
           05  FILLER            PIC X(40)
               VALUE 'RECU EN BON ETAT LE :                   '.
           05  FILLER            PIC X(40)
               VALUE 'SIGNATURE DU CLIENT :                   '.
      *LIGNES D EDITION DU MANIFESTE TRANSPORTEUR
       01  WS-LMAN-ENTETE.
           05  FILLER            PIC X(40)
               VALUE 'MANIFESTE TRANSPORTEUR                  '.
           05  FILLER            PIC X(14) VALUE SPACES.
           05  FILLER            PIC X(14) VALUE 'EXPEDIE LE :  '.
           05  WS-LMAN-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LMAN-DEPOT.
           05  FILLER            PIC X(8)  VALUE 'DEPOT : '.
           05  WS-LMAN-DEP-ED    PIC X(3).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LMAN-DEPLIB-ED PIC X(20).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LMAN-DEPADR-ED PIC X(30).
           05  FILLER            PIC X(14) VALUE SPACES.
       01  WS-LMAN-INTITULE.
           05  FILLER            PIC X(14) VALUE 'N0 COMMANDE   '.
           05  FILLER            PIC X(8)  VALUE 'CLIENT  '.
           05  FILLER            PIC X(21) VALUE 'NOM'.
           05  FILLER            PIC X(6)  VALUE 'CP    '.
           05  FILLER            PIC X(16) VALUE 'VILLE'.
           05  FILLER            PIC X(6)  VALUE 'LIGNES'.
           05  FILLER            PIC X(9)  VALUE '      QTE'.
       01  WS-LMAN-DETAIL.
           05  WS-LMAN-NUM-ED    PIC X(11).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LMAN-CLI-ED    PIC X(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LMAN-NOM-ED    PIC X(20).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LMAN-CP-ED     PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LMAN-VILLE-ED  PIC X(15).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LMAN-NBL-ED    PIC ZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LMAN-QTE-ED    PIC ZZZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
       01  WS-LMAN-TOTAL.
           05  FILLER            PIC X(24)
               VALUE 'COMMANDES A ENLEVER :   '.
           05  WS-LMAN-NBC-ED    PIC ZZZZ9.
           05  FILLER            PIC X(51) VALUE SPACES.
       01  WS-LMAN-SIGNATURE.
           05  FILLER            PIC X(40)
               VALUE 'ENLEVE LE :          A :      H      '.
           05  FILLER            PIC X(40)
               VALUE 'SIGNATURE DU TRANSPORTEUR :             '.
      *COMPTEUR RENDU EXEC
       01  WS-NB-EXV-LUES    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-EXV-EDITEES PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-BL          PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-LOTS-EDITES PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-SANS-LOT    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-SUBST       PIC S9(6) COMP VALUE ZERO.
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
      * RECENSE LES DEPOTS D EXPEDITION DE LA JOURNEE PUIS EDITE LES  *
      * BONS DE LIVRAISON ET LE MANIFESTE DE CHAQUE DEPOT             *
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-DATE-DEB
              THRU  7000-INIT-DATE-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           MOVE ZERO                     TO WS-NB-DEPOTS.
           PERFORM  3000-RECENSE-DEPOTS-DEB
              THRU  3000-RECENSE-DEPOTS-FIN.
      *
           PERFORM  4000-SECTION-DEPOT-DEB
              THRU  4000-SECTION-DEPOT-FIN
             VARYING WS-IND-DEPOT FROM 1 BY 1
             UNTIL  WS-IND-DEPOT > WS-NB-DEPOTS.
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
      * TRT 3000 PREMIERE PASSE : TABLE DES DEPOTS D EXPEDITION DE LA
      * DATE DEMANDEE
      *----------------------------------------------------
       3000-RECENSE-DEPOTS-DEB.
      *
           SET  EXV-PARC-ENCOURS         TO TRUE.
           PERFORM  6010-START-F-EXV-E-DEB
              THRU  6010-START-F-EXV-E-FIN.
           IF  EXV-OK
               PERFORM  6015-READNEXT-F-EXV-E-DEB
                  THRU  6015-READNEXT-F-EXV-E-FIN
               PERFORM  3010-RECENSE-UNE-EXPED-DEB
                  THRU  3010-RECENSE-UNE-EXPED-FIN
                 UNTIL  EXV-PARC-FIN
           END-IF.
      *
       3000-RECENSE-DEPOTS-FIN.
           EXIT.
       3010-RECENSE-UNE-EXPED-DEB.
      *
           ADD  1                        TO WS-NB-EXV-LUES.
           IF  WS-EXV-DATE = WS-DATE-EXPED
               SET  DEP-INCONNU          TO TRUE
               PERFORM  3020-CHERCHE-DEPOT-DEB
                  THRU  3020-CHERCHE-DEPOT-FIN
                 VARYING WS-IND-DEP2 FROM 1 BY 1
                 UNTIL  WS-IND-DEP2 > WS-NB-DEPOTS
                     OR DEP-CONNU
               IF  DEP-INCONNU
                   IF  WS-NB-DEPOTS < 20
                       ADD  1            TO WS-NB-DEPOTS
                       MOVE WS-EXV-DEPOT
                           TO WS-TDEP-CODE(WS-NB-DEPOTS)
                   ELSE
                       DISPLAY 'PLUS DE 20 DEPOTS - DEPOT NON EDITE : '
                               WS-EXV-DEPOT
                   END-IF
               END-IF
           END-IF.
      *
           PERFORM  6015-READNEXT-F-EXV-E-DEB
              THRU  6015-READNEXT-F-EXV-E-FIN.
      *
       3010-RECENSE-UNE-EXPED-FIN.
           EXIT.
       3020-CHERCHE-DEPOT-DEB.
      *
           IF  WS-TDEP-CODE(WS-IND-DEP2) = WS-EXV-DEPOT
               SET  DEP-CONNU            TO TRUE
           END-IF.
      *
       3020-CHERCHE-DEPOT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 4000 EDITE LA SECTION D UN DEPOT : ENTETE DU MANIFESTE,
      * RELECTURE DES EXPEDITIONS DU JOUR DE CE DEPOT (UN BON PAR
      * COMMANDE), PIED DE MANIFESTE A SIGNER PAR LE TRANSPORTEUR
      *----------------------------------------------------
       4000-SECTION-DEPOT-DEB.
      *
           MOVE WS-TDEP-CODE(WS-IND-DEPOT) TO WS-DEPOT-COURANT.
           MOVE ZERO                     TO WS-NB-CDE-DEPOT.
           SET  BL-FERME                 TO TRUE.
           PERFORM  6050-READ-F-DEP-E-DEB
              THRU  6050-READ-F-DEP-E-FIN.
           PERFORM  8000-EDITION-ENTETE-MAN-DEB
              THRU  8000-EDITION-ENTETE-MAN-FIN.
      *
           SET  EXV-PARC-ENCOURS         TO TRUE.
           PERFORM  6010-START-F-EXV-E-DEB
              THRU  6010-START-F-EXV-E-FIN.
           IF  EXV-OK
               PERFORM  6015-READNEXT-F-EXV-E-DEB
                  THRU  6015-READNEXT-F-EXV-E-FIN
               PERFORM  4010-EDITE-UNE-EXPED-DEB
                  THRU  4010-EDITE-UNE-EXPED-FIN
                 UNTIL  EXV-PARC-FIN
           END-IF.
           IF  BL-OUVERT
               PERFORM  7200-CLOTURE-BL-DEB
                  THRU  7200-CLOTURE-BL-FIN
           END-IF.
      *
           PERFORM  8020-EDITION-PIED-MAN-DEB
              THRU  8020-EDITION-PIED-MAN-FIN.
      *
       4000-SECTION-DEPOT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 4010 EDITE L EXPEDITION COURANTE SI ELLE EST DE LA DATE ET
      * DU DEPOT TRAITES (RUPTURE DE BON SUR COMMANDE OU CLIENT) PUIS
      * LIT LA SUIVANTE
      *----------------------------------------------------
       4010-EDITE-UNE-EXPED-DEB.
      *
           IF  WS-EXV-DATE NOT = WS-DATE-EXPED
               OR WS-EXV-DEPOT NOT = WS-DEPOT-COURANT
               GO TO 4010-EDITE-UNE-EXPED-SUITE
           END-IF.
      *
           IF  BL-OUVERT
               AND (WS-EXV-VTE-NUM NOT = WS-VTE-NUM-PREC
                 OR WS-EXV-CLIENT NOT = WS-CLIENT-PREC)
               PERFORM  7200-CLOTURE-BL-DEB
                  THRU  7200-CLOTURE-BL-FIN
           END-IF.
           IF  BL-FERME
               PERFORM  7100-OUVRE-BL-DEB
                  THRU  7100-OUVRE-BL-FIN
           END-IF.
      *
           PERFORM  7300-LIGNE-BL-DEB
              THRU  7300-LIGNE-BL-FIN.
      *
       4010-EDITE-UNE-EXPED-SUITE.
           PERFORM  6015-READNEXT-F-EXV-E-DEB
              THRU  6015-READNEXT-F-EXV-E-FIN.
      *
       4010-EDITE-UNE-EXPED-FIN.
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
           OPEN INPUT F-EXV-E.
           IF WS-FS-EXV-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-EXV-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-EXV-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-AMVT-E.
           IF WS-FS-AMVT-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-AMVT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-AMVT-E
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
           OPEN INPUT F-ART-E.
           IF WS-FS-ART-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
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
           OPEN OUTPUT F-ETAT-BL-S.
           IF WS-FS-ETAT-BL-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-BL-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-BL-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-MAN-S.
           IF WS-FS-ETAT-MAN-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-MAN-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-MAN-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 POSITIONNE F-EXV-E SUR LA PREMIERE EXPEDITION
      *------------------------------------
       6010-START-F-EXV-E-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-EXV.
           START F-EXV-E
             KEY IS NOT LESS THAN FS-KEY-EXV
           END-START.
           IF EXV-INEXISTANT OR EXV-FIN
              SET  EXV-PARC-FIN          TO TRUE
           ELSE
              IF NOT EXV-OK
                 DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-EXV-E'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-EXV-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6010-START-F-EXV-E-FIN.
           EXIT.
      *-------------------------------------
      *6015 LIT L EXPEDITION SUIVANTE SUR F-EXV-E
      *------------------------------------
       6015-READNEXT-F-EXV-E-DEB.
      *
           READ F-EXV-E NEXT RECORD INTO WS-EXV-ENR.
           IF EXV-FIN
              SET  EXV-PARC-FIN          TO TRUE
           ELSE
              IF NOT EXV-OK
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-EXV-E'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-EXV-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6015-READNEXT-F-EXV-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 POSITIONNE F-AMVT-E SUR LE PREMIER MOUVEMENT DE L ARTICLE
      *     DE L EXPEDITION A LA DATE D EXPEDITION
      *------------------------------------
       6020-START-F-AMVT-E-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-AMVT.
           MOVE WS-CLE-AMVT-CHERCHE      TO FS-KEY-AMVT (1:13).
           START F-AMVT-E
             KEY IS NOT LESS THAN FS-KEY-AMVT
           END-START.
           IF NOT (AMVT-OK OR AMVT-INEXISTANT OR AMVT-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-AMVT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-AMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-START-F-AMVT-E-FIN.
           EXIT.
      *-------------------------------------
      *6025 LIT LE MOUVEMENT SUIVANT SUR F-AMVT-E
      *------------------------------------
       6025-READNEXT-F-AMVT-E-DEB.
      *
           READ F-AMVT-E NEXT RECORD INTO WS-AMVT-ENR.
           IF NOT (AMVT-OK OR AMVT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-AMVT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-AMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6025-READNEXT-F-AMVT-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 LIT LE CLIENT DU BON - ABSENT : NOM INCONNU, LE BON EST
      *     EDITE QUAND MEME
      *------------------------------------
       6030-READ-F-CLI-E-DEB.
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
       6030-READ-F-CLI-E-FIN.
           EXIT.
      *-------------------------------------
      *6040 LIT L ARTICLE DE L EXPEDITION - ABSENT : LIBELLE INCONNU
      *------------------------------------
       6040-READ-F-ART-E-DEB.
      *
           MOVE WS-EXV-ART-CODE          TO FS-KEY-ART.
           READ F-ART-E INTO WS-ART-ENR.
           IF ART-INEXISTANT
              MOVE WS-EXV-ART-CODE       TO WS-ART-CODE
              MOVE '** ART. INCONNU **'  TO WS-ART-LIBEL
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
      *6050 LIT LE DEPOT TRAITE - ABSENT : LIBELLE INCONNU, LE
      *     MANIFESTE EST EDITE QUAND MEME
      *------------------------------------
       6050-READ-F-DEP-E-DEB.
      *
           MOVE WS-DEPOT-COURANT         TO FS-KEY-DEP.
           READ F-DEP-E INTO WS-DEP-ENR.
           IF DEP-INEXISTANT
              MOVE SPACES                TO WS-DEP-ENR
              MOVE WS-DEPOT-COURANT      TO WS-DEP-CODE
              MOVE '** DEPOT INCONNU **' TO WS-DEP-LIBEL
           ELSE
              IF NOT DEP-OK
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DEP-E'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-DEP-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6050-READ-F-DEP-E-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-EXV-E.
           CLOSE F-AMVT-E.
           CLOSE F-CLI-E.
           CLOSE F-ART-E.
           CLOSE F-DEP-E.
           CLOSE F-ETAT-BL-S.
           CLOSE F-ETAT-MAN-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 LIT LA DATE D EXPEDITION DEMANDEE EN SYSIN (AAAAMMJJ) -
      *     CARTE ABSENTE OU NON NUMERIQUE = DATE DU JOUR
      *------------------------------------
       7000-INIT-DATE-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE SPACES                  TO WS-SDAT-X.
           ACCEPT WS-SYSIN-DATE FROM SYSIN.
           IF  WS-SDAT-X NUMERIC
               MOVE WS-SDAT-N           TO WS-DATE-EXPED
           ELSE
               MOVE WS-DATEJ-N          TO WS-DATE-EXPED
           END-IF.
           MOVE WS-DATE-EXPED (7:2)     TO WS-LBL-DATE-ED (1:2).
           MOVE WS-DATE-EXPED (5:2)     TO WS-LBL-DATE-ED (4:2).
           MOVE WS-DATE-EXPED (1:4)     TO WS-LBL-DATE-ED (7:4).
           MOVE WS-LBL-DATE-ED          TO WS-LMAN-DATE-ED.
      *
       7000-INIT-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7100 OUVRE UN NOUVEAU BON DE LIVRAISON : ENTETE EDITEE AVEC
      *     L ADRESSE DU CLIENT
      *------------------------------------
       7100-OUVRE-BL-DEB.
      *
           MOVE WS-EXV-VTE-NUM          TO WS-VTE-NUM-PREC.
           MOVE WS-EXV-CLIENT           TO WS-CLIENT-PREC.
           MOVE ZERO                    TO WS-NB-LIGNES-BL.
           MOVE ZERO                    TO WS-QTE-BL.
           SET  BL-OUVERT               TO TRUE.
           ADD  1                       TO WS-NB-BL.
      *
           PERFORM  6030-READ-F-CLI-E-DEB
              THRU  6030-READ-F-CLI-E-FIN.
           PERFORM  8100-EDITION-ENTETE-BL-DEB
              THRU  8100-EDITION-ENTETE-BL-FIN.
      *
       7100-OUVRE-BL-FIN.
           EXIT.
      *-------------------------------------
      *7200 CLOTURE LE BON EN COURS : TOTAL ET ZONE DE SIGNATURE DU
      *     CLIENT, LIGNE DU MANIFESTE DU DEPOT
      *------------------------------------
       7200-CLOTURE-BL-DEB.
      *
           MOVE WS-NB-LIGNES-BL         TO WS-LBL-NBL-ED.
           MOVE WS-QTE-BL               TO WS-LBL-TOT-ED.
           WRITE FS-BUFF-F-ETAT-BL-S FROM WS-LBL-TIRET.
           WRITE FS-BUFF-F-ETAT-BL-S FROM WS-LBL-TOTAL.
           WRITE FS-BUFF-F-ETAT-BL-S FROM WS-LBL-BLANC.
           WRITE FS-BUFF-F-ETAT-BL-S FROM WS-LBL-BLANC.
           WRITE FS-BUFF-F-ETAT-BL-S FROM WS-LBL-SIGNATURE.
      *
           PERFORM  8010-EDITION-DETAIL-MAN-DEB
              THRU  8010-EDITION-DETAIL-MAN-FIN.
           SET  BL-FERME                TO TRUE.
      *
       7200-CLOTURE-BL-FIN.
           EXIT.
      *-------------------------------------
      *7300 PORTE L EXPEDITION SUR LE BON EN COURS : LIGNE ARTICLE
      *     PUIS UNE LIGNE PAR LOT PRELEVE
      *------------------------------------
       7300-LIGNE-BL-DEB.
      *
           ADD  1                       TO WS-NB-LIGNES-BL.
           ADD  WS-EXV-QTE              TO WS-QTE-BL.
           ADD  1                       TO WS-NB-EXV-EDITEES.
           PERFORM  6040-READ-F-ART-E-DEB
              THRU  6040-READ-F-ART-E-FIN.
           PERFORM  8110-EDITION-LIGNE-BL-DEB
              THRU  8110-EDITION-LIGNE-BL-FIN.
      *
      *    LIGNE SERVIE PAR UN SUBSTITUT : LES LOTS PRELEVES SONT
      *    CEUX DU SUBSTITUT
           MOVE ZERO                    TO WS-NB-LOTS-LIGNE.
           IF  WS-EXV-ART-SUBST NOT = SPACES
               AND WS-EXV-ART-SUBST NOT = LOW-VALUES
               ADD  1                   TO WS-NB-SUBST
               PERFORM  8115-EDITION-SUBST-BL-DEB
                  THRU  8115-EDITION-SUBST-BL-FIN
               MOVE WS-EXV-ART-SUBST    TO WS-CLE-AMVT-ART
           ELSE
               MOVE WS-EXV-ART-CODE     TO WS-CLE-AMVT-ART
           END-IF.
           MOVE WS-EXV-DATE             TO WS-CLE-AMVT-DATE.
           SET  AMVT-ART-ENCOURS        TO TRUE.
           PERFORM  6020-START-F-AMVT-E-DEB
              THRU  6020-START-F-AMVT-E-FIN.
           IF  AMVT-OK
               PERFORM  6025-READNEXT-F-AMVT-E-DEB
                  THRU  6025-READNEXT-F-AMVT-E-FIN
               PERFORM  7310-TESTE-UN-MVT-DEB
                  THRU  7310-TESTE-UN-MVT-FIN
                 UNTIL  AMVT-FIN OR AMVT-ART-FIN
           END-IF.
           IF  WS-NB-LOTS-LIGNE = ZERO
               ADD  1                   TO WS-NB-SANS-LOT
               WRITE FS-BUFF-F-ETAT-BL-S FROM WS-LBL-SANS-LOT
           END-IF.
      *
       7300-LIGNE-BL-FIN.
           EXIT.
      *-------------------------------------
      *7310 RETIENT LE MOUVEMENT S IL EST UN PRELEVEMENT SUR LOT DE
      *     CETTE EXPEDITION (SORTIE, MEME TERMINAL, MEME TACHE)
      *------------------------------------
       7310-TESTE-UN-MVT-DEB.
      *
           IF  WS-AMVT-ART-CODE NOT = WS-CLE-AMVT-ART
               OR WS-AMVT-DATE NOT = WS-CLE-AMVT-DATE
               SET  AMVT-ART-FIN        TO TRUE
           ELSE
               IF  AMVT-SORTIE
                   AND WS-AMVT-TASK = WS-EXV-TASK
                   AND WS-AMVT-TERM = WS-EXV-TERM
                   AND WS-AMVT-LOT NOT = SPACES
                   ADD  1               TO WS-NB-LOTS-LIGNE
                   PERFORM  8120-EDITION-LOT-BL-DEB
                      THRU  8120-EDITION-LOT-BL-FIN
               END-IF
               PERFORM  6025-READNEXT-F-AMVT-E-DEB
                  THRU  6025-READNEXT-F-AMVT-E-FIN
           END-IF.
      *
       7310-TESTE-UN-MVT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *8000 EDITE L ENTETE DU MANIFESTE DU DEPOT (NOUVELLE PAGE)
      *------------------------------------
       8000-EDITION-ENTETE-MAN-DEB.
      *
           MOVE WS-DEPOT-COURANT        TO WS-LMAN-DEP-ED.
           MOVE WS-DEP-LIBEL            TO WS-LMAN-DEPLIB-ED.
           MOVE WS-DEP-ADRESSE          TO WS-LMAN-DEPADR-ED.
           WRITE FS-BUFF-F-ETAT-MAN-S FROM WS-LMAN-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-MAN-S FROM WS-LBL-BLANC.
           WRITE FS-BUFF-F-ETAT-MAN-S FROM WS-LMAN-DEPOT.
           WRITE FS-BUFF-F-ETAT-MAN-S FROM WS-LBL-BLANC.
           WRITE FS-BUFF-F-ETAT-MAN-S FROM WS-LMAN-INTITULE.
           WRITE FS-BUFF-F-ETAT-MAN-S FROM WS-LBL-TIRET.
      *
       8000-EDITION-ENTETE-MAN-FIN.
           EXIT.
      *-------------------------------------
      *8010 EDITE LA LIGNE DU MANIFESTE DE LA COMMANDE DU BON CLOTURE
      *------------------------------------
       8010-EDITION-DETAIL-MAN-DEB.
      *
           ADD  1                       TO WS-NB-CDE-DEPOT.
           MOVE WS-VTE-NUM-PREC         TO WS-LMAN-NUM-ED.
           MOVE WS-CLIENT-PREC          TO WS-LMAN-CLI-ED.
           MOVE WS-CLI-NOM              TO WS-LMAN-NOM-ED.
           MOVE WS-CLI-CP               TO WS-LMAN-CP-ED.
           MOVE WS-CLI-VILLE            TO WS-LMAN-VILLE-ED.
           MOVE WS-NB-LIGNES-BL         TO WS-LMAN-NBL-ED.
           MOVE WS-QTE-BL               TO WS-LMAN-QTE-ED.
           WRITE FS-BUFF-F-ETAT-MAN-S FROM WS-LMAN-DETAIL.
      *
       8010-EDITION-DETAIL-MAN-FIN.
           EXIT.
      *-------------------------------------
      *8020 EDITE LE PIED DU MANIFESTE : NOMBRE DE COMMANDES ET ZONE
      *     DE SIGNATURE DU TRANSPORTEUR
      *------------------------------------
       8020-EDITION-PIED-MAN-DEB.
      *
           MOVE WS-NB-CDE-DEPOT         TO WS-LMAN-NBC-ED.
           WRITE FS-BUFF-F-ETAT-MAN-S FROM WS-LBL-TIRET.
           WRITE FS-BUFF-F-ETAT-MAN-S FROM WS-LMAN-TOTAL.
           WRITE FS-BUFF-F-ETAT-MAN-S FROM WS-LBL-BLANC.
           WRITE FS-BUFF-F-ETAT-MAN-S FROM WS-LBL-BLANC.
           WRITE FS-BUFF-F-ETAT-MAN-S FROM WS-LMAN-SIGNATURE.
      *
       8020-EDITION-PIED-MAN-FIN.
           EXIT.
      *-------------------------------------
      *8100 EDITE L ENTETE DU BON DE LIVRAISON (NOUVELLE PAGE) :
      *     NUMERO DE COMMANDE, DEPOT, ADRESSE DU CLIENT
      *------------------------------------
       8100-EDITION-ENTETE-BL-DEB.
      *
           MOVE WS-EXV-VTE-NUM          TO WS-LBL-NUM-ED.
           MOVE WS-DEPOT-COURANT        TO WS-LBL-DEP-ED.
           WRITE FS-BUFF-F-ETAT-BL-S FROM WS-LBL-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-BL-S FROM WS-LBL-BLANC.
           MOVE WS-CLI-NOM              TO WS-LBL-ADR-ED.
           WRITE FS-BUFF-F-ETAT-BL-S FROM WS-LBL-ADRESSE.
           MOVE WS-CLI-ADR1             TO WS-LBL-ADR-ED.
           WRITE FS-BUFF-F-ETAT-BL-S FROM WS-LBL-ADRESSE.
           IF  WS-CLI-ADR2 NOT = SPACES
               MOVE WS-CLI-ADR2         TO WS-LBL-ADR-ED
               WRITE FS-BUFF-F-ETAT-BL-S FROM WS-LBL-ADRESSE
           END-IF.
           MOVE WS-CLI-CP               TO WS-LBL-CP-ED.
           MOVE WS-CLI-VILLE            TO WS-LBL-VILLE-ED.
           WRITE FS-BUFF-F-ETAT-BL-S FROM WS-LBL-VILLE.
           WRITE FS-BUFF-F-ETAT-BL-S FROM WS-LBL-BLANC.
           MOVE WS-EXV-CLIENT           TO WS-LBL-CLI-ED.
           MOVE WS-EXV-VTE-NUM          TO WS-LBL-VTE-ED.
           WRITE FS-BUFF-F-ETAT-BL-S FROM WS-LBL-REF.
           WRITE FS-BUFF-F-ETAT-BL-S FROM WS-LBL-BLANC.
           WRITE FS-BUFF-F-ETAT-BL-S FROM WS-LBL-INTITULE.
           WRITE FS-BUFF-F-ETAT-BL-S FROM WS-LBL-TIRET.
      *
       8100-EDITION-ENTETE-BL-FIN.
           EXIT.
      *-------------------------------------
      *8110 EDITE LA LIGNE ARTICLE DU BON
      *------------------------------------
       8110-EDITION-LIGNE-BL-DEB.
      *
           MOVE WS-EXV-LIGNE            TO WS-LBL-LIGNE-ED.
           MOVE WS-EXV-ART-CODE         TO WS-LBL-ART-ED.
           MOVE WS-ART-LIBEL            TO WS-LBL-LIB-ED.
           MOVE WS-EXV-QTE              TO WS-LBL-QTE-ED.
           WRITE FS-BUFF-F-ETAT-BL-S FROM WS-LBL-DETAIL.
      *
       8110-EDITION-LIGNE-BL-FIN.
           EXIT.
      *-------------------------------------
      *8115 EDITE LA MENTION DU SUBSTITUT LIVRE A LA PLACE DE
      *     L ARTICLE COMMANDE
      *------------------------------------
       8115-EDITION-SUBST-BL-DEB.
      *
           MOVE WS-EXV-ART-SUBST        TO WS-LBL-SUBST-ED.
           WRITE FS-BUFF-F-ETAT-BL-S FROM WS-LBL-SUBST.
      *
       8115-EDITION-SUBST-BL-FIN.
           EXIT.
      *-------------------------------------
      *8120 EDITE UN LOT PRELEVE POUR LA LIGNE DU BON
      *------------------------------------
       8120-EDITION-LOT-BL-DEB.
      *
           ADD  1                       TO WS-NB-LOTS-EDITES.
           MOVE WS-AMVT-LOT             TO WS-LBL-LOT-ED.
           MOVE WS-AMVT-QTE             TO WS-LBL-QLOT-ED.
           WRITE FS-BUFF-F-ETAT-BL-S FROM WS-LBL-LOT.
      *
       8120-EDITION-LOT-BL-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO945              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* DATE D EXPEDITION EDITEE  : ' WS-DATE-EXPED.
           DISPLAY '* EXPEDITIONS LUES          : ' WS-NB-EXV-LUES.
           DISPLAY '* LIGNES EDITEES            : ' WS-NB-EXV-EDITEES.
           DISPLAY '* BONS DE LIVRAISON         : ' WS-NB-BL.
           DISPLAY '* MANIFESTES (DEPOTS)       : ' WS-NB-DEPOTS.
           DISPLAY '* LOTS EDITES               : ' WS-NB-LOTS-EDITES.
           DISPLAY '* LIGNES SANS LOT RETROUVE  : ' WS-NB-SANS-LOT.
           DISPLAY '* LIGNES EN SUBSTITUTION    : ' WS-NB-SUBST.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO945         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO945        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
