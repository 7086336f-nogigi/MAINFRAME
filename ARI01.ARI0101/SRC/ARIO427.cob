      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO427                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *EDITION NOCTURNE DU COURRIER CLIENT A PARTIR DES EVENEMENTS DE *
      *COMPTE DEPOSES SUR LE FICHIER COMMUN EVT0101 (COPY EVTCLI) PAR *
      *ARIO411, ARIO223, ARIO461, ARIO233 ET ARIC223. CHAQUE          *
      *EVENEMENT EST FUSIONNE AVEC LE MODELE DE COURRIER DE SON TYPE  *
      *(F-MOD-E, COPY MODLETT) ET L ADRESSE DU CLIENT (CLI0101) ; LE  *
      *CLIENT A BLANC SUR L EVENEMENT EST RESOLU SUR LE COMPTE        *
      *(CPTE0101). LES COURRIERS SONT EDITES UNE LETTRE PAR PAGE,     *
      *REGROUPES PAR AGENCE (3 PREMIERS CHIFFRES DU COMPTE) : PREMIERE*
      *PASSE POUR LA TABLE DES AGENCES, PUIS UNE RELECTURE DU FICHIER *
      *DES EVENEMENTS PAR AGENCE (MEME PRINCIPE QUE ARIO930).         *
      *CHAQUE EVENEMENT TRAITE EST ENREGISTRE A L HISTORIQUE DES      *
      *COURRIERS COR0101 (COPY HISCORR, CONSULTE PAR ARIC244) :       *
      *  - UN EVENEMENT DEJA PRESENT A L HISTORIQUE N EST JAMAIS      *
      *    REEDITE (MEME TYPE, COMPTE ET REFERENCE),                  *
      *  - UN CLIENT SOUS GEL JURIDIQUE (WS-CLI-GEL-LEGAL = 'L') NE   *
      *    RECOIT AUCUN COURRIER : L EVENEMENT EST ENREGISTRE BLOQUE  *
      *    (STATUT B) ET NE SERA PAS EDITE PLUS TARD,                 *
      *  - UN EVENEMENT SANS MODELE POUR SON TYPE, SUR UN COMPTE OU   *
      *    UN CLIENT INCONNU, RESTE EN ATTENTE ET EST REPRESENTE LA   *
      *    NUIT SUIVANTE.                                             *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *LETTRES-> COURRIERS CLIENTS PAR AGENCE                         *
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
       PROGRAM-ID.      ARIO427.
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
      *                      F-EVT-E : EVENEMENTS CLIENTS A NOTIFIER
      *                      (EVT0101, SEQUENTIEL)
      *                      -------------------------------------------
           SELECT  F-EVT-E             ASSIGN TO INP001
                   FILE STATUS         IS WS-FS-EVT-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-MOD-E : MODELES DE COURRIER PAR TYPE
      *                      D EVENEMENT (SEQUENTIEL)
      *                      -------------------------------------------
           SELECT  F-MOD-E             ASSIGN TO INP002
                   FILE STATUS         IS WS-FS-MOD-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CPTE-E : FICHIER MAITRE DES COMPTES
      *                      -------------------------------------------
           SELECT  F-CPTE-E            ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-CPTE
                   FILE STATUS         IS WS-FS-CPTE-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CLI-E : FICHIER MAITRE DES CLIENTS
      *                      -------------------------------------------
           SELECT  F-CLI-E             ASSIGN TO INP004
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-CLI
                   FILE STATUS         IS WS-FS-CLI-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-COR-ES : HISTORIQUE DES COURRIERS
      *                      CLIENTS (IO)
      *                      -------------------------------------------
           SELECT  F-COR-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-COR
                   FILE STATUS         IS WS-FS-COR-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-LET-S : COURRIERS CLIENTS PAR AGENCE
      *                      -------------------------------------------
           SELECT  F-LET-S             ASSIGN TO LETTRES
                   FILE STATUS         IS WS-FS-LET-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 INP003 INP004 IO001 LETTRES           *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *EVENEMENTS CLIENTS A NOTIFIER
       FD  F-EVT-E
           RECORD CONTAINS 120 CHARACTERS.
       01  FS-BUFF-F-EVT-E       PIC X(120).
      *MODELES DE COURRIER
       FD  F-MOD-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-MOD-E       PIC X(80).
      *FICHIER MAITRE DES COMPTES
       FD  F-CPTE-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-CPTE-E.
           05  FS-KEY-CPTE       PIC X(10).
           05  FILLER            PIC X(40).
      *FICHIER MAITRE DES CLIENTS
       FD  F-CLI-E
           RECORD CONTAINS 130 CHARACTERS.
       01  FS-BUFF-F-CLI-E.
           05  FS-KEY-CLI        PIC X(6).
           05  FILLER            PIC X(124).
      *HISTORIQUE DES COURRIERS CLIENTS
       FD  F-COR-ES
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-COR-ES.
           05  FS-KEY-COR        PIC X(33).
           05  FILLER            PIC X(67).
      *COURRIERS CLIENTS EN SORTIE
       FD  F-LET-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-LET-S       PIC X(132).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY EVTCLI.
       COPY MODLETT.
       COPY TP4CPTES.
       COPY CLIENT.
       COPY HISCORR.
      *FILE STATUS
       01  WS-FS-EVT-E       PIC X(2).
           88 EVT-OK                              VALUE '00'.
           88 EVT-FIN                             VALUE '10'.
           88 EVT-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-MOD-E       PIC X(2).
           88 MOD-OK                              VALUE '00'.
           88 MOD-FIN                             VALUE '10'.
       01  WS-FS-CPTE-E      PIC X(2).
           88 CPTE-OK                             VALUE '00'.
           88 CPTE-INEXISTANT                     VALUE '23'.
       01  WS-FS-CLI-E       PIC X(2).
           88 CLI-OK                              VALUE '00'.
           88 CLI-INEXISTANT                      VALUE '23'.
       01  WS-FS-COR-ES      PIC X(2).
           88 COR-OK                              VALUE '00'.
           88 COR-INEXISTANT                      VALUE '23'.
       01  WS-FS-LET-S       PIC X(2).
           88 LET-OK                              VALUE '00'.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
      *DATE A EDITER EN JJ/MM/AAAA
       01  WS-DATE-TRV       PIC 9(8) VALUE ZERO.
       01  WS-DATE-TRV-R REDEFINES WS-DATE-TRV.
           05  WS-DATE-TRV-AAAA  PIC 9(4).
           05  WS-DATE-TRV-MM    PIC 99.
           05  WS-DATE-TRV-JJ    PIC 99.
       01  WS-DATE-ED.
           05  WS-DATE-ED-JJ     PIC 99.
           05  FILLER            PIC X(1)  VALUE '/'.
           05  WS-DATE-ED-MM     PIC 99.
           05  FILLER            PIC X(1)  VALUE '/'.
           05  WS-DATE-ED-AAAA   PIC 9(4).
      *MONTANT A EDITER AVEC SA DEVISE
       01  WS-MT-TRV         PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-MT-ED.
           05  WS-MT-ED-MT       PIC Z.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-MT-ED-DEV      PIC X(3).
      *TABLE DES MODELES DE COURRIER (ORDRE DU FICHIER)
       01  WS-TAB-MODELES.
           05  WS-TMOD-ENTREE OCCURS 300.
               10  WS-TMOD-TYPE      PIC X(3).
               10  WS-TMOD-VAR       PIC X(3).
               10  WS-TMOD-TEXTE     PIC X(60).
       01  WS-NB-MODELES     PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-MOD        PIC S9(4) COMP VALUE ZERO.
       01  WS-SW-MODELE      PIC X.
           88 MODELE-TROUVE                       VALUE '1'.
           88 MODELE-ABSENT                       VALUE '0'.
      *TABLE DES AGENCES DESTINATAIRES (REGROUPEMENT DES COURRIERS)
       01  WS-TAB-AGENCES.
           05  WS-TAGE-CODE      PIC X(3) OCCURS 50.
       01  WS-NB-AGENCES     PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-AGENCE     PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-AGE2       PIC S9(4) COMP VALUE ZERO.
       01  WS-AGENCE-COURANTE PIC X(3) VALUE SPACES.
       01  WS-SW-AGE-CONNUE  PIC X.
           88 AGE-CONNUE                          VALUE '1'.
           88 AGE-INCONNUE                        VALUE '0'.
      *SWITCH FICHIER DES EVENEMENTS PRESENT
       01  WS-SW-EVT-DISPO   PIC X VALUE '1'.
           88 EVT-DISPONIBLE                      VALUE '1'.
           88 EVT-INDISPONIBLE                    VALUE '0'.
      *QUALIFICATION DE L EVENEMENT COURANT
       01  WS-SW-QUALIF      PIC X.
           88 EVT-A-EDITER                        VALUE 'E'.
           88 EVT-DEJA-TRAITE                     VALUE 'D'.
           88 EVT-SANS-MODELE                     VALUE 'M'.
           88 EVT-CPTE-INCONNU                    VALUE 'C'.
           88 EVT-CLI-INCONNU                     VALUE 'K'.
      *SWITCH ENTETE D AGENCE DEJA EDITEE
       01  WS-SW-SECTION     PIC X.
           88 SECTION-A-TITRER                    VALUE '0'.
           88 SECTION-TITREE                      VALUE '1'.
      *COMPTEUR RENDU EXEC
       01  WS-NB-EVT-LUS     PIC S9(5) COMP VALUE ZERO.
       01  WS-NB-DEJA-TRAITES PIC S9(5) COMP VALUE ZERO.
       01  WS-NB-SANS-MODELE PIC S9(5) COMP VALUE ZERO.
       01  WS-NB-CPTE-INC    PIC S9(5) COMP VALUE ZERO.
       01  WS-NB-CLI-INC     PIC S9(5) COMP VALUE ZERO.
       01  WS-NB-HORS-TABLE  PIC S9(5) COMP VALUE ZERO.
       01  WS-NB-LETTRES     PIC S9(5) COMP VALUE ZERO.
       01  WS-NB-BLOQUES     PIC S9(5) COMP VALUE ZERO.
       01  WS-NB-LET-AGENCE  PIC S9(5) COMP VALUE ZERO.
      *LIGNES D EDITION DES COURRIERS
       01  WS-LLET-BLANC     PIC X(132) VALUE SPACES.
       01  WS-LLET-TIRET.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(100) VALUE ALL '-'.
           05  FILLER            PIC X(22) VALUE SPACES.
       01  WS-LLET-AGENCE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(36)
               VALUE 'COURRIERS CLIENTS A EXPEDIER AGENCE '.
           05  WS-LLET-AGE-ED    PIC X(3).
           05  FILLER            PIC X(41) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LLET-DATE-AGE  PIC X(10).
           05  FILLER            PIC X(26) VALUE SPACES.
       01  WS-LLET-ENTETE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(16)
               VALUE 'ESTIAC - AGENCE '.
           05  WS-LLET-AGE2-ED   PIC X(3).
           05  FILLER            PIC X(61) VALUE SPACES.
           05  FILLER            PIC X(3)  VALUE 'LE '.
           05  WS-LLET-DATE-ED   PIC X(10).
           05  FILLER            PIC X(29) VALUE SPACES.
       01  WS-LLET-ADRESSE.
           05  FILLER            PIC X(70) VALUE SPACES.
           05  WS-LLET-ADR-ED    PIC X(30).
           05  FILLER            PIC X(32) VALUE SPACES.
       01  WS-LLET-VILLE.
           05  FILLER            PIC X(70) VALUE SPACES.
           05  WS-LLET-CP-ED     PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LLET-VILLE-ED  PIC X(20).
           05  FILLER            PIC X(36) VALUE SPACES.
       01  WS-LLET-REFER.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(15) VALUE 'CLIENT       : '.
           05  WS-LLET-CLI-ED    PIC X(6).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(9)  VALUE 'COMPTE : '.
           05  WS-LLET-CPTE-ED   PIC X(10).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'REFERENCE : '.
           05  WS-LLET-TYPE-ED   PIC X(3).
           05  FILLER            PIC X(1)  VALUE '/'.
           05  WS-LLET-REF-ED    PIC X(14).
           05  FILLER            PIC X(44) VALUE SPACES.
       01  WS-LLET-TEXTE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  WS-LLET-TEXTE-ED  PIC X(60).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-LLET-VAR-ED    PIC X(30).
           05  FILLER            PIC X(31) VALUE SPACES.
       01  WS-LLET-TOTAL.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(30)
               VALUE 'NOMBRE DE COURRIERS EDITES  : '.
           05  WS-LLET-NB-ED     PIC ZZZZ9.
           05  FILLER            PIC X(87) VALUE SPACES.
      *COMPTE RENDU D EXECUTION
       01  WS-LCRE-ASTER     PIC X(60) VALUE ALL '*'.
       01  WS-LCRE-TITRE     PIC X(60)
               VALUE '* COMPTE RENDU D EXECUTION ARIO427 *'.
       01  WS-LCRE-DETAIL.
           05  FILLER            PIC X(2)  VALUE '* '.
           05  WS-LCRE-DET-LIB-ED PIC X(38).
           05  FILLER            PIC X(3)  VALUE ' : '.
           05  WS-LCRE-DET-TOT-ED PIC ZZZZ9.
           05  FILLER            PIC X(12) VALUE SPACES.
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
           PERFORM  7000-INIT-DATE-DEB
              THRU  7000-INIT-DATE-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  7100-CHARGE-MODELES-DEB
              THRU  7100-CHARGE-MODELES-FIN.
      *
           PERFORM  2000-TRT-COURRIERS-DEB
              THRU  2000-TRT-COURRIERS-FIN.
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
      * TRT 2000 RECENSE LES AGENCES DESTINATAIRES D UN COURRIER
      * PUIS EDITE LES COURRIERS AGENCE PAR AGENCE
      *----------------------------------------------------
       2000-TRT-COURRIERS-DEB.
      *
           MOVE ZERO                     TO WS-NB-AGENCES.
           PERFORM  3000-RECENSE-AGENCES-DEB
              THRU  3000-RECENSE-AGENCES-FIN.
           IF  EVT-INDISPONIBLE
               GO TO 2000-TRT-COURRIERS-FIN
           END-IF.
      *
           PERFORM  4000-SECTION-AGENCE-DEB
              THRU  4000-SECTION-AGENCE-FIN
             VARYING WS-IND-AGENCE FROM 1 BY 1
             UNTIL  WS-IND-AGENCE > WS-NB-AGENCES.
      *
       2000-TRT-COURRIERS-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 PREMIERE PASSE : QUALIFIE CHAQUE EVENEMENT ET
      * CONSTITUE LA TABLE DES AGENCES AYANT UN COURRIER A EDITER
      *----------------------------------------------------
       3000-RECENSE-AGENCES-DEB.
      *
           PERFORM  6010-OPEN-F-EVT-E-DEB
              THRU  6010-OPEN-F-EVT-E-FIN.
           IF  EVT-INDISPONIBLE
               GO TO 3000-RECENSE-AGENCES-FIN
           END-IF.
           PERFORM  6020-READ-F-EVT-E-DEB
              THRU  6020-READ-F-EVT-E-FIN.
           PERFORM  3010-RECENSE-UN-EVT-DEB
              THRU  3010-RECENSE-UN-EVT-FIN
             UNTIL  EVT-FIN.
           PERFORM  6030-CLOSE-F-EVT-E-DEB
              THRU  6030-CLOSE-F-EVT-E-FIN.
      *
       3000-RECENSE-AGENCES-FIN.
           EXIT.
       3010-RECENSE-UN-EVT-DEB.
      *
           ADD  1                        TO WS-NB-EVT-LUS.
           PERFORM  7010-QUALIFIE-EVT-DEB
              THRU  7010-QUALIFIE-EVT-FIN.
      *
           EVALUATE TRUE
               WHEN EVT-DEJA-TRAITE
                   ADD  1                TO WS-NB-DEJA-TRAITES
               WHEN EVT-SANS-MODELE
                   ADD  1                TO WS-NB-SANS-MODELE
               WHEN EVT-CPTE-INCONNU
                   ADD  1                TO WS-NB-CPTE-INC
               WHEN EVT-CLI-INCONNU
                   ADD  1                TO WS-NB-CLI-INC
               WHEN OTHER
                   SET  AGE-INCONNUE     TO TRUE
                   PERFORM  3020-CHERCHE-AGENCE-DEB
                      THRU  3020-CHERCHE-AGENCE-FIN
                     VARYING WS-IND-AGE2 FROM 1 BY 1
                     UNTIL  WS-IND-AGE2 > WS-NB-AGENCES
                         OR AGE-CONNUE
                   IF  AGE-INCONNUE
                       IF  WS-NB-AGENCES < 50
                           ADD  1        TO WS-NB-AGENCES
                           MOVE WS-EVT-CPTE(1:3)
                               TO WS-TAGE-CODE(WS-NB-AGENCES)
                       ELSE
      *                    TABLE PLEINE : L EVENEMENT RESTE EN ATTENTE
                           ADD  1        TO WS-NB-HORS-TABLE
                       END-IF
                   END-IF
           END-EVALUATE.
      *
           PERFORM  6020-READ-F-EVT-E-DEB
              THRU  6020-READ-F-EVT-E-FIN.
      *
       3010-RECENSE-UN-EVT-FIN.
           EXIT.
       3020-CHERCHE-AGENCE-DEB.
      *
           IF  WS-TAGE-CODE(WS-IND-AGE2) = WS-EVT-CPTE(1:3)
               SET  AGE-CONNUE           TO TRUE
           END-IF.
      *
       3020-CHERCHE-AGENCE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 4000 EDITE LES COURRIERS D UNE AGENCE : RELECTURE DU
      * FICHIER DES EVENEMENTS ET TRAITEMENT DE CEUX DE L AGENCE
      *----------------------------------------------------
       4000-SECTION-AGENCE-DEB.
      *
           MOVE WS-TAGE-CODE(WS-IND-AGENCE) TO WS-AGENCE-COURANTE.
           MOVE ZERO                     TO WS-NB-LET-AGENCE.
           SET  SECTION-A-TITRER         TO TRUE.
           PERFORM  6010-OPEN-F-EVT-E-DEB
              THRU  6010-OPEN-F-EVT-E-FIN.
           PERFORM  6020-READ-F-EVT-E-DEB
              THRU  6020-READ-F-EVT-E-FIN.
           PERFORM  4010-TRAITE-UN-EVT-DEB
              THRU  4010-TRAITE-UN-EVT-FIN
             UNTIL  EVT-FIN.
           PERFORM  6030-CLOSE-F-EVT-E-DEB
              THRU  6030-CLOSE-F-EVT-E-FIN.
           IF  SECTION-TITREE
               PERFORM  8030-EDITION-TOTAL-AGENCE-DEB
                  THRU  8030-EDITION-TOTAL-AGENCE-FIN
           END-IF.
      *
       4000-SECTION-AGENCE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 4010 TRAITE UN EVENEMENT DE L AGENCE COURANTE : LA
      * QUALIFICATION EST REFAITE (UN MEME EVENEMENT DEPOSE DEUX
      * FOIS TROUVE L HISTORIQUE ECRIT AU PREMIER PASSAGE)
      *----------------------------------------------------
       4010-TRAITE-UN-EVT-DEB.
      *
           IF  WS-EVT-CPTE(1:3) NOT = WS-AGENCE-COURANTE
               GO TO 4010-TRAITE-LIRE-SUIVANT
           END-IF.
           PERFORM  7010-QUALIFIE-EVT-DEB
              THRU  7010-QUALIFIE-EVT-FIN.
           IF  EVT-DEJA-TRAITE
               ADD  1                    TO WS-NB-DEJA-TRAITES
           END-IF.
           IF  NOT EVT-A-EDITER
               GO TO 4010-TRAITE-LIRE-SUIVANT
           END-IF.
      *
      *    CLIENT SOUS GEL JURIDIQUE : AUCUN COURRIER, EVENEMENT
      *    ENREGISTRE BLOQUE
           PERFORM  7200-ALIM-COR-DEB
              THRU  7200-ALIM-COR-FIN.
           IF  CLI-GEL-LEGAL
               SET  COR-BLOQUE           TO TRUE
               ADD  1                    TO WS-NB-BLOQUES
           ELSE
               SET  COR-EDITE            TO TRUE
               IF  SECTION-A-TITRER
                   PERFORM  8000-EDITION-AGENCE-DEB
                      THRU  8000-EDITION-AGENCE-FIN
               END-IF
               PERFORM  8010-EDITION-LETTRE-DEB
                  THRU  8010-EDITION-LETTRE-FIN
               ADD  1                    TO WS-NB-LETTRES
               ADD  1                    TO WS-NB-LET-AGENCE
           END-IF.
           PERFORM  6070-WRITE-F-COR-ES-DEB
              THRU  6070-WRITE-F-COR-ES-FIN.
      *
       4010-TRAITE-LIRE-SUIVANT.
           PERFORM  6020-READ-F-EVT-E-DEB
              THRU  6020-READ-F-EVT-E-FIN.
      *
       4010-TRAITE-UN-EVT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *6000 OUVRE LES FICHIERS DE REFERENCE, L HISTORIQUE ET LES
      *     COURRIERS (LES EVENEMENTS SONT OUVERTS A CHAQUE PASSE)
      *----------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN INPUT F-MOD-E.
           IF NOT MOD-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-MOD-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MOD-E
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
           OPEN INPUT F-CLI-E.
           IF NOT CLI-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CLI-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLI-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-COR-ES.
           IF NOT COR-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-COR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-COR-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-LET-S.
           IF NOT LET-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-LET-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LET-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 OUVRE LE FICHIER DES EVENEMENTS POUR UNE PASSE - ABSENT :
      *     AUCUN COURRIER A EDITER
      *------------------------------------
       6010-OPEN-F-EVT-E-DEB.
      *
           OPEN INPUT F-EVT-E.
           EVALUATE TRUE
               WHEN EVT-OK
                  SET EVT-DISPONIBLE     TO TRUE
               WHEN EVT-FICHIER-ABSENT
                  SET EVT-INDISPONIBLE   TO TRUE
                  DISPLAY 'FICHIER DES EVENEMENTS ABSENT - AUCUN '
                          'COURRIER EDITE'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-EVT-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-EVT-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
       6010-OPEN-F-EVT-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 EXECUTE LA LECTURE SUR F-EVT-E
      *------------------------------------
       6020-READ-F-EVT-E-DEB.
      *
           READ F-EVT-E INTO WS-EVT-ENR.
           IF NOT (EVT-OK OR EVT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-EVT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-EVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-F-EVT-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 FERME LE FICHIER DES EVENEMENTS EN FIN DE PASSE
      *------------------------------------
       6030-CLOSE-F-EVT-E-DEB.
      *
           CLOSE F-EVT-E.
           IF NOT EVT-OK
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-EVT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-EVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-CLOSE-F-EVT-E-FIN.
           EXIT.
      *-------------------------------------
      *6040 EXECUTE LA LECTURE SUR F-MOD-E
      *------------------------------------
       6040-READ-F-MOD-E-DEB.
      *
           READ F-MOD-E INTO WS-MOD-ENR.
           IF NOT (MOD-OK OR MOD-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-MOD-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MOD-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-READ-F-MOD-E-FIN.
           EXIT.
      *-------------------------------------
      *6050 LIT LE COMPTE DE L EVENEMENT - ABSENT RENDU A L APPELANT
      *------------------------------------
       6050-READ-F-CPTE-E-DEB.
      *
           MOVE WS-EVT-CPTE              TO FS-KEY-CPTE.
           READ F-CPTE-E INTO WS-ENRG-F-CPTES.
           IF NOT (CPTE-OK OR CPTE-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6050-READ-F-CPTE-E-FIN.
           EXIT.
      *-------------------------------------
      *6055 LIT LE CLIENT DE L EVENEMENT - ABSENT RENDU A L APPELANT
      *------------------------------------
       6055-READ-F-CLI-E-DEB.
      *
           MOVE WS-EVT-CLIENT            TO FS-KEY-CLI.
           READ F-CLI-E INTO WS-CLI-ENR.
           IF NOT (CLI-OK OR CLI-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLI-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLI-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6055-READ-F-CLI-E-FIN.
           EXIT.
      *-------------------------------------
      *6060 CHERCHE L EVENEMENT A L HISTORIQUE - ABSENT RENDU A
      *     L APPELANT
      *------------------------------------
       6060-READ-F-COR-ES-DEB.
      *
           MOVE WS-EVT-CLIENT            TO WS-COR-CLIENT.
           MOVE WS-EVT-TYPE              TO WS-COR-TYPE.
           MOVE WS-EVT-CPTE              TO WS-COR-CPTE.
           MOVE WS-EVT-REF               TO WS-COR-REF.
           MOVE WS-COR-CLE               TO FS-KEY-COR.
           READ F-COR-ES.
           IF NOT (COR-OK OR COR-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-COR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-COR-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6060-READ-F-COR-ES-FIN.
           EXIT.
      *-------------------------------------
      *6070 ENREGISTRE L EVENEMENT TRAITE A L HISTORIQUE
      *------------------------------------
       6070-WRITE-F-COR-ES-DEB.
      *
           WRITE FS-BUFF-F-COR-ES FROM WS-COR-ENR.
           IF NOT COR-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-COR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-COR-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6070-WRITE-F-COR-ES-FIN.
           EXIT.
      *-------------------------------------
      *6080 ECRIT UNE LIGNE DE COURRIER
      *------------------------------------
       6080-WRITE-F-LET-S-DEB.
      *
           IF NOT LET-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-LET-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LET-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6080-WRITE-F-LET-S-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-CPTE-E F-CLI-E F-COR-ES F-LET-S.
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
      *
       7000-INIT-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7010 QUALIFIE L EVENEMENT COURANT : CLIENT RESOLU SUR LE
      *     COMPTE S IL EST A BLANC, PUIS DEJA TRAITE (HISTORIQUE),
      *     SANS MODELE OU CLIENT INCONNU - SINON A EDITER
      *------------------------------------
       7010-QUALIFIE-EVT-DEB.
      *
           SET  EVT-A-EDITER             TO TRUE.
           IF  WS-EVT-CLIENT = SPACES
               PERFORM  6050-READ-F-CPTE-E-DEB
                  THRU  6050-READ-F-CPTE-E-FIN
               IF  CPTE-INEXISTANT
                   SET  EVT-CPTE-INCONNU TO TRUE
                   GO TO 7010-QUALIFIE-EVT-FIN
               END-IF
               MOVE WS-CPTES-CLIENT      TO WS-EVT-CLIENT
           END-IF.
      *
           PERFORM  6060-READ-F-COR-ES-DEB
              THRU  6060-READ-F-COR-ES-FIN.
           IF  COR-OK
               SET  EVT-DEJA-TRAITE      TO TRUE
               GO TO 7010-QUALIFIE-EVT-FIN
           END-IF.
      *
           SET  MODELE-ABSENT            TO TRUE.
           PERFORM  7020-CHERCHE-MODELE-DEB
              THRU  7020-CHERCHE-MODELE-FIN
             VARYING WS-IND-MOD FROM 1 BY 1
             UNTIL  WS-IND-MOD > WS-NB-MODELES
                 OR MODELE-TROUVE.
           IF  MODELE-ABSENT
               SET  EVT-SANS-MODELE      TO TRUE
               GO TO 7010-QUALIFIE-EVT-FIN
           END-IF.
      *
           PERFORM  6055-READ-F-CLI-E-DEB
              THRU  6055-READ-F-CLI-E-FIN.
           IF  CLI-INEXISTANT
               SET  EVT-CLI-INCONNU      TO TRUE
           END-IF.
      *
       7010-QUALIFIE-EVT-FIN.
           EXIT.
       7020-CHERCHE-MODELE-DEB.
      *
           IF  WS-TMOD-TYPE(WS-IND-MOD) = WS-EVT-TYPE
               SET  MODELE-TROUVE        TO TRUE
           END-IF.
      *
       7020-CHERCHE-MODELE-FIN.
           EXIT.
      *-------------------------------------
      *7100 CHARGE LES MODELES DE COURRIER EN TABLE (300 LIGNES AU
      *     PLUS, AU DELA LES LIGNES SONT IGNOREES ET SIGNALEES)
      *------------------------------------
       7100-CHARGE-MODELES-DEB.
      *
           MOVE ZERO                     TO WS-NB-MODELES.
           PERFORM  6040-READ-F-MOD-E-DEB
              THRU  6040-READ-F-MOD-E-FIN.
           PERFORM  7110-CHARGE-UN-MODELE-DEB
              THRU  7110-CHARGE-UN-MODELE-FIN
             UNTIL  MOD-FIN.
           CLOSE F-MOD-E.
           IF  WS-NB-MODELES = ZERO
               DISPLAY 'AUCUN MODELE DE COURRIER - EVENEMENTS '
                       'LAISSES EN ATTENTE'
           END-IF.
      *
       7100-CHARGE-MODELES-FIN.
           EXIT.
       7110-CHARGE-UN-MODELE-DEB.
      *
           IF  WS-NB-MODELES < 300
               ADD  1                    TO WS-NB-MODELES
               MOVE WS-MOD-TYPE          TO WS-TMOD-TYPE(WS-NB-MODELES)
               MOVE WS-MOD-VAR           TO WS-TMOD-VAR(WS-NB-MODELES)
               MOVE WS-MOD-TEXTE
                   TO WS-TMOD-TEXTE(WS-NB-MODELES)
           ELSE
               DISPLAY 'TABLE DES MODELES PLEINE - LIGNE IGNOREE : '
                       WS-MOD-TYPE ' ' WS-MOD-LIGNE
           END-IF.
           PERFORM  6040-READ-F-MOD-E-DEB
              THRU  6040-READ-F-MOD-E-FIN.
      *
       7110-CHARGE-UN-MODELE-FIN.
           EXIT.
      *-------------------------------------
      *7200 CONSTITUE L ENREGISTREMENT D HISTORIQUE DE L EVENEMENT
      *     (LA CLE EST POSEE PAR 6060, LE STATUT PAR L APPELANT)
      *------------------------------------
       7200-ALIM-COR-DEB.
      *
           MOVE WS-EVT-DATE              TO WS-COR-DATE-EVT.
           MOVE WS-DATEJ-N               TO WS-COR-DATE-TRT.
           MOVE WS-AGENCE-COURANTE       TO WS-COR-AGENCE.
           MOVE WS-EVT-MT1               TO WS-COR-MT1.
           MOVE WS-EVT-DEVISE            TO WS-COR-DEVISE.
           MOVE WS-EVT-LIBELLE           TO WS-COR-LIBELLE.
      *
       7200-ALIM-COR-FIN.
           EXIT.
      *-------------------------------------
      *7300 EDITE LA VARIABLE DE LA LIGNE DE MODELE COURANTE
      *------------------------------------
       7300-ALIM-VARIABLE-DEB.
      *
           MOVE SPACES                   TO WS-LLET-VAR-ED.
           MOVE WS-TMOD-VAR(WS-IND-MOD)  TO WS-MOD-VAR.
           EVALUATE TRUE
               WHEN MOD-VAR-MT1
                   MOVE WS-EVT-MT1       TO WS-MT-TRV
                   PERFORM  7310-EDITE-MONTANT-DEB
                      THRU  7310-EDITE-MONTANT-FIN
               WHEN MOD-VAR-MT2
                   MOVE WS-EVT-MT2       TO WS-MT-TRV
                   PERFORM  7310-EDITE-MONTANT-DEB
                      THRU  7310-EDITE-MONTANT-FIN
               WHEN MOD-VAR-DT1
                   MOVE WS-EVT-DATE      TO WS-DATE-TRV
                   PERFORM  7320-EDITE-DATE-DEB
                      THRU  7320-EDITE-DATE-FIN
                   MOVE WS-DATE-ED       TO WS-LLET-VAR-ED
               WHEN MOD-VAR-DT2
                   MOVE WS-EVT-DATE2     TO WS-DATE-TRV
                   PERFORM  7320-EDITE-DATE-DEB
                      THRU  7320-EDITE-DATE-FIN
                   MOVE WS-DATE-ED       TO WS-LLET-VAR-ED
               WHEN MOD-VAR-CPT
                   MOVE WS-EVT-CPTE      TO WS-LLET-VAR-ED
               WHEN MOD-VAR-LIB
                   MOVE WS-EVT-LIBELLE   TO WS-LLET-VAR-ED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       7300-ALIM-VARIABLE-FIN.
           EXIT.
       7310-EDITE-MONTANT-DEB.
      *
           MOVE WS-MT-TRV                TO WS-MT-ED-MT.
           MOVE WS-EVT-DEVISE            TO WS-MT-ED-DEV.
           MOVE WS-MT-ED                 TO WS-LLET-VAR-ED.
      *
       7310-EDITE-MONTANT-FIN.
           EXIT.
       7320-EDITE-DATE-DEB.
      *
           MOVE WS-DATE-TRV-JJ           TO WS-DATE-ED-JJ.
           MOVE WS-DATE-TRV-MM           TO WS-DATE-ED-MM.
           MOVE WS-DATE-TRV-AAAA         TO WS-DATE-ED-AAAA.
      *
       7320-EDITE-DATE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *8000 EDITE LA PAGE DE GARDE DES COURRIERS DE L AGENCE
      *------------------------------------
       8000-EDITION-AGENCE-DEB.
      *
           MOVE WS-AGENCE-COURANTE       TO WS-LLET-AGE-ED.
           MOVE WS-DATEJ-N               TO WS-DATE-TRV.
           PERFORM  7320-EDITE-DATE-DEB
              THRU  7320-EDITE-DATE-FIN.
           MOVE WS-DATE-ED               TO WS-LLET-DATE-AGE.
           WRITE FS-BUFF-F-LET-S FROM WS-LLET-AGENCE
               AFTER ADVANCING PAGE.
           PERFORM  6080-WRITE-F-LET-S-DEB
              THRU  6080-WRITE-F-LET-S-FIN.
           WRITE FS-BUFF-F-LET-S FROM WS-LLET-TIRET.
           PERFORM  6080-WRITE-F-LET-S-DEB
              THRU  6080-WRITE-F-LET-S-FIN.
           SET  SECTION-TITREE           TO TRUE.
      *
       8000-EDITION-AGENCE-FIN.
           EXIT.
      *-------------------------------------
      *8010 EDITE LE COURRIER DE L EVENEMENT COURANT SUR UNE PAGE :
      *     ENTETE D AGENCE, ADRESSE DU CLIENT, REFERENCES PUIS LES
      *     LIGNES DU MODELE DE SON TYPE
      *------------------------------------
       8010-EDITION-LETTRE-DEB.
      *
           MOVE WS-AGENCE-COURANTE       TO WS-LLET-AGE2-ED.
           MOVE WS-DATEJ-N               TO WS-DATE-TRV.
           PERFORM  7320-EDITE-DATE-DEB
              THRU  7320-EDITE-DATE-FIN.
           MOVE WS-DATE-ED               TO WS-LLET-DATE-ED.
           WRITE FS-BUFF-F-LET-S FROM WS-LLET-ENTETE
               AFTER ADVANCING PAGE.
           PERFORM  6080-WRITE-F-LET-S-DEB
              THRU  6080-WRITE-F-LET-S-FIN.
           WRITE FS-BUFF-F-LET-S FROM WS-LLET-BLANC
               AFTER ADVANCING 3 LINES.
           PERFORM  6080-WRITE-F-LET-S-DEB
              THRU  6080-WRITE-F-LET-S-FIN.
      *    BLOC ADRESSE
           MOVE WS-CLI-NOM               TO WS-LLET-ADR-ED.
           WRITE FS-BUFF-F-LET-S FROM WS-LLET-ADRESSE.
           PERFORM  6080-WRITE-F-LET-S-DEB
              THRU  6080-WRITE-F-LET-S-FIN.
           MOVE WS-CLI-ADR1              TO WS-LLET-ADR-ED.
           WRITE FS-BUFF-F-LET-S FROM WS-LLET-ADRESSE.
           PERFORM  6080-WRITE-F-LET-S-DEB
              THRU  6080-WRITE-F-LET-S-FIN.
           IF  WS-CLI-ADR2 NOT = SPACES
               MOVE WS-CLI-ADR2          TO WS-LLET-ADR-ED
               WRITE FS-BUFF-F-LET-S FROM WS-LLET-ADRESSE
               PERFORM  6080-WRITE-F-LET-S-DEB
                  THRU  6080-WRITE-F-LET-S-FIN
           END-IF.
           MOVE WS-CLI-CP                TO WS-LLET-CP-ED.
           MOVE WS-CLI-VILLE             TO WS-LLET-VILLE-ED.
           WRITE FS-BUFF-F-LET-S FROM WS-LLET-VILLE.
           PERFORM  6080-WRITE-F-LET-S-DEB
              THRU  6080-WRITE-F-LET-S-FIN.
      *    REFERENCES DU COURRIER
           MOVE WS-EVT-CLIENT            TO WS-LLET-CLI-ED.
           MOVE WS-EVT-CPTE              TO WS-LLET-CPTE-ED.
           MOVE WS-EVT-TYPE              TO WS-LLET-TYPE-ED.
           MOVE WS-EVT-REF               TO WS-LLET-REF-ED.
           WRITE FS-BUFF-F-LET-S FROM WS-LLET-REFER
               AFTER ADVANCING 3 LINES.
           PERFORM  6080-WRITE-F-LET-S-DEB
              THRU  6080-WRITE-F-LET-S-FIN.
           WRITE FS-BUFF-F-LET-S FROM WS-LLET-BLANC
               AFTER ADVANCING 2 LINES.
           PERFORM  6080-WRITE-F-LET-S-DEB
              THRU  6080-WRITE-F-LET-S-FIN.
      *    CORPS DU COURRIER
           PERFORM  8020-EDITION-LIGNE-MODELE-DEB
              THRU  8020-EDITION-LIGNE-MODELE-FIN
             VARYING WS-IND-MOD FROM 1 BY 1
             UNTIL  WS-IND-MOD > WS-NB-MODELES.
      *
       8010-EDITION-LETTRE-FIN.
           EXIT.
      *-------------------------------------
      *8020 EDITE UNE LIGNE DU MODELE SI ELLE EST DU TYPE DE
      *     L EVENEMENT, AVEC SA VARIABLE
      *------------------------------------
       8020-EDITION-LIGNE-MODELE-DEB.
      *
           IF  WS-TMOD-TYPE(WS-IND-MOD) NOT = WS-EVT-TYPE
               GO TO 8020-EDITION-LIGNE-MODELE-FIN
           END-IF.
           MOVE WS-TMOD-TEXTE(WS-IND-MOD) TO WS-LLET-TEXTE-ED.
           PERFORM  7300-ALIM-VARIABLE-DEB
              THRU  7300-ALIM-VARIABLE-FIN.
           WRITE FS-BUFF-F-LET-S FROM WS-LLET-TEXTE.
           PERFORM  6080-WRITE-F-LET-S-DEB
              THRU  6080-WRITE-F-LET-S-FIN.
      *
       8020-EDITION-LIGNE-MODELE-FIN.
           EXIT.
      *-------------------------------------
      *8030 EDITE LE NOMBRE DE COURRIERS DE L AGENCE (DERNIERE PAGE
      *     DE LA SECTION)
      *------------------------------------
       8030-EDITION-TOTAL-AGENCE-DEB.
      *
           MOVE WS-AGENCE-COURANTE       TO WS-LLET-AGE-ED.
           WRITE FS-BUFF-F-LET-S FROM WS-LLET-AGENCE
               AFTER ADVANCING PAGE.
           PERFORM  6080-WRITE-F-LET-S-DEB
              THRU  6080-WRITE-F-LET-S-FIN.
           WRITE FS-BUFF-F-LET-S FROM WS-LLET-TIRET.
           PERFORM  6080-WRITE-F-LET-S-DEB
              THRU  6080-WRITE-F-LET-S-FIN.
           MOVE WS-NB-LET-AGENCE         TO WS-LLET-NB-ED.
           WRITE FS-BUFF-F-LET-S FROM WS-LLET-TOTAL.
           PERFORM  6080-WRITE-F-LET-S-DEB
              THRU  6080-WRITE-F-LET-S-FIN.
      *
       8030-EDITION-TOTAL-AGENCE-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY WS-LCRE-ASTER.
           DISPLAY WS-LCRE-TITRE.
           DISPLAY WS-LCRE-ASTER.
      *
           MOVE 'EVENEMENTS LUS'         TO WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-EVT-LUS            TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'EVENEMENTS DEJA TRAITES (SANS COURRIER)'
                                         TO WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-DEJA-TRAITES       TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'COURRIERS EDITES'       TO WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-LETTRES            TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'COURRIERS BLOQUES (GEL JURIDIQUE)'
                                         TO WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-BLOQUES            TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'EN ATTENTE : SANS MODELE'
                                         TO WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-SANS-MODELE        TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'EN ATTENTE : COMPTE INCONNU'
                                         TO WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-CPTE-INC           TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'EN ATTENTE : CLIENT INCONNU'
                                         TO WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-CLI-INC            TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'EN ATTENTE : TABLE DES AGENCES PLEINE'
                                         TO WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-HORS-TABLE         TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'AGENCES DESTINATAIRES'  TO WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-AGENCES            TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           DISPLAY WS-LCRE-ASTER.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO427         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO427        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
