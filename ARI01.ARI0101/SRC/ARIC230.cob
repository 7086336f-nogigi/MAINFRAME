      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC230                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      * COURBE DES SOLDES D UN COMPTE SUR UNE PERIODE, LUE DANS       *
      * L HISTORIQUE DES SOLDES DE FIN DE JOURNEE SLD0101 (COPY       *
      * SOLDHIS, ALIMENTE PAR ARIO012) : SAISIE DU NUMERO DE COMPTE   *
      * (OU COMPTE TRANSMIS PAR LE PF6 DE L AFFICHAGE DE SOLDE        *
      * ARIC120 VIA WS-CPTE-CLE-DER) ET DES DATES DE DEBUT ET DE FIN  *
      * (AAAAMMJJ, DEFAUT DU PREMIER DU MOIS A CE JOUR). UNE LIGNE    *
      * PAR JOUR HISTORISE, DU PLUS ANCIEN AU PLUS RECENT : DATE,     *
      * SOLDE DE CLOTURE, SOLDE EN VALEUR ET BARRE PROPORTIONNELLE    *
      * AU SOLDE DE CLOTURE ENTRE LE MINIMUM ET LE MAXIMUM DE LA      *
      * PERIODE (RAPPELES EN TETE), 10 LIGNES PAR PAGE. PF8 PAGE      *
      * SUIVANTE, PF7 RETOUR A LA PREMIERE PAGE - LE PARCOURS EST     *
      * REPRIS A CHAQUE TACHE ET POSITIONNE PAR SAUT DE (PAGE-1)*10   *
      * LIGNES (PAGE COURANTE EN COMMAREA).                           *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    § CREATION DU PROGRAMME - COURBE DES SOLDES     *
      *               § HISTORISES EN LIGNE                           *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. ARIC230.
      *
      *===============================================================*
      *           NE PAS MODIFIER LA PARTIE ENCADREE DU CODE          *
      *===============================================================*
      *
      *                  ==============================               *
      *=================<    ENVIRONMENT    DIVISION   >==============*
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
           DECIMAL-POINT IS COMMA.
      *--------------
      *
      *=====================
       INPUT-OUTPUT SECTION.
      *=====================
      *
      *-------------
       FILE-CONTROL.
      *-------------
      *
      *                  ==============================               *
      *=================<         DATA      DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
      *===============================================================*
      *             COPY - INSERTION DE SEQUENCES DE SOURCE           *
      *===============================================================*
      * TEST DES TOUCHES FONCTION
           COPY DFHAID.
      * MODIFICATION DYNAMIQUE DES ATTRIBUTS DE MAP
           COPY DFHBMSCA.
      * VARIABLES DE LA MAP
           COPY ARIN230.
      * VARIABLE MSG
           COPY TABMSG.
      * VARIABLE COMMAREA
           COPY COMMAREA.
      * HISTORIQUE DES SOLDES DE FIN DE JOURNEE
           COPY SOLDHIS.
      *
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
       01 WS-DATEJ-R REDEFINES WS-DATEJ.
          05 WS-DATEJ-AAAA             PIC X(4).
          05 FILLER                    PIC X.
          05 WS-DATEJ-MM               PIC X(2).
          05 FILLER                    PIC X.
          05 WS-DATEJ-JJ               PIC X(2).
      *
       01 WS-DATE-CICS                 PIC S9(15)     COMP-3.
      *VARIABLE GESTION CICS
       01 WS-RESP                      PIC S9(4)      COMP.
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM230'.
       01 WS-MAPSET                    PIC X(7)       VALUE 'ARIN230'.
       01 WS-MSG-ERR                   PIC X(80).
      *PARCOURS DE L HISTORIQUE DES SOLDES
       01 WS-SLH-BRW-CLE.
          05 WS-SLH-BRW-CPTE           PIC X(10).
          05 WS-SLH-BRW-DATE           PIC 9(8).
       01 WS-FS-SLHBRW                 PIC X.
          88 SLHBRW-ENCOURS                        VALUE '0'.
          88 SLHBRW-FIN                            VALUE '1'.
      *PERIODE DEMANDEE
       01 WS-PER-DEB                   PIC 9(8)       VALUE ZERO.
       01 WS-PER-FIN                   PIC 9(8)       VALUE ZERO.
       01 WS-PER-CTL.
          05 WS-PER-CTL-AAAA           PIC 9(4).
          05 WS-PER-CTL-MM             PIC 9(2).
          05 WS-PER-CTL-JJ             PIC 9(2).
       01 WS-PER-CTL-N REDEFINES WS-PER-CTL
                                       PIC 9(8).
       01 WS-SW-PERIODE                PIC X          VALUE '0'.
          88 PERIODE-OK                            VALUE '0'.
          88 PERIODE-INVALIDE                      VALUE '1'.
      *BORNES DE LA COURBE SUR LA PERIODE
       01 WS-NB-ARRETES                PIC S9(5)      COMP.
       01 WS-SOLDE-MINI                PIC S9(9)V99   COMP-3.
       01 WS-SOLDE-MAXI                PIC S9(9)V99   COMP-3.
       01 WS-ECART                     PIC S9(11)V99  COMP-3.
       01 WS-LG-BARRE                  PIC S9(4)      COMP.
      *SAUT DE POSITIONNEMENT ET COMPTEURS DE PAGE
       01 WS-NB-SAUT                   PIC S9(5)      COMP.
       01 WS-IND-SAUT                  PIC S9(5)      COMP.
       01 WS-NB-LIGNES                 PIC S9(4)      COMP.
      *LIGNE DE TETE : BORNES DE LA PERIODE
       01 WS-LIGNE-STAT.
          05 FILLER                    PIC X(9)  VALUE 'ARRETES :'.
          05 WS-LS-NB                  PIC ZZZZ9.
          05 FILLER                    PIC X(10) VALUE '   MINI : '.
          05 WS-LS-MINI                PIC ZZZ.ZZZ.ZZ9,99-.
          05 FILLER                    PIC X(10) VALUE '   MAXI : '.
          05 WS-LS-MAXI                PIC ZZZ.ZZZ.ZZ9,99-.
          05 FILLER                    PIC X(15) VALUE SPACES.
      *LIGNE DE LA COURBE
       01 WS-LIGNE-SLD.
          05 WS-LC-DATE.
             10 WS-LC-JJ               PIC 9(2).
             10 FILLER                 PIC X     VALUE '/'.
             10 WS-LC-MM               PIC 9(2).
             10 FILLER                 PIC X     VALUE '/'.
             10 WS-LC-AAAA             PIC 9(4).
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LC-SOLDE               PIC ZZZ.ZZZ.ZZ9,99-.
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LC-SOLDE-VAL           PIC ZZZ.ZZZ.ZZ9,99-.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WS-LC-BARRE               PIC X(30).
       01 WS-DATE-LUE.
          05 WS-DL-AAAA                PIC 9(4).
          05 WS-DL-MM                  PIC 9(2).
          05 WS-DL-JJ                  PIC 9(2).
       01 WS-DATE-LUE-N REDEFINES WS-DATE-LUE
                                       PIC 9(8).
       01 WS-BARRE-PLEINE              PIC X(30)      VALUE ALL '*'.
      *================
       LINKAGE SECTION.
      *================
      *
       01 DFHCOMMAREA                  PIC X(4096).
      *
      *                  ==============================               *
      *=================<    PROCEDURE      DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
      ********************
       PROCEDURE DIVISION.
      ********************
      *
      *---------------------------------------------------------------*
      *   COMPOSANT PRINCIPAL    0000                                 *
      *---------------------------------------------------------------*
       0000-PROGRAMME-DEB.
           PERFORM 7000-INIT-MAP-DEB
              THRU 7000-INIT-MAP-FIN.
           PERFORM 7140-INIT-COMMAREA-DEB
              THRU 7140-INIT-COMMAREA-FIN.
           EVALUATE TRUE
               WHEN INIT-TRT
                  PERFORM 1000-INIT-SCREEN-DEB
                     THRU 1000-INIT-SCREEN-FIN
               WHEN AFF-MAP
                  PERFORM 1010-N-FOIS-DEB
                     THRU 1010-N-FOIS-FIN
           END-EVALUATE.
           PERFORM 9999-FIN-RTRANSID-DEB
              THRU 9999-FIN-RTRANSID-FIN.
       0000-PROGRAMME-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   1000       *
      *---------------------------------------------------------------*
      * PREMIERE ENTREE : PERIODE PAR DEFAUT, UN COMPTE TRANSMIS PAR  *
      * ARIC120 (PF6) EST AFFICHE DIRECTEMENT, SINON INVITE A LA      *
      * SAISIE                                                        *
      *---------------------------------------------------------------*
       1000-INIT-SCREEN-DEB.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           PERFORM 7200-PERIODE-DEFAUT-DEB
              THRU 7200-PERIODE-DEFAUT-FIN.
           IF WS-CPTE-CLE-DER NOT = SPACE
              AND WS-CPTE-CLE-DER NOT = LOW-VALUE
              MOVE WS-CPTE-CLE-DER                TO MCPTEO
              MOVE 1                              TO WS-CA-PAGE-MVT
              PERFORM 7220-CHARGE-PAGE-DEB
                 THRU 7220-CHARGE-PAGE-FIN
           ELSE
              MOVE WS-MSG(19)                     TO MMSGO
           END-IF.
           PERFORM 6000-SEND-MAP-DEB
              THRU 6000-SEND-MAP-FIN.
       1000-INIT-SCREEN-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   1010       *
      *---------------------------------------------------------------*
       1010-N-FOIS-DEB.
           EVALUATE EIBAID
               WHEN DFHPF3
               PERFORM 2020-PF3-DEB
                  THRU 2020-PF3-FIN
               WHEN DFHPF7
               PERFORM 2050-PF7-DEB
                  THRU 2050-PF7-FIN
               WHEN DFHPF8
               PERFORM 2040-PF8-DEB
                  THRU 2040-PF8-FIN
               WHEN DFHENTER
               PERFORM 2000-ENTER-DEB
                  THRU 2000-ENTER-FIN
               WHEN DFHCLEAR
               PERFORM 2010-CLEAR-DEB
                  THRU 2010-CLEAR-FIN
               WHEN OTHER
               PERFORM 2030-OTHER-DEB
                  THRU 2030-OTHER-FIN
           END-EVALUATE.
       1010-N-FOIS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2000       *
      *---------------------------------------------------------------*
      * ENTER : PREMIERE PAGE DU COMPTE ET DE LA PERIODE SAISIS       *
      *---------------------------------------------------------------*
       2000-ENTER-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           IF WS-RESP = DFHRESP(MAPFAIL) OR MCPTEO = SPACE
              MOVE WS-MSG(19)                     TO MMSGO
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 2000-ENTER-FIN
           END-IF.
           PERFORM 7210-CONTROLE-PERIODE-DEB
              THRU 7210-CONTROLE-PERIODE-FIN.
           IF PERIODE-INVALIDE
              MOVE WS-MSG(200)                    TO MMSGO
           ELSE
              MOVE 1                              TO WS-CA-PAGE-MVT
              PERFORM 7220-CHARGE-PAGE-DEB
                 THRU 7220-CHARGE-PAGE-FIN
           END-IF.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       2000-ENTER-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2010       *
      *---------------------------------------------------------------*
       2010-CLEAR-DEB.
           PERFORM 7000-INIT-MAP-DEB
              THRU 7000-INIT-MAP-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           PERFORM 7040-MSG-CLEAR-DEB
              THRU 7040-MSG-CLEAR-FIN.
           PERFORM 6000-SEND-MAP-DEB
              THRU 6000-SEND-MAP-FIN.
       2010-CLEAR-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2020       *
      *---------------------------------------------------------------*
       2020-PF3-DEB.
           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.
       2020-PF3-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2030       *
      *---------------------------------------------------------------*
       2030-OTHER-DEB.
           PERFORM 7030-MSG-OTHER-2000-DEB
              THRU 7030-MSG-OTHER-2000-FIN.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       2030-OTHER-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2040       *
      *---------------------------------------------------------------*
      * PF8 : PAGE SUIVANTE (JOURS PLUS RECENTS)                      *
      *---------------------------------------------------------------*
       2040-PF8-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           IF MCPTEO = SPACE OR WS-CA-PAGE-MVT = ZERO
              MOVE WS-MSG(19)                     TO MMSGO
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 2040-PF8-FIN
           END-IF.
           PERFORM 7210-CONTROLE-PERIODE-DEB
              THRU 7210-CONTROLE-PERIODE-FIN.
           IF PERIODE-INVALIDE
              MOVE WS-MSG(200)                    TO MMSGO
           ELSE
              ADD 1                               TO WS-CA-PAGE-MVT
              PERFORM 7220-CHARGE-PAGE-DEB
                 THRU 7220-CHARGE-PAGE-FIN
              IF WS-NB-LIGNES = ZERO AND WS-NB-ARRETES > ZERO
      *          PAS DE PAGE PLUS RECENTE : RETOUR A LA PRECEDENTE
                 SUBTRACT 1                       FROM WS-CA-PAGE-MVT
                 PERFORM 7220-CHARGE-PAGE-DEB
                    THRU 7220-CHARGE-PAGE-FIN
                 MOVE WS-MSG(22)                  TO MMSGO
              END-IF
           END-IF.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       2040-PF8-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2050       *
      *---------------------------------------------------------------*
      * PF7 : RETOUR AU DEBUT DE LA PERIODE                           *
      *---------------------------------------------------------------*
       2050-PF7-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           IF MCPTEO = SPACE
              MOVE WS-MSG(19)                     TO MMSGO
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 2050-PF7-FIN
           END-IF.
           PERFORM 7210-CONTROLE-PERIODE-DEB
              THRU 7210-CONTROLE-PERIODE-FIN.
           IF PERIODE-INVALIDE
              MOVE WS-MSG(200)                    TO MMSGO
           ELSE
              MOVE 1                              TO WS-CA-PAGE-MVT
              PERFORM 7220-CHARGE-PAGE-DEB
                 THRU 7220-CHARGE-PAGE-FIN
              IF WS-NB-ARRETES > ZERO
                 MOVE WS-MSG(55)                  TO MMSGO
              END-IF
           END-IF.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       2050-PF7-FIN.
           EXIT.
      *===============================================================*
      *    STRUCTURATION DE LA PARTIE INDEPENDANTE DU PROGRAMME       *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *   9999-  : FIN DE PROGRAMME                                   *
      *===============================================================*
      *
       6000-SEND-MAP-DEB.
           EXEC CICS
                SEND MAP     (WS-MAP)
                     MAPSET  (WS-MAPSET)
                     FROM    (ARIM230O)
                     ERASE
                     RESP    (WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE "6000 ERREUR SEND MAP"      TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6000-SEND-MAP-FIN.
           EXIT.
       6010-INPUT-START-DEB.
           EXEC CICS
              RECEIVE MAP     (WS-MAP)
                      MAPSET  (WS-MAPSET)
                      INTO    (ARIM230I)
                      RESP    (WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = (DFHRESP(NORMAL) AND DFHRESP(MAPFAIL))
                MOVE '6010 - ERREUR RECEVE MAP'  TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6010-INPUT-START-FIN.
           EXIT.
       6020-SEND-MAP-DATAONLY-DEB.
           EXEC CICS
                SEND MAP     (WS-MAP)
                     MAPSET  (WS-MAPSET)
                     FROM    (ARIM230O)
                     ERASEAUP
                     DATAONLY
                     RESP    (WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6020 - ERREUR SEND MAP DATAONLY'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6020-SEND-MAP-DATAONLY-FIN.
           EXIT.
       6100-STARTBR-SLH-DEB.
           MOVE MCPTEO                           TO WS-SLH-BRW-CPTE.
           MOVE WS-PER-DEB                       TO WS-SLH-BRW-DATE.
           EXEC CICS
               STARTBR FILE('SLD0101')
                       RIDFLD(WS-SLH-BRW-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET SLHBRW-ENCOURS                  TO TRUE
           ELSE
              SET SLHBRW-FIN                      TO TRUE
           END-IF.
       6100-STARTBR-SLH-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * LIT LE SOLDE SUIVANT - FIN DE PARCOURS A LA FIN DU FICHIER,   *
      * AU CHANGEMENT DE COMPTE OU APRES LA FIN DE LA PERIODE         *
      *---------------------------------------------------------------*
       6110-READNEXT-SLH-DEB.
           EXEC CICS
               READNEXT FILE('SLD0101')
                        RIDFLD(WS-SLH-BRW-CLE)
                        INTO(WS-SLH-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET SLHBRW-FIN                      TO TRUE
              GO TO 6110-READNEXT-SLH-FIN
           END-IF.
           IF WS-SLH-CPTE NOT = MCPTEO
              OR WS-SLH-DATE > WS-PER-FIN
              SET SLHBRW-FIN                      TO TRUE
           END-IF.
       6110-READNEXT-SLH-FIN.
           EXIT.
       6120-ENDBR-SLH-DEB.
           EXEC CICS
               ENDBR FILE('SLD0101')
                     RESP(WS-RESP)
           END-EXEC.
       6120-ENDBR-SLH-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
       7000-INIT-MAP-DEB.
            MOVE DFHCOMMAREA                     TO WS-COMMAREA.
            MOVE LOW-VALUE                       TO ARIM230O.
       7000-INIT-MAP-FIN.
           EXIT.
       7010-INIT-DATE-DEB.
           EXEC CICS
               ASKTIME ABSTIME(WS-DATE-CICS)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME  (WS-DATE-CICS)
                          YYYYMMDD (WS-DATEJ)
                          DATESEP
           END-EXEC.
       7010-INIT-DATE-FIN.
           EXIT.
       7020-INIT-TEXT-DEB.
           MOVE EIBTASKN                         TO MTASKO.
           MOVE EIBTRNID                         TO MTRANO.
           MOVE EIBTRMID                         TO MTERMO.
           MOVE 'M'                              TO WS-TAFF.
           MOVE WS-DATEJ                         TO MDATEO.
       7020-INIT-TEXT-FIN.
           EXIT.
       7030-MSG-OTHER-2000-DEB.
           MOVE EIBTASKN                         TO MTASKO.
           MOVE WS-MSG(1)                        TO MMSGO.
       7030-MSG-OTHER-2000-FIN.
           EXIT.
       7040-MSG-CLEAR-DEB.
           MOVE WS-MSG(2)                        TO MMSGO.
       7040-MSG-CLEAR-FIN.
           EXIT.
       7140-INIT-COMMAREA-DEB.
           MOVE DFHCOMMAREA                      TO WS-COMMAREA.
           MOVE SPACE                            TO MMSGO.
       7140-INIT-COMMAREA-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * PERIODE PAR DEFAUT : DU PREMIER DU MOIS COURANT A CE JOUR     *
      *---------------------------------------------------------------*
       7200-PERIODE-DEFAUT-DEB.
           MOVE WS-DATEJ-AAAA                    TO MDDEBO(1:4).
           MOVE WS-DATEJ-MM                      TO MDDEBO(5:2).
           MOVE '01'                             TO MDDEBO(7:2).
           MOVE WS-DATEJ-AAAA                    TO MDFINO(1:4).
           MOVE WS-DATEJ-MM                      TO MDFINO(5:2).
           MOVE WS-DATEJ-JJ                      TO MDFINO(7:2).
       7200-PERIODE-DEFAUT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONTROLE DE LA PERIODE SAISIE (DATES A BLANC = PERIODE PAR    *
      * DEFAUT)                                                       *
      *---------------------------------------------------------------*
       7210-CONTROLE-PERIODE-DEB.
           SET PERIODE-OK                        TO TRUE.
           IF MDDEBO = SPACE OR LOW-VALUE
              OR MDFINO = SPACE OR LOW-VALUE
              PERFORM 7200-PERIODE-DEFAUT-DEB
                 THRU 7200-PERIODE-DEFAUT-FIN
           END-IF.
           IF MDDEBO NOT NUMERIC OR MDFINO NOT NUMERIC
              SET PERIODE-INVALIDE               TO TRUE
              GO TO 7210-CONTROLE-PERIODE-FIN
           END-IF.
           MOVE MDDEBO                           TO WS-PER-CTL.
           PERFORM 7215-CONTROLE-UNE-DATE-DEB
              THRU 7215-CONTROLE-UNE-DATE-FIN.
           MOVE WS-PER-CTL-N                     TO WS-PER-DEB.
           MOVE MDFINO                           TO WS-PER-CTL.
           PERFORM 7215-CONTROLE-UNE-DATE-DEB
              THRU 7215-CONTROLE-UNE-DATE-FIN.
           MOVE WS-PER-CTL-N                     TO WS-PER-FIN.
           IF WS-PER-DEB > WS-PER-FIN
              SET PERIODE-INVALIDE               TO TRUE
           END-IF.
       7210-CONTROLE-PERIODE-FIN.
           EXIT.
       7215-CONTROLE-UNE-DATE-DEB.
           IF WS-PER-CTL-MM < 1 OR WS-PER-CTL-MM > 12
              OR WS-PER-CTL-JJ < 1 OR WS-PER-CTL-JJ > 31
              SET PERIODE-INVALIDE               TO TRUE
           END-IF.
       7215-CONTROLE-UNE-DATE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CHARGE UNE PAGE DE 10 JOURS : UN PREMIER PARCOURS DE LA       *
      * PERIODE DONNE LE MINIMUM ET LE MAXIMUM (ECHELLE DES BARRES),  *
      * LE SECOND EST POSITIONNE PAR SAUT DE (PAGE-1)*10 LIGNES       *
      *---------------------------------------------------------------*
       7220-CHARGE-PAGE-DEB.
           MOVE SPACE                            TO ML1O ML2O ML3O
                                                    ML4O ML5O ML6O
                                                    ML7O ML8O ML9O
                                                    ML10O MSTATO.
           MOVE SPACE                            TO MDEVO.
           MOVE ZERO                             TO WS-NB-LIGNES.
           IF WS-PER-DEB = ZERO
              PERFORM 7210-CONTROLE-PERIODE-DEB
                 THRU 7210-CONTROLE-PERIODE-FIN
           END-IF.
      *
           PERFORM 7225-BORNES-PERIODE-DEB
              THRU 7225-BORNES-PERIODE-FIN.
           IF WS-NB-ARRETES = ZERO
              MOVE WS-MSG(201)                   TO MMSGO
              GO TO 7220-CHARGE-PAGE-FIN
           END-IF.
           MOVE WS-NB-ARRETES                    TO WS-LS-NB.
           MOVE WS-SOLDE-MINI                    TO WS-LS-MINI.
           MOVE WS-SOLDE-MAXI                    TO WS-LS-MAXI.
           MOVE WS-LIGNE-STAT                    TO MSTATO.
      *
           COMPUTE WS-NB-SAUT = (WS-CA-PAGE-MVT - 1) * 10.
           MOVE ZERO                             TO WS-IND-SAUT.
           PERFORM 6100-STARTBR-SLH-DEB
              THRU 6100-STARTBR-SLH-FIN.
           IF SLHBRW-FIN
              GO TO 7220-CHARGE-PAGE-FIN
           END-IF.
           PERFORM 6110-READNEXT-SLH-DEB
              THRU 6110-READNEXT-SLH-FIN.
           PERFORM 7230-SAUTE-UNE-LIGNE-DEB
              THRU 7230-SAUTE-UNE-LIGNE-FIN
             UNTIL WS-IND-SAUT NOT < WS-NB-SAUT
                OR SLHBRW-FIN.
           PERFORM 7240-TRT-UNE-LIGNE-DEB
              THRU 7240-TRT-UNE-LIGNE-FIN
             UNTIL SLHBRW-FIN OR WS-NB-LIGNES = 10.
           PERFORM 6120-ENDBR-SLH-DEB
              THRU 6120-ENDBR-SLH-FIN.
       7220-CHARGE-PAGE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * PREMIER PARCOURS : NOMBRE DE JOURS HISTORISES, MINIMUM ET     *
      * MAXIMUM DU SOLDE DE CLOTURE SUR LA PERIODE                    *
      *---------------------------------------------------------------*
       7225-BORNES-PERIODE-DEB.
           MOVE ZERO                             TO WS-NB-ARRETES.
           MOVE ZERO                             TO WS-SOLDE-MINI.
           MOVE ZERO                             TO WS-SOLDE-MAXI.
           PERFORM 6100-STARTBR-SLH-DEB
              THRU 6100-STARTBR-SLH-FIN.
           IF SLHBRW-FIN
              GO TO 7225-BORNES-PERIODE-FIN
           END-IF.
           PERFORM 6110-READNEXT-SLH-DEB
              THRU 6110-READNEXT-SLH-FIN.
           PERFORM 7226-BORNE-UN-SOLDE-DEB
              THRU 7226-BORNE-UN-SOLDE-FIN
             UNTIL SLHBRW-FIN.
           PERFORM 6120-ENDBR-SLH-DEB
              THRU 6120-ENDBR-SLH-FIN.
       7225-BORNES-PERIODE-FIN.
           EXIT.
       7226-BORNE-UN-SOLDE-DEB.
           IF WS-NB-ARRETES = ZERO
              MOVE WS-SLH-SOLDE                  TO WS-SOLDE-MINI
              MOVE WS-SLH-SOLDE                  TO WS-SOLDE-MAXI
              MOVE WS-SLH-DEVISE                 TO MDEVO
           END-IF.
           ADD 1                                 TO WS-NB-ARRETES.
           IF WS-SLH-SOLDE < WS-SOLDE-MINI
              MOVE WS-SLH-SOLDE                  TO WS-SOLDE-MINI
           END-IF.
           IF WS-SLH-SOLDE > WS-SOLDE-MAXI
              MOVE WS-SLH-SOLDE                  TO WS-SOLDE-MAXI
           END-IF.
           PERFORM 6110-READNEXT-SLH-DEB
              THRU 6110-READNEXT-SLH-FIN.
       7226-BORNE-UN-SOLDE-FIN.
           EXIT.
       7230-SAUTE-UNE-LIGNE-DEB.
           ADD 1                                 TO WS-IND-SAUT.
           PERFORM 6110-READNEXT-SLH-DEB
              THRU 6110-READNEXT-SLH-FIN.
       7230-SAUTE-UNE-LIGNE-FIN.
           EXIT.
       7240-TRT-UNE-LIGNE-DEB.
           ADD 1                                 TO WS-NB-LIGNES.
           PERFORM 7250-ALIM-LIGNE-DEB
              THRU 7250-ALIM-LIGNE-FIN.
           PERFORM 6110-READNEXT-SLH-DEB
              THRU 6110-READNEXT-SLH-FIN.
       7240-TRT-UNE-LIGNE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * LIGNE DE LA COURBE : BARRE DE 1 A 30 POSITIONS ENTRE LE       *
      * MINIMUM ET LE MAXIMUM DE LA PERIODE (30 SI SOLDE CONSTANT)    *
      *---------------------------------------------------------------*
       7250-ALIM-LIGNE-DEB.
           MOVE WS-SLH-DATE                      TO WS-DATE-LUE-N.
           MOVE WS-DL-JJ                         TO WS-LC-JJ.
           MOVE WS-DL-MM                         TO WS-LC-MM.
           MOVE WS-DL-AAAA                       TO WS-LC-AAAA.
           MOVE WS-SLH-SOLDE                     TO WS-LC-SOLDE.
           MOVE WS-SLH-SOLDE-VAL                 TO WS-LC-SOLDE-VAL.
           COMPUTE WS-ECART = WS-SOLDE-MAXI - WS-SOLDE-MINI.
           IF WS-ECART = ZERO
              MOVE 30                            TO WS-LG-BARRE
           ELSE
              COMPUTE WS-LG-BARRE = 1 +
                 ((WS-SLH-SOLDE - WS-SOLDE-MINI) * 29) / WS-ECART
           END-IF.
           MOVE SPACE                            TO WS-LC-BARRE.
           MOVE WS-BARRE-PLEINE(1:WS-LG-BARRE)   TO WS-LC-BARRE.
           EVALUATE WS-NB-LIGNES
               WHEN 1
                  MOVE WS-LIGNE-SLD              TO ML1O
               WHEN 2
                  MOVE WS-LIGNE-SLD              TO ML2O
               WHEN 3
                  MOVE WS-LIGNE-SLD              TO ML3O
               WHEN 4
                  MOVE WS-LIGNE-SLD              TO ML4O
               WHEN 5
                  MOVE WS-LIGNE-SLD              TO ML5O
               WHEN 6
                  MOVE WS-LIGNE-SLD              TO ML6O
               WHEN 7
                  MOVE WS-LIGNE-SLD              TO ML7O
               WHEN 8
                  MOVE WS-LIGNE-SLD              TO ML8O
               WHEN 9
                  MOVE WS-LIGNE-SLD              TO ML9O
               WHEN 10
                  MOVE WS-LIGNE-SLD              TO ML10O
           END-EVALUATE.
       7250-ALIM-LIGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9999-  : FIN DE PROGRAMME                                   *
      *---------------------------------------------------------------*
       9999-ERREUR-PROGRAMME-DEB.
           EXEC CICS SEND
                     FROM (WS-MSG-ERR)
                     ERASE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
       9999-ERREUR-PROGRAMME-FIN.
           EXIT.
      *
       9999-FIN-PROGRAMME-DEB.
           EXEC CICS SEND
                     FROM (WS-MSG(26))
                     ERASE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-FIN-RTRANSID-DEB.
           EXEC CICS RETURN
                     TRANSID(EIBTRNID)
                     COMMAREA(WS-COMMAREA)
           END-EXEC.
       9999-FIN-RTRANSID-FIN.
           EXIT.
       9999-ABEND-PRG-DEB.
           EXEC CICS ABEND
                     NODUMP
           END-EXEC.
       9999-ABEND-PRG-FIN.
           EXIT.
