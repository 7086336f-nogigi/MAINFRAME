      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC245                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      * VUE CLIENT UNIFIEE (BANQUE ET VENTES) : SAISIE DU NUMERO DE   *
      * CLIENT (CONTROLE SUR CLI0101), AFFICHAGE DE L IDENTITE ET DE  *
      * L ADRESSE PUIS, 10 LIGNES PAR PAGE :                          *
      * - LES COMPTES DETENUS EN DIRECT (CPTE0101, ROLE P) PUIS PAR   *
      *   RATTACHEMENT TIT0101 (ROLE DU RATTACHEMENT) : SOLDE, DEVISE,*
      *   GEL EN COURS (GEL0101), DORMANT OU EN DESHERENCE, LIMITE DU *
      *   DECOUVERT AUTORISE NON ECHU (DEC0101) ET NOMBRE DE MANDATS  *
      *   DE PRELEVEMENT ACTIFS (MND0101) ;                           *
      * - LES LIGNES DE COMMANDE DE VENTE EN COURS (VTE0101, STATUTS  *
      *   OUVERTE, ALLOUEE, BLOQUEE POUR CREDIT) : QUANTITE EXPEDIEE  *
      *   SUR QUANTITE COMMANDEE, STATUT, DATE DEMANDEE.              *
      * LA LIGNE DE PIED RAPPELLE LES NOMBRES DE COMPTES ET DE LIGNES *
      * DE COMMANDE ET LE TOTAL DES CREANCES OUVERTES (CRC0101).      *
      * PF8 PAGE SUIVANTE, PF7 PREMIERE PAGE (SAUT DE (PAGE-1)*10     *
      * LIGNES, PAGE COURANTE EN COMMAREA, MEME PRINCIPE QUE ARIC244).*
      * LA SAISIE D UN NUMERO DE LIGNE (MSEL) TRANSMET LA LIGNE A     *
      * L ECRAN DETAIL PAR XCTL COMME ARIC214 : UN COMPTE A ARIC211    *
      * (WS-CPTE-CLE-DER), UNE LIGNE DE COMMANDE A ARIC141            *
      * (WS-CA-VTE-CLE-SEL, ECRAN PRE-REMPLI). LES ECHANGES SUIVANTS  *
      * SONT REAIGUILLES VERS L ECRAN DETAIL PAR WS-CA-PGM-EXT ; PF3   *
      * SUR L ECRAN DETAIL REVIENT A LA VUE CLIENT (SAUF SUBSTITUTION *
      * EN ATTENTE DE DECISION SUR ARIC141, OU PF3 LA REFUSE).        *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    § CREATION DU PROGRAMME - VUE CLIENT UNIFIEE    *
      *               § COMPTES, COMMANDES DE VENTE ET CREANCES       *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. ARIC245.
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
           COPY ARIN245.
      * VARIABLE MSG
           COPY TABMSG.
      * VARIABLE COMMAREA
           COPY COMMAREA.
      * FICHIER MAITRE DES CLIENTS
           COPY CLIENT.
      * FICHIER MAITRE DES COMPTES
           COPY TP4CPTES.
      * RATTACHEMENTS DES TITULAIRES AUX COMPTES
           COPY TITULAIR.
      * GELS DE COMPTES
           COPY GELCPTE.
      * DECOUVERTS AUTORISES
           COPY DECOUVRT.
      * MANDATS DE PRELEVEMENT
           COPY MANDAT.
      * COMMANDES DE VENTE
           COPY VENTES.
      * CREANCES CLIENTS
           COPY CREANCE.
      *
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
      *DATE DU JOUR AAAAMMJJ NUMERIQUE (GELS, DECOUVERTS, MANDATS)
       01 WS-DATEJ-NUM-R.
          05 WS-DJN-AAAA               PIC 9(4).
          05 WS-DJN-MM                 PIC 99.
          05 WS-DJN-JJ                 PIC 99.
       01 WS-DATEJ-NUM REDEFINES WS-DATEJ-NUM-R
                                       PIC 9(8).
      *
       01 WS-DATE-CICS                 PIC S9(15)     COMP-3.
      *VARIABLE GESTION CICS
       01 WS-RESP                      PIC S9(4)      COMP.
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM245'.
       01 WS-MAPSET                    PIC X(7)       VALUE 'ARIN245'.
       01 WS-MSG-ERR                   PIC X(80).
      *SWITCHS DE FIN DE PARCOURS
       01 WS-FS-CPTBRW                 PIC X.
          88 CPTBRW-ENCOURS                        VALUE '0'.
          88 CPTBRW-FIN                            VALUE '1'.
       01 WS-FS-TITBRW                 PIC X.
          88 TITBRW-ENCOURS                        VALUE '0'.
          88 TITBRW-FIN                            VALUE '1'.
       01 WS-FS-MNDBRW                 PIC X.
          88 MNDBRW-ENCOURS                        VALUE '0'.
          88 MNDBRW-FIN                            VALUE '1'.
       01 WS-FS-VTEBRW                 PIC X.
          88 VTEBRW-ENCOURS                        VALUE '0'.
          88 VTEBRW-FIN                            VALUE '1'.
       01 WS-FS-CRCBRW                 PIC X.
          88 CRCBRW-ENCOURS                        VALUE '0'.
          88 CRCBRW-FIN                            VALUE '1'.
      *CLES DE PARCOURS
       01 WS-TIT-BRW-CLE               PIC X(16).
       01 WS-MND-BRW-CLE.
          05 WS-MND-BRW-CPTE           PIC X(10).
          05 WS-MND-BRW-SEQ            PIC 9(2).
       01 WS-VTE-BRW-CLE               PIC X(13).
       01 WS-CRC-BRW-CLE.
          05 WS-CRC-BRW-CLIENT         PIC X(6).
          05 WS-CRC-BRW-FACT           PIC X(11).
      *NUMERO DE LIGNE SELECTIONNE
       01 WS-SEL-SAISI.
          05 WS-SEL-NUM                PIC 9(2).
       01 WS-SEL-ALPHA REDEFINES WS-SEL-SAISI
                                       PIC X(2).
      *COMPTEURS DE LA VUE CLIENT
       01 WS-NB-ITEMS                  PIC S9(5)      COMP.
       01 WS-NB-CPTES                  PIC S9(5)      COMP.
       01 WS-NB-VENTES                 PIC S9(5)      COMP.
       01 WS-NB-MANDATS                PIC S9(4)      COMP.
       01 WS-MT-CREANCES               PIC S9(11)V99  COMP-3.
      *SAUT DE POSITIONNEMENT ET COMPTEUR DE PAGE
       01 WS-NB-SAUT                   PIC S9(5)      COMP.
       01 WS-NB-LIGNES                 PIC S9(4)      COMP.
      *CODE POSTAL ET VILLE
       01 WS-CP-VILLE.
          05 WS-CPV-CP                 PIC X(5).
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-CPV-VILLE              PIC X(20).
      *LIGNE DE LA VUE A PLACER SUR LA PAGE, TYPE ET CLE ASSOCIES
       01 WS-LIGNE-VUE                 PIC X(76).
       01 WS-TYPE-VUE                  PIC X.
       01 WS-CLE-VUE                   PIC X(13).
      *LIGNE COMPTE
       01 WS-LIGNE-CPT.
          05 WS-LC-RANG                PIC Z9.
          05 FILLER                    PIC X(2)  VALUE '. '.
          05 FILLER                    PIC X(5)  VALUE 'CPTE '.
          05 WS-LC-CPTE                PIC X(10).
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LC-ROLE                PIC X(1).
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LC-SOLDE               PIC -ZZZZZZZZ9,99.
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LC-DEVISE              PIC X(3).
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LC-GEL                 PIC X(3).
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LC-DORM                PIC X(3).
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LC-DEC                 PIC X(3).
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LC-DEC-LIM             PIC ZZZZZZZZ9 BLANK WHEN ZERO.
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LC-MND                 PIC X(3).
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LC-NB-MND              PIC Z9    BLANK WHEN ZERO.
          05 FILLER                    PIC X(8)  VALUE SPACES.
      *LIGNE DE COMMANDE DE VENTE
       01 WS-LIGNE-VTE.
          05 WS-LV-RANG                PIC Z9.
          05 FILLER                    PIC X(2)  VALUE '. '.
          05 FILLER                    PIC X(5)  VALUE 'CDE  '.
          05 WS-LV-NUM                 PIC X(11).
          05 FILLER                    PIC X(1)  VALUE '/'.
          05 WS-LV-LIGNE               PIC 99.
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LV-ART                 PIC X(5).
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LV-QTE-EXP             PIC ZZZZZ9.
          05 FILLER                    PIC X(1)  VALUE '/'.
          05 WS-LV-QTE                 PIC ZZZZZ9.
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 WS-LV-STATUT              PIC X(10).
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 FILLER                    PIC X(4)  VALUE 'DEM '.
          05 WS-LV-DATE-DEM            PIC X(10).
          05 FILLER                    PIC X(7)  VALUE SPACES.
      *LIGNE DE PIED : NOMBRES ET CREANCES OUVERTES
       01 WS-LIGNE-TOT.
          05 FILLER                    PIC X(10) VALUE 'COMPTES : '.
          05 WS-LT-NB-CPTES            PIC ZZ9.
          05 FILLER                    PIC X(15)
                                       VALUE '   COMMANDES : '.
          05 WS-LT-NB-VENTES           PIC ZZZ9.
          05 FILLER                    PIC X(23)
                                       VALUE '   CREANCES OUVERTES : '.
          05 WS-LT-CREANCES            PIC -ZZZZZZZZ9,99.
          05 FILLER                    PIC X(11) VALUE SPACES.
      *DATE A EDITER EN JJ/MM/AAAA
       01 WS-DATE-LUE.
          05 WS-DL-AAAA                PIC 9(4).
          05 WS-DL-MM                  PIC 9(2).
          05 WS-DL-JJ                  PIC 9(2).
       01 WS-DATE-LUE-N REDEFINES WS-DATE-LUE
                                       PIC 9(8).
       01 WS-DATE-ED.
          05 WS-DE-JJ                  PIC 9(2).
          05 FILLER                    PIC X     VALUE '/'.
          05 WS-DE-MM                  PIC 9(2).
          05 FILLER                    PIC X     VALUE '/'.
          05 WS-DE-AAAA                PIC 9(4).
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
      *    UNE LIGNE A ETE TRANSMISE A UN ECRAN DETAIL : LES ECHANGES
      *    SUIVANTS LUI SONT REAIGUILLES, PF3 REVIENT A LA VUE CLIENT
           IF WS-CA-PGM-EXT = 'ARIC211'
              OR WS-CA-PGM-EXT = 'ARIC141'
              PERFORM 1020-RETOUR-DETAIL-DEB
                 THRU 1020-RETOUR-DETAIL-FIN
           END-IF.
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
      * PREMIERE ENTREE : INVITE A LA SAISIE DU CLIENT                *
      *---------------------------------------------------------------*
       1000-INIT-SCREEN-DEB.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           MOVE SPACE                            TO WS-CA-VUE-CLIENT
                                                    WS-CA-VUE-TAB-SEL
                                                    WS-CA-VTE-CLE-SEL
                                                    WS-CA-PGM-EXT.
           MOVE ZERO                             TO WS-CA-VUE-PAGE.
           MOVE WS-MSG(301)                      TO MMSGO.
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
      *               DESCRIPTION DU COMPOSANT PROGRAMME   1020       *
      *---------------------------------------------------------------*
      * ECRAN DETAIL EN COURS : TOUTE TOUCHE LUI EST REDONNEE, SAUF   *
      * PF3 QUI REAFFICHE LA PAGE COURANTE DE LA VUE CLIENT - SUR     *
      * ARIC141, PF3 RESTE LE REFUS DE LA SUBSTITUTION EN ATTENTE     *
      *---------------------------------------------------------------*
       1020-RETOUR-DETAIL-DEB.
           IF EIBAID NOT = DFHPF3
              OR (WS-CA-PGM-EXT = 'ARIC141' AND CMD-VALID)
              PERFORM 9000-XCTL-DETAIL-DEB
                 THRU 9000-XCTL-DETAIL-FIN
           END-IF.
           MOVE SPACE                            TO WS-CA-PGM-EXT
                                                    WS-CA-VTE-CLE-SEL.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           MOVE WS-CA-VUE-CLIENT                 TO MCLIO.
           PERFORM 7220-CHARGE-PAGE-DEB
              THRU 7220-CHARGE-PAGE-FIN.
           PERFORM 6000-SEND-MAP-DEB
              THRU 6000-SEND-MAP-FIN.
           PERFORM 9999-FIN-RTRANSID-DEB
              THRU 9999-FIN-RTRANSID-FIN.
       1020-RETOUR-DETAIL-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2000       *
      *---------------------------------------------------------------*
      * ENTER : SELECTION D UNE LIGNE SI MSEL EST SAISI POUR LE       *
      * CLIENT AFFICHE, SINON PREMIERE PAGE DU CLIENT SAISI           *
      *---------------------------------------------------------------*
       2000-ENTER-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(MAPFAIL) OR MCLIO = SPACE
                  MOVE WS-MSG(301)                TO MMSGO
                  PERFORM 6020-SEND-MAP-DATAONLY-DEB
                     THRU 6020-SEND-MAP-DATAONLY-FIN
               WHEN MSELO NOT = SPACE AND MSELO NOT = LOW-VALUE
                    AND MCLIO = WS-CA-VUE-CLIENT
                  PERFORM 3020-SELECTION-DEB
                     THRU 3020-SELECTION-FIN
               WHEN OTHER
                  MOVE 1                          TO WS-CA-VUE-PAGE
                  PERFORM 7220-CHARGE-PAGE-DEB
                     THRU 7220-CHARGE-PAGE-FIN
                  PERFORM 6020-SEND-MAP-DATAONLY-DEB
                     THRU 6020-SEND-MAP-DATAONLY-FIN
           END-EVALUATE.
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
      * PF8 : PAGE SUIVANTE DU CLIENT AFFICHE                         *
      *---------------------------------------------------------------*
       2040-PF8-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           IF WS-CA-VUE-CLIENT = SPACE OR WS-CA-VUE-PAGE = ZERO
              MOVE WS-MSG(301)                    TO MMSGO
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 2040-PF8-FIN
           END-IF.
           MOVE WS-CA-VUE-CLIENT                  TO MCLIO.
           ADD 1                                  TO WS-CA-VUE-PAGE.
           PERFORM 7220-CHARGE-PAGE-DEB
              THRU 7220-CHARGE-PAGE-FIN.
           IF WS-NB-LIGNES = ZERO AND WS-NB-ITEMS > ZERO
      *       PAS DE PAGE SUIVANTE : RETOUR A LA PRECEDENTE
              SUBTRACT 1                          FROM WS-CA-VUE-PAGE
              PERFORM 7220-CHARGE-PAGE-DEB
                 THRU 7220-CHARGE-PAGE-FIN
              MOVE WS-MSG(305)                    TO MMSGO
           END-IF.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       2040-PF8-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2050       *
      *---------------------------------------------------------------*
      * PF7 : RETOUR A LA PREMIERE PAGE DU CLIENT AFFICHE             *
      *---------------------------------------------------------------*
       2050-PF7-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           IF WS-CA-VUE-CLIENT = SPACE OR WS-CA-VUE-PAGE = ZERO
              MOVE WS-MSG(301)                    TO MMSGO
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 2050-PF7-FIN
           END-IF.
           MOVE WS-CA-VUE-CLIENT                  TO MCLIO.
           MOVE 1                                 TO WS-CA-VUE-PAGE.
           PERFORM 7220-CHARGE-PAGE-DEB
              THRU 7220-CHARGE-PAGE-FIN.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       2050-PF7-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3020       *
      *---------------------------------------------------------------*
      * SELECTION D UNE LIGNE DE LA PAGE : UN COMPTE EST TRANSMIS A   *
      * ARIC211, UNE LIGNE DE COMMANDE A ARIC141                      *
      *---------------------------------------------------------------*
       3020-SELECTION-DEB.
           MOVE MSELO                             TO WS-SEL-ALPHA.
           IF WS-SEL-ALPHA(2:1) = SPACE
              OR WS-SEL-ALPHA(2:1) = LOW-VALUE
              MOVE ZERO                           TO WS-SEL-SAISI(1:1)
              MOVE MSELO(1:1)                     TO WS-SEL-ALPHA(2:1)
           END-IF.
           IF WS-SEL-ALPHA NOT NUMERIC
              OR WS-SEL-NUM < 1
              OR WS-SEL-NUM > 10
              MOVE WS-MSG(80)                     TO MMSGO
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 3020-SELECTION-FIN
           END-IF.
           EVALUATE TRUE
               WHEN VUE-SEL-CPTE(WS-SEL-NUM)
                  MOVE WS-CA-VUE-CLE(WS-SEL-NUM)(1:10)
                                                  TO WS-CPTE-CLE-DER
                  MOVE 'ARIC211'                  TO WS-CA-PGM-EXT
               WHEN VUE-SEL-VENTE(WS-SEL-NUM)
                  MOVE WS-CA-VUE-CLE(WS-SEL-NUM)  TO WS-CA-VTE-CLE-SEL
                  MOVE 'ARIC141'                  TO WS-CA-PGM-EXT
               WHEN OTHER
                  MOVE WS-MSG(80)                 TO MMSGO
                  PERFORM 6020-SEND-MAP-DATAONLY-DEB
                     THRU 6020-SEND-MAP-DATAONLY-FIN
                  GO TO 3020-SELECTION-FIN
           END-EVALUATE.
           MOVE LOW-VALUE                         TO WS-TAFF.
           PERFORM 9000-XCTL-DETAIL-DEB
              THRU 9000-XCTL-DETAIL-FIN.
       3020-SELECTION-FIN.
           EXIT.
      *===============================================================*
      *    STRUCTURATION DE LA PARTIE INDEPENDANTE DU PROGRAMME       *
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *   9XXX-  : ORDRES DE MANIPULATION DES SOUS PROGRAMMES         *
      *   9999-  : FIN DE PROGRAMME                                   *
      *===============================================================*
      *
       6000-SEND-MAP-DEB.
           EXEC CICS
                SEND MAP     (WS-MAP)
                     MAPSET  (WS-MAPSET)
                     FROM    (ARIM245O)
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
                      INTO    (ARIM245I)
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
                     FROM    (ARIM245O)
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
       6030-READ-CLI-DEB.
           MOVE MCLIO                            TO WS-CLI-NUM.
           EXEC CICS
               READ FILE('CLI0101')
                    RIDFLD(WS-CLI-NUM)
                    INTO(WS-CLI-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-RESP NOT = DFHRESP(NOTFND)
                MOVE '6030 - ERREUR LECTURE CLI0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6030-READ-CLI-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * PARCOURS DU FICHIER MAITRE DES COMPTES                        *
      *---------------------------------------------------------------*
       6100-STARTBR-CPTE-DEB.
           SET CPTBRW-ENCOURS                    TO TRUE.
           MOVE LOW-VALUES                       TO WS-CPTES-CPTE.
           EXEC CICS
               STARTBR FILE('CPTE0101')
                       RIDFLD(WS-CPTES-CPTE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET CPTBRW-FIN                     TO TRUE
           END-IF.
       6100-STARTBR-CPTE-FIN.
           EXIT.
       6110-READNEXT-CPTE-DEB.
           EXEC CICS
               READNEXT FILE('CPTE0101')
                        RIDFLD(WS-CPTES-CPTE)
                        INTO(WS-ENRG-F-CPTES)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET CPTBRW-FIN                     TO TRUE
           END-IF.
       6110-READNEXT-CPTE-FIN.
           EXIT.
       6120-ENDBR-CPTE-DEB.
           EXEC CICS
               ENDBR FILE('CPTE0101')
                     RESP(WS-RESP)
           END-EXEC.
       6120-ENDBR-CPTE-FIN.
           EXIT.
       6130-READ-CPTE-DEB.
           EXEC CICS
               READ FILE('CPTE0101')
                    RIDFLD(WS-CPTES-CPTE)
                    INTO(WS-ENRG-F-CPTES)
                    RESP(WS-RESP)
           END-EXEC.
       6130-READ-CPTE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * PARCOURS DES RATTACHEMENTS TITULAIRES                         *
      *---------------------------------------------------------------*
       6140-STARTBR-TIT-DEB.
           SET TITBRW-ENCOURS                    TO TRUE.
           MOVE LOW-VALUES                       TO WS-TIT-BRW-CLE.
           EXEC CICS
               STARTBR FILE('TIT0101')
                       RIDFLD(WS-TIT-BRW-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET TITBRW-FIN                     TO TRUE
           END-IF.
       6140-STARTBR-TIT-FIN.
           EXIT.
       6150-READNEXT-TIT-DEB.
           EXEC CICS
               READNEXT FILE('TIT0101')
                        RIDFLD(WS-TIT-BRW-CLE)
                        INTO(WS-TIT-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET TITBRW-FIN                     TO TRUE
           END-IF.
       6150-READNEXT-TIT-FIN.
           EXIT.
       6160-ENDBR-TIT-DEB.
           EXEC CICS
               ENDBR FILE('TIT0101')
                     RESP(WS-RESP)
           END-EXEC.
       6160-ENDBR-TIT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * GEL ET DECOUVERT DU COMPTE - FICHIER ABSENT = PAS DE GEL, PAS *
      * DE DECOUVERT                                                  *
      *---------------------------------------------------------------*
       6170-READ-GEL-DEB.
           MOVE WS-CPTES-CPTE                    TO WS-GEL-CPTE.
           EXEC CICS
               READ FILE('GEL0101')
                    RIDFLD(WS-GEL-CPTE)
                    INTO(WS-GEL-ENR)
                    RESP(WS-RESP)
           END-EXEC.
       6170-READ-GEL-FIN.
           EXIT.
       6180-READ-DEC-DEB.
           MOVE WS-CPTES-CPTE                    TO WS-DEC-CPTE.
           EXEC CICS
               READ FILE('DEC0101')
                    RIDFLD(WS-DEC-CPTE)
                    INTO(WS-DEC-ENR)
                    RESP(WS-RESP)
           END-EXEC.
       6180-READ-DEC-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * PARCOURS DES MANDATS DU COMPTE - FIN DE PARCOURS AU           *
      * CHANGEMENT DE COMPTE                                          *
      *---------------------------------------------------------------*
       6190-STARTBR-MND-DEB.
           SET MNDBRW-ENCOURS                    TO TRUE.
           MOVE WS-CPTES-CPTE                    TO WS-MND-BRW-CPTE.
           MOVE ZERO                             TO WS-MND-BRW-SEQ.
           EXEC CICS
               STARTBR FILE('MND0101')
                       RIDFLD(WS-MND-BRW-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET MNDBRW-FIN                     TO TRUE
           END-IF.
       6190-STARTBR-MND-FIN.
           EXIT.
       6200-READNEXT-MND-DEB.
           EXEC CICS
               READNEXT FILE('MND0101')
                        RIDFLD(WS-MND-BRW-CLE)
                        INTO(WS-MND-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET MNDBRW-FIN                     TO TRUE
              GO TO 6200-READNEXT-MND-FIN
           END-IF.
           IF WS-MND-CPTE NOT = WS-CPTES-CPTE
              SET MNDBRW-FIN                     TO TRUE
           END-IF.
       6200-READNEXT-MND-FIN.
           EXIT.
       6210-ENDBR-MND-DEB.
           EXEC CICS
               ENDBR FILE('MND0101')
                     RESP(WS-RESP)
           END-EXEC.
       6210-ENDBR-MND-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * PARCOURS DES LIGNES DE COMMANDE DE VENTE                      *
      *---------------------------------------------------------------*
       6220-STARTBR-VTE-DEB.
           SET VTEBRW-ENCOURS                    TO TRUE.
           MOVE LOW-VALUES                       TO WS-VTE-BRW-CLE.
           EXEC CICS
               STARTBR FILE('VTE0101')
                       RIDFLD(WS-VTE-BRW-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET VTEBRW-FIN                     TO TRUE
           END-IF.
       6220-STARTBR-VTE-FIN.
           EXIT.
       6230-READNEXT-VTE-DEB.
           EXEC CICS
               READNEXT FILE('VTE0101')
                        RIDFLD(WS-VTE-BRW-CLE)
                        INTO(WS-VTE-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET VTEBRW-FIN                     TO TRUE
           END-IF.
       6230-READNEXT-VTE-FIN.
           EXIT.
       6240-ENDBR-VTE-DEB.
           EXEC CICS
               ENDBR FILE('VTE0101')
                     RESP(WS-RESP)
           END-EXEC.
       6240-ENDBR-VTE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * PARCOURS DES CREANCES DU CLIENT - FIN DE PARCOURS AU          *
      * CHANGEMENT DE CLIENT                                          *
      *---------------------------------------------------------------*
       6250-STARTBR-CRC-DEB.
           SET CRCBRW-ENCOURS                    TO TRUE.
           MOVE WS-CA-VUE-CLIENT                 TO WS-CRC-BRW-CLIENT.
           MOVE LOW-VALUES                       TO WS-CRC-BRW-FACT.
           EXEC CICS
               STARTBR FILE('CRC0101')
                       RIDFLD(WS-CRC-BRW-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET CRCBRW-FIN                     TO TRUE
           END-IF.
       6250-STARTBR-CRC-FIN.
           EXIT.
       6260-READNEXT-CRC-DEB.
           EXEC CICS
               READNEXT FILE('CRC0101')
                        RIDFLD(WS-CRC-BRW-CLE)
                        INTO(WS-CRC-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET CRCBRW-FIN                     TO TRUE
              GO TO 6260-READNEXT-CRC-FIN
           END-IF.
           IF WS-CRC-CLIENT NOT = WS-CA-VUE-CLIENT
              SET CRCBRW-FIN                     TO TRUE
           END-IF.
       6260-READNEXT-CRC-FIN.
           EXIT.
       6270-ENDBR-CRC-DEB.
           EXEC CICS
               ENDBR FILE('CRC0101')
                     RESP(WS-RESP)
           END-EXEC.
       6270-ENDBR-CRC-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
       7000-INIT-MAP-DEB.
            MOVE DFHCOMMAREA                     TO WS-COMMAREA.
            MOVE LOW-VALUE                       TO ARIM245O.
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
           MOVE WS-DATEJ(1:4)                    TO WS-DJN-AAAA.
           MOVE WS-DATEJ(6:2)                    TO WS-DJN-MM.
           MOVE WS-DATEJ(9:2)                    TO WS-DJN-JJ.
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
      * CHARGE UNE PAGE DE LA VUE DU CLIENT MCLI : IDENTITE, PUIS LES *
      * COMPTES DIRECTS, LES COMPTES PAR RATTACHEMENT ET LES LIGNES   *
      * DE COMMANDE EN COURS, NUMEROTES EN UNE SEULE LISTE ; SEULES   *
      * LES 10 LIGNES SUIVANT LE SAUT DE (PAGE-1)*10 SONT AFFICHEES,  *
      * TOUTES SONT COMPTEES. CREANCES OUVERTES EN LIGNE DE PIED      *
      *---------------------------------------------------------------*
       7220-CHARGE-PAGE-DEB.
           MOVE SPACE                            TO ML1O ML2O ML3O
                                                    ML4O ML5O ML6O
                                                    ML7O ML8O ML9O
                                                    ML10O MTOTO.
           MOVE SPACE                            TO MNOMO MADR1O
                                                    MADR2O MCPVILO
                                                    MTELO MSELO.
           MOVE SPACE                            TO WS-CA-VUE-TAB-SEL.
           MOVE ZERO                             TO WS-NB-LIGNES
                                                    WS-NB-ITEMS
                                                    WS-NB-CPTES
                                                    WS-NB-VENTES
                                                    WS-MT-CREANCES.
      *
           PERFORM 6030-READ-CLI-DEB
              THRU 6030-READ-CLI-FIN.
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE WS-MSG(77)                    TO MMSGO
              MOVE SPACE                         TO WS-CA-VUE-CLIENT
              MOVE ZERO                          TO WS-CA-VUE-PAGE
              GO TO 7220-CHARGE-PAGE-FIN
           END-IF.
           MOVE WS-CLI-NUM                       TO WS-CA-VUE-CLIENT.
           MOVE WS-CLI-NOM                       TO MNOMO.
           MOVE WS-CLI-ADR1                      TO MADR1O.
           MOVE WS-CLI-ADR2                      TO MADR2O.
           MOVE WS-CLI-CP                        TO WS-CPV-CP.
           MOVE WS-CLI-VILLE                     TO WS-CPV-VILLE.
           MOVE WS-CP-VILLE                      TO MCPVILO.
           MOVE WS-CLI-TEL                       TO MTELO.
      *
           COMPUTE WS-NB-SAUT = (WS-CA-VUE-PAGE - 1) * 10.
           PERFORM 7300-CPTES-DIRECTS-DEB
              THRU 7300-CPTES-DIRECTS-FIN.
           PERFORM 7320-CPTES-TITULAIRE-DEB
              THRU 7320-CPTES-TITULAIRE-FIN.
           PERFORM 7340-VENTES-EN-COURS-DEB
              THRU 7340-VENTES-EN-COURS-FIN.
           PERFORM 7360-CREANCES-OUVERTES-DEB
              THRU 7360-CREANCES-OUVERTES-FIN.
      *
           MOVE WS-NB-CPTES                      TO WS-LT-NB-CPTES.
           MOVE WS-NB-VENTES                     TO WS-LT-NB-VENTES.
           MOVE WS-MT-CREANCES                   TO WS-LT-CREANCES.
           MOVE WS-LIGNE-TOT                     TO MTOTO.
           IF WS-NB-ITEMS = ZERO
              MOVE WS-MSG(304)                   TO MMSGO
           END-IF.
       7220-CHARGE-PAGE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * DATE A EDITER EN JJ/MM/AAAA                                   *
      *---------------------------------------------------------------*
       7260-EDITE-DATE-DEB.
           MOVE WS-DL-JJ                         TO WS-DE-JJ.
           MOVE WS-DL-MM                         TO WS-DE-MM.
           MOVE WS-DL-AAAA                       TO WS-DE-AAAA.
       7260-EDITE-DATE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * COMPTES DONT LE CLIENT EST LE TITULAIRE DIRECT (CPTE0101)     *
      *---------------------------------------------------------------*
       7300-CPTES-DIRECTS-DEB.
           PERFORM 6100-STARTBR-CPTE-DEB
              THRU 6100-STARTBR-CPTE-FIN.
           IF CPTBRW-FIN
              GO TO 7300-CPTES-DIRECTS-FIN
           END-IF.
           PERFORM 6110-READNEXT-CPTE-DEB
              THRU 6110-READNEXT-CPTE-FIN.
           PERFORM 7305-TRT-UN-CPTE-DEB
              THRU 7305-TRT-UN-CPTE-FIN
             UNTIL CPTBRW-FIN.
           PERFORM 6120-ENDBR-CPTE-DEB
              THRU 6120-ENDBR-CPTE-FIN.
       7300-CPTES-DIRECTS-FIN.
           EXIT.
       7305-TRT-UN-CPTE-DEB.
           IF WS-CPTES-CLIENT = WS-CA-VUE-CLIENT
              ADD 1                              TO WS-NB-CPTES
              ADD 1                              TO WS-NB-ITEMS
              IF WS-NB-ITEMS > WS-NB-SAUT
                 AND WS-NB-LIGNES < 10
                 MOVE 'P'                        TO WS-LC-ROLE
                 PERFORM 7400-ALIM-LIGNE-CPTE-DEB
                    THRU 7400-ALIM-LIGNE-CPTE-FIN
              END-IF
           END-IF.
           PERFORM 6110-READNEXT-CPTE-DEB
              THRU 6110-READNEXT-CPTE-FIN.
       7305-TRT-UN-CPTE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * COMPTES RATTACHES AU CLIENT PAR TIT0101 (COTITULAIRE,         *
      * MANDATAIRE) - UN COMPTE DONT IL EST DEJA LE TITULAIRE DIRECT  *
      * N EST PAS REPRIS                                              *
      *---------------------------------------------------------------*
       7320-CPTES-TITULAIRE-DEB.
           PERFORM 6140-STARTBR-TIT-DEB
              THRU 6140-STARTBR-TIT-FIN.
           IF TITBRW-FIN
              GO TO 7320-CPTES-TITULAIRE-FIN
           END-IF.
           PERFORM 6150-READNEXT-TIT-DEB
              THRU 6150-READNEXT-TIT-FIN.
           PERFORM 7325-TRT-UN-TIT-DEB
              THRU 7325-TRT-UN-TIT-FIN
             UNTIL TITBRW-FIN.
           PERFORM 6160-ENDBR-TIT-DEB
              THRU 6160-ENDBR-TIT-FIN.
       7320-CPTES-TITULAIRE-FIN.
           EXIT.
       7325-TRT-UN-TIT-DEB.
           IF WS-TIT-CLIENT NOT = WS-CA-VUE-CLIENT
              GO TO 7325-TRT-UN-TIT-SUITE
           END-IF.
           MOVE WS-TIT-CPTE                      TO WS-CPTES-CPTE.
           PERFORM 6130-READ-CPTE-DEB
              THRU 6130-READ-CPTE-FIN.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-CPTES-CLIENT = WS-CA-VUE-CLIENT
              GO TO 7325-TRT-UN-TIT-SUITE
           END-IF.
           ADD 1                                 TO WS-NB-CPTES.
           ADD 1                                 TO WS-NB-ITEMS.
           IF WS-NB-ITEMS > WS-NB-SAUT
              AND WS-NB-LIGNES < 10
              MOVE WS-TIT-ROLE                   TO WS-LC-ROLE
              PERFORM 7400-ALIM-LIGNE-CPTE-DEB
                 THRU 7400-ALIM-LIGNE-CPTE-FIN
           END-IF.
       7325-TRT-UN-TIT-SUITE.
           PERFORM 6150-READNEXT-TIT-DEB
              THRU 6150-READNEXT-TIT-FIN.
       7325-TRT-UN-TIT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * LIGNES DE COMMANDE DE VENTE EN COURS DU CLIENT : OUVERTES,    *
      * ALLOUEES OU BLOQUEES POUR CREDIT                              *
      *---------------------------------------------------------------*
       7340-VENTES-EN-COURS-DEB.
           PERFORM 6220-STARTBR-VTE-DEB
              THRU 6220-STARTBR-VTE-FIN.
           IF VTEBRW-FIN
              GO TO 7340-VENTES-EN-COURS-FIN
           END-IF.
           PERFORM 6230-READNEXT-VTE-DEB
              THRU 6230-READNEXT-VTE-FIN.
           PERFORM 7345-TRT-UNE-VENTE-DEB
              THRU 7345-TRT-UNE-VENTE-FIN
             UNTIL VTEBRW-FIN.
           PERFORM 6240-ENDBR-VTE-DEB
              THRU 6240-ENDBR-VTE-FIN.
       7340-VENTES-EN-COURS-FIN.
           EXIT.
       7345-TRT-UNE-VENTE-DEB.
           IF WS-VTE-CLIENT = WS-CA-VUE-CLIENT
              AND (VTE-OUVERTE OR VTE-ALLOUEE OR VTE-BLOQUEE-CREDIT)
              ADD 1                              TO WS-NB-VENTES
              ADD 1                              TO WS-NB-ITEMS
              IF WS-NB-ITEMS > WS-NB-SAUT
                 AND WS-NB-LIGNES < 10
                 PERFORM 7420-ALIM-LIGNE-VENTE-DEB
                    THRU 7420-ALIM-LIGNE-VENTE-FIN
              END-IF
           END-IF.
           PERFORM 6230-READNEXT-VTE-DEB
              THRU 6230-READNEXT-VTE-FIN.
       7345-TRT-UNE-VENTE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * TOTAL DES CREANCES OUVERTES DU CLIENT (FACTURE MOINS REGLE)   *
      *---------------------------------------------------------------*
       7360-CREANCES-OUVERTES-DEB.
           PERFORM 6250-STARTBR-CRC-DEB
              THRU 6250-STARTBR-CRC-FIN.
           IF CRCBRW-FIN
              GO TO 7360-CREANCES-OUVERTES-FIN
           END-IF.
           PERFORM 6260-READNEXT-CRC-DEB
              THRU 6260-READNEXT-CRC-FIN.
           PERFORM 7365-TRT-UNE-CREANCE-DEB
              THRU 7365-TRT-UNE-CREANCE-FIN
             UNTIL CRCBRW-FIN.
           PERFORM 6270-ENDBR-CRC-DEB
              THRU 6270-ENDBR-CRC-FIN.
       7360-CREANCES-OUVERTES-FIN.
           EXIT.
       7365-TRT-UNE-CREANCE-DEB.
           IF CRC-OUVERTE
              COMPUTE WS-MT-CREANCES = WS-MT-CREANCES
                                     + WS-CRC-MT-FACT
                                     - WS-CRC-MT-REGLE
           END-IF.
           PERFORM 6260-READNEXT-CRC-DEB
              THRU 6260-READNEXT-CRC-FIN.
       7365-TRT-UNE-CREANCE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * LIGNE COMPTE : SOLDE, DEVISE (EUR PAR DEFAUT), GEL EN COURS,  *
      * DORMANT (DOR) OU EN DESHERENCE (DSH), LIMITE DU DECOUVERT     *
      * NON ECHU, NOMBRE DE MANDATS ACTIFS A LA DATE DU JOUR          *
      *---------------------------------------------------------------*
       7400-ALIM-LIGNE-CPTE-DEB.
           ADD 1                                 TO WS-NB-LIGNES.
           MOVE WS-NB-LIGNES                     TO WS-LC-RANG.
           MOVE WS-CPTES-CPTE                    TO WS-LC-CPTE.
           MOVE WS-CPTES-SOLDE                   TO WS-LC-SOLDE.
           IF WS-CPTES-DEVISE = SPACE OR WS-CPTES-DEVISE = LOW-VALUE
              MOVE 'EUR'                         TO WS-LC-DEVISE
           ELSE
              MOVE WS-CPTES-DEVISE               TO WS-LC-DEVISE
           END-IF.
           EVALUATE TRUE
               WHEN CPTES-DORMANT
                  MOVE 'DOR'                     TO WS-LC-DORM
               WHEN CPTES-EN-DESHERENCE
                  MOVE 'DSH'                     TO WS-LC-DORM
               WHEN OTHER
                  MOVE SPACE                     TO WS-LC-DORM
           END-EVALUATE.
      *
           MOVE SPACE                            TO WS-LC-GEL.
           PERFORM 6170-READ-GEL-DEB
              THRU 6170-READ-GEL-FIN.
           IF WS-RESP = DFHRESP(NORMAL)
              AND WS-DATEJ-NUM NOT < WS-GEL-DATE-DEB
              AND WS-DATEJ-NUM NOT > WS-GEL-DATE-FIN
              MOVE 'GEL'                         TO WS-LC-GEL
           END-IF.
      *
           MOVE SPACE                            TO WS-LC-DEC.
           MOVE ZERO                             TO WS-LC-DEC-LIM.
           PERFORM 6180-READ-DEC-DEB
              THRU 6180-READ-DEC-FIN.
           IF WS-RESP = DFHRESP(NORMAL)
              AND WS-DEC-DATE-FIN NOT < WS-DATEJ-NUM
              MOVE 'DEC'                         TO WS-LC-DEC
              MOVE WS-DEC-LIMITE                 TO WS-LC-DEC-LIM
           END-IF.
      *
           MOVE ZERO                             TO WS-NB-MANDATS.
           PERFORM 6190-STARTBR-MND-DEB
              THRU 6190-STARTBR-MND-FIN.
           IF MNDBRW-ENCOURS
              PERFORM 6200-READNEXT-MND-DEB
                 THRU 6200-READNEXT-MND-FIN
              PERFORM 7405-COMPTE-UN-MANDAT-DEB
                 THRU 7405-COMPTE-UN-MANDAT-FIN
                UNTIL MNDBRW-FIN
              PERFORM 6210-ENDBR-MND-DEB
                 THRU 6210-ENDBR-MND-FIN
           END-IF.
           IF WS-NB-MANDATS > ZERO
              MOVE 'MND'                         TO WS-LC-MND
           ELSE
              MOVE SPACE                         TO WS-LC-MND
           END-IF.
           MOVE WS-NB-MANDATS                    TO WS-LC-NB-MND.
      *
           MOVE WS-LIGNE-CPT                     TO WS-LIGNE-VUE.
           MOVE 'C'                              TO WS-TYPE-VUE.
           MOVE WS-CPTES-CPTE                    TO WS-CLE-VUE.
           PERFORM 7440-PLACE-LIGNE-DEB
              THRU 7440-PLACE-LIGNE-FIN.
       7400-ALIM-LIGNE-CPTE-FIN.
           EXIT.
       7405-COMPTE-UN-MANDAT-DEB.
           IF WS-DATEJ-NUM NOT < WS-MND-DATE-DEB
              AND WS-DATEJ-NUM NOT > WS-MND-DATE-FIN
              ADD 1                              TO WS-NB-MANDATS
           END-IF.
           PERFORM 6200-READNEXT-MND-DEB
              THRU 6200-READNEXT-MND-FIN.
       7405-COMPTE-UN-MANDAT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * LIGNE DE COMMANDE : NUMERO/LIGNE, ARTICLE, QUANTITE EXPEDIEE  *
      * SUR QUANTITE COMMANDEE, STATUT ET DATE DEMANDEE               *
      *---------------------------------------------------------------*
       7420-ALIM-LIGNE-VENTE-DEB.
           ADD 1                                 TO WS-NB-LIGNES.
           MOVE WS-NB-LIGNES                     TO WS-LV-RANG.
           MOVE WS-VTE-NUM                       TO WS-LV-NUM.
           MOVE WS-VTE-LIGNE                     TO WS-LV-LIGNE.
           MOVE WS-VTE-ART-CODE                  TO WS-LV-ART.
           MOVE WS-VTE-QTE-EXP                   TO WS-LV-QTE-EXP.
           MOVE WS-VTE-QTE                       TO WS-LV-QTE.
           EVALUATE TRUE
               WHEN VTE-OUVERTE
                  MOVE 'OUVERTE'                 TO WS-LV-STATUT
               WHEN VTE-ALLOUEE
                  MOVE 'ALLOUEE'                 TO WS-LV-STATUT
               WHEN VTE-BLOQUEE-CREDIT
                  MOVE 'BLOQ.CRED.'              TO WS-LV-STATUT
           END-EVALUATE.
           IF WS-VTE-DATE-DEM = ZERO
              MOVE SPACE                         TO WS-LV-DATE-DEM
           ELSE
              MOVE WS-VTE-DATE-DEM               TO WS-DATE-LUE-N
              PERFORM 7260-EDITE-DATE-DEB
                 THRU 7260-EDITE-DATE-FIN
              MOVE WS-DATE-ED                    TO WS-LV-DATE-DEM
           END-IF.
      *
           MOVE WS-LIGNE-VTE                     TO WS-LIGNE-VUE.
           MOVE 'V'                              TO WS-TYPE-VUE.
           MOVE WS-VTE-CLE                       TO WS-CLE-VUE.
           PERFORM 7440-PLACE-LIGNE-DEB
              THRU 7440-PLACE-LIGNE-FIN.
       7420-ALIM-LIGNE-VENTE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * PLACE LA LIGNE SUR L ECRAN ET MEMORISE SON TYPE ET SA CLE     *
      * POUR LA SELECTION                                             *
      *---------------------------------------------------------------*
       7440-PLACE-LIGNE-DEB.
           MOVE WS-TYPE-VUE                      TO
                                         WS-CA-VUE-TYPE(WS-NB-LIGNES).
           MOVE WS-CLE-VUE                       TO
                                         WS-CA-VUE-CLE(WS-NB-LIGNES).
           EVALUATE WS-NB-LIGNES
               WHEN 1
                  MOVE WS-LIGNE-VUE              TO ML1O
               WHEN 2
                  MOVE WS-LIGNE-VUE              TO ML2O
               WHEN 3
                  MOVE WS-LIGNE-VUE              TO ML3O
               WHEN 4
                  MOVE WS-LIGNE-VUE              TO ML4O
               WHEN 5
                  MOVE WS-LIGNE-VUE              TO ML5O
               WHEN 6
                  MOVE WS-LIGNE-VUE              TO ML6O
               WHEN 7
                  MOVE WS-LIGNE-VUE              TO ML7O
               WHEN 8
                  MOVE WS-LIGNE-VUE              TO ML8O
               WHEN 9
                  MOVE WS-LIGNE-VUE              TO ML9O
               WHEN 10
                  MOVE WS-LIGNE-VUE              TO ML10O
           END-EVALUATE.
       7440-PLACE-LIGNE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   9XXX-  : ORDRES DE MANIPULATION DES SOUS PROGRAMMES         *
      *---------------------------------------------------------------*
       9000-XCTL-DETAIL-DEB.
           IF WS-CA-PGM-EXT = 'ARIC211'
              PERFORM 9010-XCTL-ARIC211-DEB
                 THRU 9010-XCTL-ARIC211-FIN
           ELSE
              PERFORM 9020-XCTL-ARIC141-DEB
                 THRU 9020-XCTL-ARIC141-FIN
           END-IF.
       9000-XCTL-DETAIL-FIN.
           EXIT.
       9010-XCTL-ARIC211-DEB.
           EXEC CICS XCTL PROGRAM('ARIC211')
                          COMMAREA(WS-COMMAREA)
           END-EXEC.
       9010-XCTL-ARIC211-FIN.
           EXIT.
       9020-XCTL-ARIC141-DEB.
           EXEC CICS XCTL PROGRAM('ARIC141')
                          COMMAREA(WS-COMMAREA)
           END-EXEC.
       9020-XCTL-ARIC141-FIN.
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
