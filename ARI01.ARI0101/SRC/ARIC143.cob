      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIC143                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      * TRANSACTION DIRECTE DES DEMANDES D'ACHAT INTERNES DES CENTRES *
      * DE COUT (DAC0101, COPY DEMACHAT). ACTIONS (MACT) :            *
      * - C : CREATION D'UNE DEMANDE POUR LE CENTRE MCCT (CCT0101),   *
      *   L'ARTICLE MART, LA QUANTITE MQTE, LA DATE DE BESOIN MBES    *
      *   (AAAAMMJJ, AU PLUS TOT LA DATE DU JOUR) ET LA JUSTIFICATION *
      *   MJUS. LA DEMANDE EST VALORISEE AU PRIX DU FOURNISSEUR       *
      *   ATTITRE DE L'ARTICLE AU CATALOGUE CAF0101 ; DANS LE SEUIL   *
      *   DU ROLE DU DEMANDEUR (PRF0101 : C = 500, G = 5 000, A =     *
      *   SANS SEUIL) ELLE EST VALIDEE D'OFFICE, SINON (OU SANS PRIX  *
      *   CONNU) ELLE EST SOUMISE A APPROBATION. LE NUMERO ATTRIBUE   *
      *   (AAAAMMJJ/SSS) EST AFFICHE DANS MNUM ;                      *
      * - A : AFFICHAGE DE LA DEMANDE MNUM, DE SON STATUT ET DE LA    *
      *   COMMANDE CDE0101 QUI LA COUVRE ;                            *
      * - V / J : APPROBATION OU REJET D'UNE DEMANDE SOUMISE PAR UN   *
      *   OPERATEUR DE ROLE G OU A AUTRE QUE LE DEMANDEUR, AVEC SON   *
      *   CODE SUPERVISEUR MSUP (SUPE0101, MEME PRINCIPE QU'ARIC123) ;*
      * - X : ANNULATION D'UNE DEMANDE SOUMISE OU VALIDEE, NON ENCORE *
      *   COMMANDEE (DEMANDEUR OU ROLE G / A) ;                       *
      * - BLANC : LISTE DES DEMANDES A PARTIR DE MNUM, FILTRABLE PAR  *
      *   CENTRE DE COUT (MCCT), 5 PAR PAGE, PF8 PAGE SUIVANTE ET PF7 *
      *   RETOUR AU DEBUT (MEME PRINCIPE QU'ARIC124).                 *
      * LES DEMANDES VALIDEES SONT TRANSFORMEES EN COMMANDES PAR LE   *
      * TRAITEMENT DE NUIT ARIO956 ; LA RECEPTION ARIC122 LES PASSE   *
      * EN PARTIELLEMENT RECUE PUIS RECUE.                            *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    § CREATION DU PROGRAMME - DEMANDES D'ACHAT      *
      *               § INTERNES DES CENTRES DE COUT                  *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID. ARIC143.
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
           COPY ARIN143.
      * VARIABLE MSG
           COPY TABMSG.
      * VARIABLE COMMAREA
           COPY COMMAREA.
      * DESCRIPTION ENREGISTREMENT DEMANDE D ACHAT INTERNE
           COPY DEMACHAT.
      * DESCRIPTION ENREGISTREMENT CENTRE DE COUT
           COPY CENTRECO.
      * DESCRIPTION ENREGISTREMENT ARTICLE
           COPY ARTICLE.
      * DESCRIPTION ENREGISTREMENT CATALOGUE ARTICLE / FOURNISSEUR
           COPY CATAFOU.
      * DESCRIPTION ENREGISTREMENT SUPERVISEUR
           COPY SUPERVISR.
      * DESCRIPTION ENREGISTREMENT PROFIL OPERATEUR
           COPY OPROFIL.
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
       01 WS-DATEJ8                    PIC 9(8).
      *
       01 WS-DATE-CICS                 PIC S9(15)     COMP-3.
      *VARIABLE GESTION CICS
       01 WS-RESP                      PIC S9(4)      COMP.
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM143'.
       01 WS-MAPSET                    PIC X(7)       VALUE 'ARIN143'.
       01 WS-MSG-ERR                   PIC X(80).
      *SWITCH EXISTENCE DE LA DEMANDE
       01 WS-FS-DAC                    PIC X.
          88 DAC-EXISTE                        VALUE '0'.
          88 DAC-N-EXISTE-PAS                  VALUE '1'.
      *SWITCH EXISTENCE DU CENTRE DE COUT
       01 WS-FS-CCT                    PIC X.
          88 CCT-EXISTE                        VALUE '0'.
          88 CCT-N-EXISTE-PAS                  VALUE '1'.
      *SWITCH EXISTENCE ARTICLE
       01 WS-FS-ARTICLE                PIC X.
          88 ARTICLE-EXISTE                    VALUE '0'.
          88 ARTICLE-N-EXISTE-PAS              VALUE '1'.
      *CLE DE DEFILEMENT DU FICHIER DES DEMANDES
       01 WS-DAC-BRW-CLE               PIC X(11).
      *SWITCH FIN DE DEFILEMENT DES DEMANDES
       01 WS-FS-DACBRW                 PIC X.
          88 DACBRW-ENCOURS                    VALUE '0'.
          88 DACBRW-FIN                        VALUE '1'.
      *NUMERO DE DEMANDE SAISI OU AFFICHE (AAAAMMJJ/SSS) ET SA CLE
       01 WS-NUM-SAISI.
          05 WS-NUM-SAI-DATE           PIC X(8).
          05 WS-NUM-SAI-SEP            PIC X.
          05 WS-NUM-SAI-SEQ            PIC X(3).
       01 WS-CLE-SAISIE                PIC X(11).
      *QUANTITE SAISIE (VUE NUMERIQUE DE MQTE)
       01 WS-QTE-SAISIE.
          05 WS-QTE-NUM                PIC 9(6).
       01 WS-QTE-ALPHA REDEFINES WS-QTE-SAISIE
                                       PIC X(6).
      *DATE DE BESOIN SAISIE (VUE NUMERIQUE DE MBES)
       01 WS-BES-SAISIE.
          05 WS-BES-NUM                PIC 9(8).
          05 WS-BES-NUM-R REDEFINES WS-BES-NUM.
             10 WS-BES-AAAA            PIC 9(4).
             10 WS-BES-MM              PIC 99.
             10 WS-BES-JJ              PIC 99.
       01 WS-BES-ALPHA REDEFINES WS-BES-SAISIE
                                       PIC X(8).
      *VALORISATION ET SEUIL D APPROBATION DU ROLE DU DEMANDEUR
       01 WS-VALEUR                    PIC 9(9)V99    VALUE ZERO.
       01 WS-SEUIL                     PIC 9(9)V99    VALUE ZERO.
       01 WS-VAL-ED                    PIC ZZZZZZZZ9,99.
      *LIGNE DE LA LISTE DES DEMANDES
       01 WS-LIGNE-DAC.
          05 WS-LD-NUM-DATE            PIC 9(8).
          05 WS-LD-SEP                 PIC X     VALUE '/'.
          05 WS-LD-NUM-SEQ             PIC 9(3).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WS-LD-CCTR                PIC X(5).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WS-LD-ART                 PIC X(5).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WS-LD-QTE                 PIC ZZZZZ9.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WS-LD-BESOIN              PIC 9(8).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WS-LD-ETAT                PIC X(10).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WS-LD-CDE                 PIC X(11).
      *LIBELLE DU STATUT DE LA DEMANDE
       01 WS-LIB-STATUT                PIC X(10).
      *COMPTEUR DE LIGNES AFFICHEES SUR LA PAGE COURANTE
       01 WS-NB-LIGNES                 PIC S9(4)      COMP.
      *SEQUENCE LIBRE DU JOUR POUR LA CREATION
       01 WS-SEQ-LIBRE                 PIC 9(3).
       01 WS-CLE-ESSAI                 PIC X(11).
      *VUE NUMERIQUE DE LA CLE POUR CALCULER LA CLE SUIVANTE (PF8)
       01 WS-CLE-NUM                   PIC 9(11).
      *SWITCH SEQUENCE LIBRE TROUVEE
       01 WS-FS-SEQ                    PIC X.
          88 SEQ-TROUVEE                       VALUE '1'.
          88 SEQ-A-CHERCHER                    VALUE '0'.
      *CONTROLE DU ROLE DE L OPERATEUR (PRF0101)
       01 WS-ROLE-OP                   PIC X          VALUE 'A'.
       01 WS-SW-ACCES                  PIC X          VALUE '0'.
          88 ACCES-PERMIS                      VALUE '0'.
          88 ACCES-REFUSE                      VALUE '1'.
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
       1000-INIT-SCREEN-DEB.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
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
      * ENTER : SELON MACT, LISTE (BLANC), CREATION (C), AFFICHAGE    *
      * (A), APPROBATION (V), REJET (J) OU ANNULATION (X)             *
      *---------------------------------------------------------------*
       2000-ENTER-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           EVALUATE MACTO
               WHEN 'C'
                  PERFORM 3020-CREATION-DEB
                     THRU 3020-CREATION-FIN
               WHEN 'A'
                  PERFORM 3015-AFFICHAGE-DEB
                     THRU 3015-AFFICHAGE-FIN
               WHEN 'V'
               WHEN 'J'
                  PERFORM 3030-DECISION-DEB
                     THRU 3030-DECISION-FIN
               WHEN 'X'
                  PERFORM 3040-ANNULATION-DEB
                     THRU 3040-ANNULATION-FIN
               WHEN SPACE
               WHEN LOW-VALUE
                  PERFORM 3010-LISTE-DAC-DEB
                     THRU 3010-LISTE-DAC-FIN
               WHEN OTHER
                  MOVE WS-MSG(176)                TO MMSGO
           END-EVALUATE.
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
           PERFORM 7170-RETURN-PGM-1-DEB
              THRU 7170-RETURN-PGM-1-FIN.
           PERFORM 9000-APPEL-SPG-DEB
              THRU 9000-APPEL-SPG-FIN.
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
      * PF8 : PAGE SUIVANTE A PARTIR DE LA DERNIERE CLE AFFICHEE     *
      *---------------------------------------------------------------*
       2040-PF8-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           IF MCLEDO = SPACE OR MCLEDO = LOW-VALUE
              PERFORM 7200-CLE-DEPART-DEB
                 THRU 7200-CLE-DEPART-FIN
           ELSE
              MOVE MCLEDO                        TO WS-DAC-BRW-CLE
              PERFORM 7210-INCREMENTE-CLE-DEB
                 THRU 7210-INCREMENTE-CLE-FIN
           END-IF.
           PERFORM 7220-CHARGE-PAGE-DEB
              THRU 7220-CHARGE-PAGE-FIN.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       2040-PF8-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2050       *
      *---------------------------------------------------------------*
      * PF7 : RETOUR AU DEBUT DU DEFILEMENT EN COURS                  *
      *---------------------------------------------------------------*
       2050-PF7-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           PERFORM 7200-CLE-DEPART-DEB
              THRU 7200-CLE-DEPART-FIN.
           PERFORM 7220-CHARGE-PAGE-DEB
              THRU 7220-CHARGE-PAGE-FIN.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       2050-PF7-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3010       *
      *---------------------------------------------------------------*
      * AFFICHE LA PREMIERE PAGE DU DEFILEMENT SELON LE FILTRE        *
      *---------------------------------------------------------------*
       3010-LISTE-DAC-DEB.
           PERFORM 7200-CLE-DEPART-DEB
              THRU 7200-CLE-DEPART-FIN.
           PERFORM 7220-CHARGE-PAGE-DEB
              THRU 7220-CHARGE-PAGE-FIN.
       3010-LISTE-DAC-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3015       *
      *---------------------------------------------------------------*
      * AFFICHAGE DE LA DEMANDE MNUM                                  *
      *---------------------------------------------------------------*
       3015-AFFICHAGE-DEB.
           IF MNUMO = SPACE OR MNUMO = LOW-VALUE
              MOVE WS-MSG(6)                      TO MMSGO
              GO TO 3015-AFFICHAGE-FIN
           END-IF.
           PERFORM 7205-CLE-SAISIE-DEB
              THRU 7205-CLE-SAISIE-FIN.
           PERFORM 6030-READ-DAC-DEB
              THRU 6030-READ-DAC-FIN.
           IF DAC-N-EXISTE-PAS
              MOVE WS-MSG(168)                    TO MMSGO
              GO TO 3015-AFFICHAGE-FIN
           END-IF.
           PERFORM 7250-AFFICHE-DAC-DEB
              THRU 7250-AFFICHE-DAC-FIN.
       3015-AFFICHAGE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3020       *
      *---------------------------------------------------------------*
      * CREATION D UNE DEMANDE : CONTROLES, VALORISATION, DECISION    *
      * SELON LE SEUIL DU ROLE DU DEMANDEUR PUIS ECRITURE             *
      *---------------------------------------------------------------*
       3020-CREATION-DEB.
           IF MCCTO = SPACE OR MCCTO = LOW-VALUE
              OR MARTO = SPACE OR MARTO = LOW-VALUE
              OR MQTEO = SPACE OR MQTEO = LOW-VALUE
              OR MBESO = SPACE OR MBESO = LOW-VALUE
              OR MJUSO = SPACE OR MJUSO = LOW-VALUE
              MOVE WS-MSG(6)                      TO MMSGO
              GO TO 3020-CREATION-FIN
           END-IF.
           IF MQTEO NOT NUMERIC
              MOVE WS-MSG(6)                      TO MMSGO
              GO TO 3020-CREATION-FIN
           END-IF.
           MOVE MQTEO                             TO WS-QTE-ALPHA.
           IF WS-QTE-NUM = ZERO
              MOVE WS-MSG(6)                      TO MMSGO
              GO TO 3020-CREATION-FIN
           END-IF.
           IF MBESO NOT NUMERIC
              MOVE WS-MSG(169)                    TO MMSGO
              GO TO 3020-CREATION-FIN
           END-IF.
           MOVE MBESO                             TO WS-BES-ALPHA.
           IF WS-BES-MM < 1 OR WS-BES-MM > 12
              OR WS-BES-JJ < 1 OR WS-BES-JJ > 31
              OR WS-BES-NUM < WS-DATEJ8
              MOVE WS-MSG(169)                    TO MMSGO
              GO TO 3020-CREATION-FIN
           END-IF.
           MOVE MCCTO                             TO WS-CCT-CODE.
           PERFORM 6050-READ-CCT-DEB
              THRU 6050-READ-CCT-FIN.
           IF CCT-N-EXISTE-PAS
              MOVE WS-MSG(65)                     TO MMSGO
              GO TO 3020-CREATION-FIN
           END-IF.
           MOVE WS-CCT-LIBEL                      TO MLCCO.
           MOVE MARTO                             TO WS-ART-CODE.
           PERFORM 6060-READ-ART-DEB
              THRU 6060-READ-ART-FIN.
           IF ARTICLE-N-EXISTE-PAS
              MOVE WS-MSG(9)                      TO MMSGO
              GO TO 3020-CREATION-FIN
           END-IF.
           MOVE WS-ART-LIBEL                      TO MLIBO.
      *    UN ARTICLE QUE L ACHAT NE PEUT PLUS COMMANDER (BROUILLON,
      *    BLOQUE A L ACHAT, FIN DE VIE) NE PEUT PAS ETRE DEMANDE
           IF ART-BROUILLON OR ART-BLOQUE-ACHAT OR ART-FIN-DE-VIE
              MOVE WS-MSG(177)                    TO MMSGO
              GO TO 3020-CREATION-FIN
           END-IF.
           PERFORM 6200-READ-PROFIL-DEB
              THRU 6200-READ-PROFIL-FIN.
           PERFORM 7060-SEUIL-DU-ROLE-DEB
              THRU 7060-SEUIL-DU-ROLE-FIN.
           PERFORM 7070-VALORISE-DEB
              THRU 7070-VALORISE-FIN.
           PERFORM 7230-ALIM-NOUVELLE-DAC-DEB
              THRU 7230-ALIM-NOUVELLE-DAC-FIN.
           PERFORM 6040-WRITE-DAC-DEB
              THRU 6040-WRITE-DAC-FIN.
           PERFORM 7250-AFFICHE-DAC-DEB
              THRU 7250-AFFICHE-DAC-FIN.
           IF DAC-VALIDEE
              MOVE WS-MSG(166)                    TO MMSGO
           ELSE
              MOVE WS-MSG(167)                    TO MMSGO
           END-IF.
       3020-CREATION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3030       *
      *---------------------------------------------------------------*
      * APPROBATION (V) OU REJET (J) D UNE DEMANDE SOUMISE - ROLE G   *
      * OU A, CODE SUPERVISEUR, DEMANDEUR EXCLU                       *
      *---------------------------------------------------------------*
       3030-DECISION-DEB.
           IF MNUMO = SPACE OR MNUMO = LOW-VALUE
              OR MSUPO = SPACE OR MSUPO = LOW-VALUE
              MOVE WS-MSG(6)                      TO MMSGO
              GO TO 3030-DECISION-FIN
           END-IF.
           PERFORM 7300-CTL-ACCES-DEB
              THRU 7300-CTL-ACCES-FIN.
           IF ACCES-REFUSE
              MOVE WS-MSG(93)                     TO MMSGO
              GO TO 3030-DECISION-FIN
           END-IF.
           MOVE MSUPO                             TO WS-SUP-CODE.
           PERFORM 6070-READ-SUP-DEB
              THRU 6070-READ-SUP-FIN.
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE WS-MSG(85)                     TO MMSGO
              GO TO 3030-DECISION-FIN
           END-IF.
           PERFORM 7205-CLE-SAISIE-DEB
              THRU 7205-CLE-SAISIE-FIN.
           PERFORM 6035-READ-UPD-DAC-DEB
              THRU 6035-READ-UPD-DAC-FIN.
           IF DAC-N-EXISTE-PAS
              MOVE WS-MSG(168)                    TO MMSGO
              GO TO 3030-DECISION-FIN
           END-IF.
           IF NOT DAC-SOUMISE
              MOVE WS-MSG(170)                    TO MMSGO
              PERFORM 6045-UNLOCK-DAC-DEB
                 THRU 6045-UNLOCK-DAC-FIN
              PERFORM 7250-AFFICHE-DAC-DEB
                 THRU 7250-AFFICHE-DAC-FIN
              GO TO 3030-DECISION-FIN
           END-IF.
      *    LE DEMANDEUR NE PEUT PAS APPROUVER SA PROPRE DEMANDE
           IF WS-DAC-OPID = EIBOPID
              MOVE WS-MSG(135)                    TO MMSGO
              PERFORM 6045-UNLOCK-DAC-DEB
                 THRU 6045-UNLOCK-DAC-FIN
              GO TO 3030-DECISION-FIN
           END-IF.
           IF MACTO = 'V'
              SET DAC-VALIDEE                     TO TRUE
           ELSE
              SET DAC-REJETEE                     TO TRUE
           END-IF.
           MOVE MSUPO                             TO WS-DAC-SUP-APPRO.
           MOVE WS-DATEJ8                         TO
                                             WS-DAC-DATE-DECISION.
           PERFORM 6048-REWRITE-DAC-DEB
              THRU 6048-REWRITE-DAC-FIN.
           PERFORM 7250-AFFICHE-DAC-DEB
              THRU 7250-AFFICHE-DAC-FIN.
           IF DAC-VALIDEE
              MOVE WS-MSG(171)                    TO MMSGO
           ELSE
              MOVE WS-MSG(172)                    TO MMSGO
           END-IF.
       3030-DECISION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3040       *
      *---------------------------------------------------------------*
      * ANNULATION D UNE DEMANDE NON ENCORE COMMANDEE - PAR LE        *
      * DEMANDEUR LUI-MEME OU UN ROLE G / A                           *
      *---------------------------------------------------------------*
       3040-ANNULATION-DEB.
           IF MNUMO = SPACE OR MNUMO = LOW-VALUE
              MOVE WS-MSG(6)                      TO MMSGO
              GO TO 3040-ANNULATION-FIN
           END-IF.
           PERFORM 7205-CLE-SAISIE-DEB
              THRU 7205-CLE-SAISIE-FIN.
           PERFORM 6035-READ-UPD-DAC-DEB
              THRU 6035-READ-UPD-DAC-FIN.
           IF DAC-N-EXISTE-PAS
              MOVE WS-MSG(168)                    TO MMSGO
              GO TO 3040-ANNULATION-FIN
           END-IF.
           IF WS-DAC-OPID NOT = EIBOPID
              PERFORM 7300-CTL-ACCES-DEB
                 THRU 7300-CTL-ACCES-FIN
              IF ACCES-REFUSE
                 MOVE WS-MSG(93)                  TO MMSGO
                 PERFORM 6045-UNLOCK-DAC-DEB
                    THRU 6045-UNLOCK-DAC-FIN
                 GO TO 3040-ANNULATION-FIN
              END-IF
           END-IF.
           IF NOT DAC-ANNULABLE
              MOVE WS-MSG(173)                    TO MMSGO
              PERFORM 6045-UNLOCK-DAC-DEB
                 THRU 6045-UNLOCK-DAC-FIN
              PERFORM 7250-AFFICHE-DAC-DEB
                 THRU 7250-AFFICHE-DAC-FIN
              GO TO 3040-ANNULATION-FIN
           END-IF.
           SET DAC-ANNULEE                        TO TRUE.
           MOVE WS-DATEJ8                         TO
                                             WS-DAC-DATE-DECISION.
           PERFORM 6048-REWRITE-DAC-DEB
              THRU 6048-REWRITE-DAC-FIN.
           PERFORM 7250-AFFICHE-DAC-DEB
              THRU 7250-AFFICHE-DAC-FIN.
           MOVE WS-MSG(174)                       TO MMSGO.
       3040-ANNULATION-FIN.
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
                     FROM    (ARIM143O)
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
                      INTO    (ARIM143I)
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
                     FROM    (ARIM143O)
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
       6030-READ-DAC-DEB.
           EXEC CICS
               READ FILE('DAC0101')
                    RIDFLD(WS-CLE-SAISIE)
                    INTO(WS-DAC-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET DAC-EXISTE                      TO TRUE
           ELSE
              SET DAC-N-EXISTE-PAS                TO TRUE
           END-IF.
       6030-READ-DAC-FIN.
           EXIT.
       6035-READ-UPD-DAC-DEB.
           EXEC CICS
               READ FILE('DAC0101')
                    RIDFLD(WS-CLE-SAISIE)
                    INTO(WS-DAC-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET DAC-EXISTE                      TO TRUE
           ELSE
              SET DAC-N-EXISTE-PAS                TO TRUE
           END-IF.
       6035-READ-UPD-DAC-FIN.
           EXIT.
       6040-WRITE-DAC-DEB.
           EXEC CICS
               WRITE FILE('DAC0101')
                     RIDFLD(WS-DAC-NUM)
                     FROM(WS-DAC-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6040 - ERREUR CICS WRITE DAC0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6040-WRITE-DAC-FIN.
           EXIT.
       6045-UNLOCK-DAC-DEB.
           EXEC CICS
               UNLOCK FILE('DAC0101')
                      RESP(WS-RESP)
           END-EXEC.
       6045-UNLOCK-DAC-FIN.
           EXIT.
       6048-REWRITE-DAC-DEB.
           EXEC CICS
               REWRITE FILE('DAC0101')
                       FROM(WS-DAC-ENR)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6048 - ERREUR CICS REWRITE DAC0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6048-REWRITE-DAC-FIN.
           EXIT.
       6050-READ-CCT-DEB.
           EXEC CICS
               READ FILE('CCT0101')
                    RIDFLD(WS-CCT-CODE)
                    INTO(WS-CCT-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET CCT-EXISTE                      TO TRUE
           ELSE
              SET CCT-N-EXISTE-PAS                TO TRUE
           END-IF.
       6050-READ-CCT-FIN.
           EXIT.
       6060-READ-ART-DEB.
           EXEC CICS
               READ FILE('ART0101')
                    RIDFLD(WS-ART-CODE)
                    INTO(WS-ART-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET ARTICLE-EXISTE                  TO TRUE
           ELSE
              SET ARTICLE-N-EXISTE-PAS            TO TRUE
           END-IF.
       6060-READ-ART-FIN.
           EXIT.
       6070-READ-SUP-DEB.
           EXEC CICS
               READ FILE('SUPE0101')
                    RIDFLD(WS-SUP-CODE)
                    INTO(WS-SUP-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF NOT (WS-RESP = DFHRESP(NORMAL) OR DFHRESP(NOTFND))
                MOVE '6070 - ERREUR CICS READ SUPE0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6070-READ-SUP-FIN.
           EXIT.
       6080-READ-CAF-DEB.
           EXEC CICS
               READ FILE('CAF0101')
                    RIDFLD(WS-CAF-CLE)
                    INTO(WS-CAF-ENR)
                    RESP(WS-RESP)
           END-EXEC.
       6080-READ-CAF-FIN.
           EXIT.
       6200-READ-PROFIL-DEB.
           MOVE EIBOPID                          TO WS-PRF-OPID.
           EXEC CICS
               READ FILE('PRF0101')
                    RIDFLD(WS-PRF-OPID)
                    INTO(WS-PRF-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                  MOVE WS-PRF-ROLE               TO WS-ROLE-OP
               WHEN WS-RESP = DFHRESP(NOTFND)
                  MOVE 'C'                       TO WS-ROLE-OP
               WHEN OTHER
                  MOVE 'A'                       TO WS-ROLE-OP
           END-EVALUATE.
       6200-READ-PROFIL-FIN.
           EXIT.
       6210-STARTBR-DAC-DEB.
           EXEC CICS
               STARTBR FILE('DAC0101')
                       RIDFLD(WS-DAC-BRW-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET DACBRW-ENCOURS                  TO TRUE
           ELSE
              SET DACBRW-FIN                      TO TRUE
           END-IF.
       6210-STARTBR-DAC-FIN.
           EXIT.
       6220-READNEXT-DAC-DEB.
           EXEC CICS
               READNEXT FILE('DAC0101')
                        RIDFLD(WS-DAC-BRW-CLE)
                        INTO(WS-DAC-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET DACBRW-FIN                      TO TRUE
           END-IF.
       6220-READNEXT-DAC-FIN.
           EXIT.
       6230-ENDBR-DAC-DEB.
           EXEC CICS
               ENDBR FILE('DAC0101')
                     RESP(WS-RESP)
           END-EXEC.
       6230-ENDBR-DAC-FIN.
           EXIT.
       6240-READ-DAC-CLE-DEB.
           EXEC CICS
               READ FILE('DAC0101')
                    RIDFLD(WS-CLE-ESSAI)
                    INTO(WS-DAC-ENR)
                    RESP(WS-RESP)
           END-EXEC.
       6240-READ-DAC-CLE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
       7000-INIT-MAP-DEB.
            MOVE DFHCOMMAREA                     TO WS-COMMAREA.
            MOVE LOW-VALUE                       TO ARIM143O.
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
           EXEC CICS
               FORMATTIME ABSTIME  (WS-DATE-CICS)
                          YYYYMMDD (WS-DATEJ8)
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
      *---------------------------------------------------------------*
      * SEUIL D APPROBATION SELON LE ROLE DU DEMANDEUR                *
      *---------------------------------------------------------------*
       7060-SEUIL-DU-ROLE-DEB.
           EVALUATE WS-ROLE-OP
               WHEN 'C'
                  MOVE 500,00                    TO WS-SEUIL
               WHEN 'G'
                  MOVE 5000,00                   TO WS-SEUIL
               WHEN OTHER
                  MOVE 999999999,99              TO WS-SEUIL
           END-EVALUATE.
       7060-SEUIL-DU-ROLE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * VALORISE LA DEMANDE AU PRIX DU FOURNISSEUR ATTITRE DE         *
      * L ARTICLE AU CATALOGUE CAF0101 - ABSENT DU CATALOGUE : VALEUR *
      * A ZERO (PRIX INCONNU, LA DEMANDE SERA SOUMISE)                *
      *---------------------------------------------------------------*
       7070-VALORISE-DEB.
           MOVE ZERO                             TO WS-VALEUR.
           MOVE WS-ART-CODE                      TO WS-CAF-ART-CODE.
           MOVE WS-ART-FOU                       TO WS-CAF-FOU-CODE.
           PERFORM 6080-READ-CAF-DEB
              THRU 6080-READ-CAF-FIN.
           IF WS-RESP = DFHRESP(NORMAL)
              COMPUTE WS-VALEUR = WS-QTE-NUM * WS-CAF-PXA
                 ON SIZE ERROR
                    MOVE 999999999,99            TO WS-VALEUR
              END-COMPUTE
           END-IF.
       7070-VALORISE-FIN.
           EXIT.
       7140-INIT-COMMAREA-DEB.
           MOVE DFHCOMMAREA                      TO WS-COMMAREA.
           MOVE SPACE                            TO MMSGO.
       7140-INIT-COMMAREA-FIN.
           EXIT.
       7170-RETURN-PGM-1-DEB.
           MOVE '1'                              TO WS-AIG.
       7170-RETURN-PGM-1-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * DETERMINE LA CLE DE DEPART DU DEFILEMENT A PARTIR DU NUMERO   *
      * SAISI (MNUM) - VIDE = DEBUT DE FICHIER                        *
      *---------------------------------------------------------------*
       7200-CLE-DEPART-DEB.
           IF MNUMO = SPACE OR MNUMO = LOW-VALUE
              MOVE LOW-VALUES                    TO WS-DAC-BRW-CLE
           ELSE
              PERFORM 7205-CLE-SAISIE-DEB
                 THRU 7205-CLE-SAISIE-FIN
              MOVE WS-CLE-SAISIE                 TO WS-DAC-BRW-CLE
           END-IF.
       7200-CLE-DEPART-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CLE DE LA DEMANDE A PARTIR DU NUMERO SAISI AAAAMMJJ/SSS       *
      *---------------------------------------------------------------*
       7205-CLE-SAISIE-DEB.
           MOVE MNUMO                            TO WS-NUM-SAISI.
           MOVE WS-NUM-SAI-DATE                  TO
                                            WS-CLE-SAISIE (1:8).
           MOVE WS-NUM-SAI-SEQ                   TO
                                            WS-CLE-SAISIE (9:3).
       7205-CLE-SAISIE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * AVANCE LA CLE DE DEFILEMENT D'UNE POSITION (PAGE SUIVANTE     *
      * APRES LA DERNIERE CLE AFFICHEE)                               *
      *---------------------------------------------------------------*
       7210-INCREMENTE-CLE-DEB.
           MOVE WS-DAC-BRW-CLE                   TO WS-CLE-NUM.
           ADD 1                                 TO WS-CLE-NUM.
           MOVE WS-CLE-NUM                       TO WS-DAC-BRW-CLE.
       7210-INCREMENTE-CLE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CHARGE UNE PAGE DE 5 DEMANDES A PARTIR DE WS-DAC-BRW-CLE EN   *
      * APPLIQUANT LE FILTRE CENTRE DE COUT (MCCT) - LA DERNIERE CLE  *
      * AFFICHEE EST CONSERVEE DANS MCLED POUR PF8                    *
      *---------------------------------------------------------------*
       7220-CHARGE-PAGE-DEB.
           MOVE SPACE                            TO ML1O ML2O ML3O
                                                    ML4O ML5O.
           MOVE ZERO                             TO WS-NB-LIGNES.
           PERFORM 6210-STARTBR-DAC-DEB
              THRU 6210-STARTBR-DAC-FIN.
           IF DACBRW-ENCOURS
              PERFORM 6220-READNEXT-DAC-DEB
                 THRU 6220-READNEXT-DAC-FIN
              PERFORM 7240-TRT-UNE-LIGNE-DEB
                 THRU 7240-TRT-UNE-LIGNE-FIN
                    UNTIL DACBRW-FIN
                       OR WS-NB-LIGNES = 5
              PERFORM 6230-ENDBR-DAC-DEB
                 THRU 6230-ENDBR-DAC-FIN
           END-IF.
           IF WS-NB-LIGNES = ZERO
              MOVE WS-MSG(175)                   TO MMSGO
              MOVE SPACE                         TO MCLEDO
           END-IF.
       7220-CHARGE-PAGE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONSTITUE L ENREGISTREMENT D UNE NOUVELLE DEMANDE : NUMERO =  *
      * DATE DU JOUR + PREMIERE SEQUENCE LIBRE, DECISION SELON LE     *
      * SEUIL DU ROLE                                                 *
      *---------------------------------------------------------------*
       7230-ALIM-NOUVELLE-DAC-DEB.
           SET SEQ-A-CHERCHER                    TO TRUE.
           MOVE ZERO                             TO WS-SEQ-LIBRE.
      *    LA SEQUENCE EST BORNEE A 999 : AU DELA, LE WRITE SIGNALE
      *    LE DOUBLON ET LA TRANSACTION S ARRETE EN ERREUR
           PERFORM 7260-CHERCHE-SEQ-LIBRE-DEB
              THRU 7260-CHERCHE-SEQ-LIBRE-FIN
                 UNTIL SEQ-TROUVEE
                    OR WS-SEQ-LIBRE NOT < 999.
           MOVE SPACE                            TO WS-DAC-ENR.
           MOVE WS-DATEJ8                        TO WS-DAC-NUM-DATE.
           MOVE WS-SEQ-LIBRE                     TO WS-DAC-NUM-SEQ.
           MOVE WS-CCT-CODE                      TO WS-DAC-CCTR.
           MOVE WS-ART-CODE                      TO WS-DAC-ART-CODE.
           MOVE WS-QTE-NUM                       TO WS-DAC-QTE.
           MOVE WS-BES-NUM                       TO WS-DAC-DATE-BESOIN.
           MOVE MJUSO                            TO WS-DAC-JUSTIF.
           MOVE EIBOPID                          TO WS-DAC-OPID.
           MOVE WS-ROLE-OP                       TO WS-DAC-ROLE.
           MOVE WS-VALEUR                        TO WS-DAC-VALEUR.
           MOVE WS-SEUIL                         TO WS-DAC-SEUIL.
           MOVE SPACES                           TO WS-DAC-SUP-APPRO.
           MOVE SPACES                           TO WS-DAC-CDE-NUM.
           MOVE ZERO                             TO WS-DAC-DATE-CDE.
           MOVE ZERO                             TO WS-DAC-DATE-RECEP.
      *    DANS LE SEUIL DU ROLE : VALIDEE D OFFICE ; AU-DELA OU SANS
      *    PRIX CONNU : SOUMISE A APPROBATION (ACTION V / J)
           IF WS-VALEUR > ZERO AND WS-VALEUR NOT > WS-SEUIL
              SET DAC-VALIDEE                    TO TRUE
              MOVE WS-DATEJ8                     TO
                                            WS-DAC-DATE-DECISION
           ELSE
              SET DAC-SOUMISE                    TO TRUE
              MOVE ZERO                          TO
                                            WS-DAC-DATE-DECISION
           END-IF.
       7230-ALIM-NOUVELLE-DAC-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * TRAITE LA DEMANDE COURANTE DU DEFILEMENT : FILTRE PUIS        *
      * EDITION D'UNE LIGNE DE LA LISTE                               *
      *---------------------------------------------------------------*
       7240-TRT-UNE-LIGNE-DEB.
           IF MCCTO NOT = SPACE AND MCCTO NOT = LOW-VALUE
              AND WS-DAC-CCTR NOT = MCCTO
              CONTINUE
           ELSE
              ADD 1                              TO WS-NB-LIGNES
              PERFORM 7245-ALIM-LIGNE-DEB
                 THRU 7245-ALIM-LIGNE-FIN
              MOVE WS-DAC-NUM                    TO MCLEDO
           END-IF.
           IF WS-NB-LIGNES < 5
              PERFORM 6220-READNEXT-DAC-DEB
                 THRU 6220-READNEXT-DAC-FIN
           END-IF.
       7240-TRT-UNE-LIGNE-FIN.
           EXIT.
       7245-ALIM-LIGNE-DEB.
           MOVE WS-DAC-NUM-DATE                  TO WS-LD-NUM-DATE.
           MOVE WS-DAC-NUM-SEQ                   TO WS-LD-NUM-SEQ.
           MOVE WS-DAC-CCTR                      TO WS-LD-CCTR.
           MOVE WS-DAC-ART-CODE                  TO WS-LD-ART.
           MOVE WS-DAC-QTE                       TO WS-LD-QTE.
           MOVE WS-DAC-DATE-BESOIN               TO WS-LD-BESOIN.
           PERFORM 7255-LIB-STATUT-DEB
              THRU 7255-LIB-STATUT-FIN.
           MOVE WS-LIB-STATUT                    TO WS-LD-ETAT.
           MOVE WS-DAC-CDE-NUM                   TO WS-LD-CDE.
           EVALUATE WS-NB-LIGNES
               WHEN 1
                  MOVE WS-LIGNE-DAC              TO ML1O
               WHEN 2
                  MOVE WS-LIGNE-DAC              TO ML2O
               WHEN 3
                  MOVE WS-LIGNE-DAC              TO ML3O
               WHEN 4
                  MOVE WS-LIGNE-DAC              TO ML4O
               WHEN 5
                  MOVE WS-LIGNE-DAC              TO ML5O
           END-EVALUATE.
       7245-ALIM-LIGNE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * AFFICHE LA DEMANDE COURANTE SUR LA MAP                        *
      *---------------------------------------------------------------*
       7250-AFFICHE-DAC-DEB.
           MOVE WS-DAC-NUM-DATE                  TO WS-NUM-SAI-DATE.
           MOVE '/'                              TO WS-NUM-SAI-SEP.
           MOVE WS-DAC-NUM-SEQ                   TO WS-NUM-SAI-SEQ.
           MOVE WS-NUM-SAISI                     TO MNUMO.
           MOVE WS-DAC-CCTR                      TO MCCTO.
           MOVE WS-DAC-ART-CODE                  TO MARTO.
           MOVE WS-DAC-QTE                       TO WS-QTE-NUM.
           MOVE WS-QTE-ALPHA                     TO MQTEO.
           MOVE WS-DAC-DATE-BESOIN               TO WS-BES-NUM.
           MOVE WS-BES-ALPHA                     TO MBESO.
           MOVE WS-DAC-JUSTIF                    TO MJUSO.
           MOVE WS-DAC-SUP-APPRO                 TO MSUPO.
           MOVE WS-DAC-VALEUR                    TO WS-VAL-ED.
           MOVE WS-VAL-ED                        TO MVALO.
           PERFORM 7255-LIB-STATUT-DEB
              THRU 7255-LIB-STATUT-FIN.
           MOVE WS-LIB-STATUT                    TO MSTAO.
           IF WS-DAC-CDE-NUM = SPACES
              MOVE SPACES                        TO MCDEO
           ELSE
              MOVE WS-DAC-CDE-NUM (1:8)          TO WS-NUM-SAI-DATE
              MOVE WS-DAC-CDE-NUM (9:3)          TO WS-NUM-SAI-SEQ
              MOVE WS-NUM-SAISI                  TO MCDEO
           END-IF.
           MOVE WS-DAC-CCTR                      TO WS-CCT-CODE.
           PERFORM 6050-READ-CCT-DEB
              THRU 6050-READ-CCT-FIN.
           IF CCT-EXISTE
              MOVE WS-CCT-LIBEL                  TO MLCCO
           ELSE
              MOVE SPACES                        TO MLCCO
           END-IF.
           MOVE WS-DAC-ART-CODE                  TO WS-ART-CODE.
           PERFORM 6060-READ-ART-DEB
              THRU 6060-READ-ART-FIN.
           IF ARTICLE-EXISTE
              MOVE WS-ART-LIBEL                  TO MLIBO
           ELSE
              MOVE SPACES                        TO MLIBO
           END-IF.
       7250-AFFICHE-DAC-FIN.
           EXIT.
       7255-LIB-STATUT-DEB.
           EVALUATE TRUE
               WHEN DAC-SOUMISE
                  MOVE 'SOUMISE'                 TO WS-LIB-STATUT
               WHEN DAC-VALIDEE
                  MOVE 'VALIDEE'                 TO WS-LIB-STATUT
               WHEN DAC-REJETEE
                  MOVE 'REJETEE'                 TO WS-LIB-STATUT
               WHEN DAC-COMMANDEE
                  MOVE 'COMMANDEE'               TO WS-LIB-STATUT
               WHEN DAC-PARTIELLE
                  MOVE 'PARTIELLE'               TO WS-LIB-STATUT
               WHEN DAC-RECUE
                  MOVE 'RECUE'                   TO WS-LIB-STATUT
               WHEN DAC-ANNULEE
                  MOVE 'ANNULEE'                 TO WS-LIB-STATUT
               WHEN OTHER
                  MOVE '????????'                TO WS-LIB-STATUT
           END-EVALUATE.
       7255-LIB-STATUT-FIN.
           EXIT.
       7260-CHERCHE-SEQ-LIBRE-DEB.
           ADD 1                                 TO WS-SEQ-LIBRE.
           MOVE WS-DATEJ8                        TO
                                            WS-CLE-ESSAI (1:8).
           MOVE WS-SEQ-LIBRE                     TO
                                            WS-CLE-ESSAI (9:3).
           PERFORM 6240-READ-DAC-CLE-DEB
              THRU 6240-READ-DAC-CLE-FIN.
           IF WS-RESP = DFHRESP(NOTFND)
              SET SEQ-TROUVEE                    TO TRUE
           END-IF.
       7260-CHERCHE-SEQ-LIBRE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONTROLE D ACCES AUX DECISIONS : ROLES G ET A                 *
      *---------------------------------------------------------------*
       7300-CTL-ACCES-DEB.
           PERFORM 6200-READ-PROFIL-DEB
              THRU 6200-READ-PROFIL-FIN.
           SET ACCES-PERMIS                      TO TRUE.
           IF WS-ROLE-OP NOT = 'A' AND WS-ROLE-OP NOT = 'G'
              SET ACCES-REFUSE                   TO TRUE
           END-IF.
       7300-CTL-ACCES-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT APPEL-SPG              *
      *---------------------------------------------------------------*
      *
       9000-APPEL-SPG-DEB.
           EXEC CICS XCTL PROGRAM('ARIC111')
          END-EXEC.
       9000-APPEL-SPG-FIN.
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
