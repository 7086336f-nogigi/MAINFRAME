      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO861                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *SOUS PROGRAMME DE SERVICE SUR L HISTORIQUE DES SOLDES DE FIN   *
      *DE JOURNEE (SLD0101, COPY SOLDHIS, ALIMENTE PAR ARIO012) :     *
      *REND POUR UN COMPTE ET UNE PERIODE LE SOLDE MOYEN, LE SOLDE    *
      *MINIMUM ET LE SOLDE MAXIMUM, EN SOLDE DE CLOTURE OU EN SOLDE   *
      *DE VALEUR. CHAQUE SOLDE HISTORISE VAUT JUSQU A LA DATE         *
      *HISTORISEE SUIVANTE (WEEK-ENDS ET FERIES SANS PASSAGE DE LA    *
      *CHAINE) ; LE SOLDE DU DEBUT DE PERIODE EST LE DERNIER SOLDE    *
      *HISTORISE A CETTE DATE OU AVANT. LA MOYENNE EST PONDEREE PAR   *
      *LE NOMBRE DE JOURS CALENDAIRES. UN COMPTE DONT L HISTORIQUE    *
      *COMMENCE DANS LA PERIODE N EST MESURE QU A PARTIR DE SON       *
      *PREMIER SOLDE. LE FICHIER EST OUVERT ET FERME A CHAQUE APPEL.  *
      *  LS-SLD-CPTE     : NUMERO DE COMPTE                           *
      *  LS-SLD-DATE-DEB : DEBUT DE LA PERIODE (AAAAMMJJ)             *
      *  LS-SLD-DATE-FIN : FIN DE LA PERIODE (AAAAMMJJ, INCLUSE)      *
      *  LS-SLD-TYPE     : 'C' SOLDE DE CLOTURE, 'V' SOLDE DE VALEUR  *
      *  LS-SLD-MOYENNE  : SOLDE MOYEN RENDU                          *
      *  LS-SLD-MINI     : SOLDE MINIMUM RENDU                        *
      *  LS-SLD-MAXI     : SOLDE MAXIMUM RENDU                        *
      *  LS-SLD-NB-JOURS : NOMBRE DE JOURS MESURES                    *
      *  LS-SLD-DEVISE   : DEVISE DU COMPTE                           *
      *  LS-SLD-CR       : 00 OK, 04 AUCUN SOLDE SUR LA PERIODE (OU   *
      *                    HISTORIQUE ABSENT), 08 PARAMETRES          *
      *                    INVALIDES OU INCIDENT FICHIER              *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    ! CREATION DU PROGRAMME                         *
      *               !                                               *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO861.
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
      *                      F-SLH-E : HISTORIQUE DES SOLDES
      *                      -------------------------------------------
           SELECT  F-SLH-E             ASSIGN TO SLDHIS
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-SLH
                   FILE STATUS         IS WS-FS-SLH-E.
      *                      -------------------------------------------
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *HISTORIQUE DES SOLDES DE FIN DE JOURNEE
       FD  F-SLH-E
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-SLH-E.
           05  FS-KEY-SLH.
               10  FS-KEY-SLH-CPTE   PIC X(10).
               10  FS-KEY-SLH-DATE   PIC 9(8).
           05  FILLER            PIC X(22).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY SOLDHIS.
      *FILE STATUS
       01  WS-FS-SLH-E      PIC X(2).
           88 SLH-OK                             VALUE '00'.
           88 SLH-FIN                            VALUE '10'.
           88 SLH-INEXISTANT                     VALUE '23'.
           88 SLH-FICHIER-ABSENT                 VALUE '35'.
      *FIN DE LECTURE DU COMPTE DEMANDE
       01  WS-SW-FIN-CPTE   PIC X                VALUE '0'.
           88 FIN-CPTE                           VALUE '1'.
           88 SUITE-CPTE                         VALUE '0'.
      *SOLDE EN VIGUEUR CONNU (PREMIER SOLDE DE LA PERIODE TROUVE)
       01  WS-SW-CONNU      PIC X                VALUE '0'.
           88 SOLDE-CONNU                        VALUE '1'.
           88 SOLDE-INCONNU                      VALUE '0'.
      *DATES DE LA PERIODE
       01  WS-DATE-CTL.
           05  WS-CTL-AAAA       PIC 9(4).
           05  WS-CTL-MM         PIC 9(2).
           05  WS-CTL-JJ         PIC 9(2).
       01  WS-DATE-CTL-N REDEFINES WS-DATE-CTL
                             PIC 9(8).
      *NUMERO DE JOUR (JOURS ECOULES DEPUIS UNE ORIGINE FIXE) D UNE
      *DATE AAAAMMJJ
       01  WS-NJ-DATE.
           05  WS-NJ-AAAA        PIC 9(4).
           05  WS-NJ-MM          PIC 9(2).
           05  WS-NJ-JJ          PIC 9(2).
       01  WS-NJ-DATE-N REDEFINES WS-NJ-DATE
                             PIC 9(8).
       77  WS-NJ-NUM        PIC S9(9) COMP       VALUE ZERO.
       77  WS-NJ-A          PIC S9(9) COMP       VALUE ZERO.
       77  WS-NJ-M          PIC S9(4) COMP       VALUE ZERO.
       77  WS-NJ-T          PIC S9(9) COMP       VALUE ZERO.
       77  WS-QUOTIENT      PIC S9(9) COMP       VALUE ZERO.
       77  WS-RESTE         PIC S9(9) COMP       VALUE ZERO.
       77  WS-NJ-DEB        PIC S9(9) COMP       VALUE ZERO.
       77  WS-NJ-FIN        PIC S9(9) COMP       VALUE ZERO.
      *SOLDE EN VIGUEUR ET JOUR DEPUIS LEQUEL IL S APPLIQUE
       01  WS-SOLDE-LU      PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  WS-SOLDE-COUR    PIC S9(9)V99  COMP-3 VALUE ZERO.
       77  WS-NJ-COUR       PIC S9(9) COMP       VALUE ZERO.
       77  WS-NB-JOURS-TR   PIC S9(9) COMP       VALUE ZERO.
      *CUMULS DE LA PERIODE
       01  WS-NOMBRES       PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  WS-NB-JOURS      PIC S9(9) COMP       VALUE ZERO.
       01  WS-MINI          PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  WS-MAXI          PIC S9(9)V99  COMP-3 VALUE ZERO.
      *
      *================
       LINKAGE SECTION.
      *================
      *NUMERO DE COMPTE
       01  LS-SLD-CPTE          PIC X(10).
      *BORNES DE LA PERIODE (AAAAMMJJ, FIN INCLUSE)
       01  LS-SLD-DATE-DEB      PIC 9(8).
       01  LS-SLD-DATE-FIN      PIC 9(8).
      *'C' SOLDE DE CLOTURE, 'V' SOLDE DE VALEUR
       01  LS-SLD-TYPE          PIC X.
      *RESULTATS
       01  LS-SLD-MOYENNE       PIC S9(9)V99 COMP-3.
       01  LS-SLD-MINI          PIC S9(9)V99 COMP-3.
       01  LS-SLD-MAXI          PIC S9(9)V99 COMP-3.
       01  LS-SLD-NB-JOURS      PIC 9(5).
       01  LS-SLD-DEVISE        PIC X(3).
      *CODE RETOUR : 00 OK, 04 AUCUN SOLDE, 08 ERREUR
       01  LS-SLD-CR            PIC 9(2).
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
       PROCEDURE           DIVISION USING LS-SLD-CPTE
                                          LS-SLD-DATE-DEB
                                          LS-SLD-DATE-FIN
                                          LS-SLD-TYPE
                                          LS-SLD-MOYENNE
                                          LS-SLD-MINI
                                          LS-SLD-MAXI
                                          LS-SLD-NB-JOURS
                                          LS-SLD-DEVISE
                                          LS-SLD-CR.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME              *
      *---------------------------------------------------------------*
      * 0000 CONTROLE LES PARAMETRES, PARCOURT L HISTORIQUE DU COMPTE
      * SUR LA PERIODE ET REND LES RESULTATS
       0000-TRT-PRINCIPAL-DEB.
      *
           MOVE ZERO                    TO LS-SLD-MOYENNE.
           MOVE ZERO                    TO LS-SLD-MINI.
           MOVE ZERO                    TO LS-SLD-MAXI.
           MOVE ZERO                    TO LS-SLD-NB-JOURS.
           MOVE SPACE                   TO LS-SLD-DEVISE.
           MOVE ZERO                    TO LS-SLD-CR.
      *
           PERFORM  1000-CONTROLE-PARAM-DEB
              THRU  1000-CONTROLE-PARAM-FIN.
           IF  LS-SLD-CR NOT = ZERO
               GO TO 0000-TRT-PRINCIPAL-FIN
           END-IF.
      *
           OPEN INPUT F-SLH-E.
           EVALUATE TRUE
               WHEN SLH-OK
                   CONTINUE
               WHEN SLH-FICHIER-ABSENT
                   MOVE 4               TO LS-SLD-CR
                   GO TO 0000-TRT-PRINCIPAL-FIN
               WHEN OTHER
                   DISPLAY 'ARIO861 - PROBLEME OUVERTURE F-SLH-E'
                   DISPLAY 'VALEUR DU FS= ' WS-FS-SLH-E
                   MOVE 8               TO LS-SLD-CR
                   GO TO 0000-TRT-PRINCIPAL-FIN
           END-EVALUATE.
      *
           PERFORM  2000-PARCOURT-COMPTE-DEB
              THRU  2000-PARCOURT-COMPTE-FIN.
           CLOSE F-SLH-E.
           IF  LS-SLD-CR NOT = ZERO
               GO TO 0000-TRT-PRINCIPAL-FIN
           END-IF.
      *
           IF  WS-NB-JOURS = ZERO
               MOVE 4                   TO LS-SLD-CR
               GO TO 0000-TRT-PRINCIPAL-FIN
           END-IF.
           COMPUTE LS-SLD-MOYENNE ROUNDED = WS-NOMBRES / WS-NB-JOURS.
           MOVE WS-MINI                 TO LS-SLD-MINI.
           MOVE WS-MAXI                 TO LS-SLD-MAXI.
           MOVE WS-NB-JOURS             TO LS-SLD-NB-JOURS.
      *
       0000-TRT-PRINCIPAL-FIN.
           GOBACK.
      *-----------------------------------------------------
      * TRT 1000 CONTROLE DES PARAMETRES ET NUMEROS DE JOUR DES
      * BORNES DE LA PERIODE
      *----------------------------------------------------
       1000-CONTROLE-PARAM-DEB.
      *
           IF  NOT (LS-SLD-TYPE = 'C' OR 'V')
               OR LS-SLD-DATE-DEB NOT NUMERIC
               OR LS-SLD-DATE-FIN NOT NUMERIC
               OR LS-SLD-DATE-DEB > LS-SLD-DATE-FIN
               MOVE 8                   TO LS-SLD-CR
               GO TO 1000-CONTROLE-PARAM-FIN
           END-IF.
      *
           MOVE LS-SLD-DATE-DEB         TO WS-DATE-CTL-N.
           PERFORM  1010-CONTROLE-DATE-DEB
              THRU  1010-CONTROLE-DATE-FIN.
           MOVE LS-SLD-DATE-FIN         TO WS-DATE-CTL-N.
           PERFORM  1010-CONTROLE-DATE-DEB
              THRU  1010-CONTROLE-DATE-FIN.
           IF  LS-SLD-CR NOT = ZERO
               GO TO 1000-CONTROLE-PARAM-FIN
           END-IF.
      *
           MOVE LS-SLD-DATE-DEB         TO WS-NJ-DATE-N.
           PERFORM  7100-NUMERO-JOUR-DEB
              THRU  7100-NUMERO-JOUR-FIN.
           MOVE WS-NJ-NUM               TO WS-NJ-DEB.
           MOVE LS-SLD-DATE-FIN         TO WS-NJ-DATE-N.
           PERFORM  7100-NUMERO-JOUR-DEB
              THRU  7100-NUMERO-JOUR-FIN.
           MOVE WS-NJ-NUM               TO WS-NJ-FIN.
      *
       1000-CONTROLE-PARAM-FIN.
           EXIT.
       1010-CONTROLE-DATE-DEB.
           IF  WS-CTL-MM < 1 OR WS-CTL-MM > 12
               OR WS-CTL-JJ < 1 OR WS-CTL-JJ > 31
               MOVE 8                   TO LS-SLD-CR
           END-IF.
       1010-CONTROLE-DATE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 PARCOURT L HISTORIQUE DU COMPTE JUSQU A LA FIN DE
      * LA PERIODE ET CUMULE LES TRANCHES DE SOLDE CONSTANT
      *----------------------------------------------------
       2000-PARCOURT-COMPTE-DEB.
      *
           MOVE ZERO                    TO WS-NOMBRES.
           MOVE ZERO                    TO WS-NB-JOURS.
           MOVE ZERO                    TO WS-MINI.
           MOVE ZERO                    TO WS-MAXI.
           SET  SOLDE-INCONNU           TO TRUE.
           SET  SUITE-CPTE              TO TRUE.
      *
           MOVE LS-SLD-CPTE             TO FS-KEY-SLH-CPTE.
           MOVE ZERO                    TO FS-KEY-SLH-DATE.
           START F-SLH-E
             KEY IS NOT LESS THAN FS-KEY-SLH
           END-START.
           IF  SLH-INEXISTANT
               GO TO 2000-PARCOURT-COMPTE-FIN
           END-IF.
           IF NOT SLH-OK
              DISPLAY 'ARIO861 - PROBLEME POSITIONNEMENT F-SLH-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SLH-E
              MOVE 8                    TO LS-SLD-CR
              GO TO 2000-PARCOURT-COMPTE-FIN
           END-IF.
      *
           PERFORM  2010-TRT-UN-SOLDE-DEB
              THRU  2010-TRT-UN-SOLDE-FIN
             UNTIL  FIN-CPTE.
           IF  LS-SLD-CR NOT = ZERO
               GO TO 2000-PARCOURT-COMPTE-FIN
           END-IF.
      *
      *    DERNIER SOLDE EN VIGUEUR JUSQU A LA FIN DE LA PERIODE
           IF  SOLDE-CONNU
               COMPUTE WS-NB-JOURS-TR = WS-NJ-FIN - WS-NJ-COUR + 1
               PERFORM  7200-CUMULE-TRANCHE-DEB
                  THRU  7200-CUMULE-TRANCHE-FIN
           END-IF.
      *
       2000-PARCOURT-COMPTE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2010 LIT LE SOLDE HISTORISE SUIVANT DU COMPTE : UN SOLDE
      * ANTERIEUR OU EGAL AU DEBUT DE PERIODE DEVIENT LE SOLDE
      * D OUVERTURE, UN SOLDE DANS LA PERIODE CLOT LA TRANCHE DU
      * SOLDE PRECEDENT
      *----------------------------------------------------
       2010-TRT-UN-SOLDE-DEB.
      *
           READ F-SLH-E NEXT RECORD INTO WS-SLH-ENR.
           IF  SLH-FIN
               SET  FIN-CPTE            TO TRUE
               GO TO 2010-TRT-UN-SOLDE-FIN
           END-IF.
           IF NOT SLH-OK
              DISPLAY 'ARIO861 - PROBLEME LECTURE F-SLH-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SLH-E
              MOVE 8                    TO LS-SLD-CR
              SET  FIN-CPTE             TO TRUE
              GO TO 2010-TRT-UN-SOLDE-FIN
           END-IF.
           IF  WS-SLH-CPTE NOT = LS-SLD-CPTE
               OR WS-SLH-DATE > LS-SLD-DATE-FIN
               SET  FIN-CPTE            TO TRUE
               GO TO 2010-TRT-UN-SOLDE-FIN
           END-IF.
      *
           MOVE WS-SLH-DEVISE           TO LS-SLD-DEVISE.
           IF  LS-SLD-TYPE = 'V'
               MOVE WS-SLH-SOLDE-VAL    TO WS-SOLDE-LU
           ELSE
               MOVE WS-SLH-SOLDE        TO WS-SOLDE-LU
           END-IF.
      *
           IF  WS-SLH-DATE NOT > LS-SLD-DATE-DEB
               MOVE WS-SOLDE-LU         TO WS-SOLDE-COUR
               MOVE WS-NJ-DEB           TO WS-NJ-COUR
               SET  SOLDE-CONNU         TO TRUE
               GO TO 2010-TRT-UN-SOLDE-FIN
           END-IF.
      *
           MOVE WS-SLH-DATE             TO WS-NJ-DATE-N.
           PERFORM  7100-NUMERO-JOUR-DEB
              THRU  7100-NUMERO-JOUR-FIN.
           IF  SOLDE-CONNU
               COMPUTE WS-NB-JOURS-TR = WS-NJ-NUM - WS-NJ-COUR
               PERFORM  7200-CUMULE-TRANCHE-DEB
                  THRU  7200-CUMULE-TRANCHE-FIN
           END-IF.
           MOVE WS-SOLDE-LU             TO WS-SOLDE-COUR.
           MOVE WS-NJ-NUM               TO WS-NJ-COUR.
           SET  SOLDE-CONNU             TO TRUE.
      *
       2010-TRT-UN-SOLDE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7100 NUMERO DE JOUR DE LA DATE WS-NJ-DATE (ANNEE COMMENCANT EN
      *     MARS : LE 29 FEVRIER EST LE DERNIER JOUR DE L ANNEE)
      *------------------------------------
       7100-NUMERO-JOUR-DEB.
      *
           MOVE WS-NJ-AAAA              TO WS-NJ-A.
           MOVE WS-NJ-MM                TO WS-NJ-M.
           IF  WS-NJ-M < 3
               ADD  12                  TO WS-NJ-M
               SUBTRACT 1               FROM WS-NJ-A
           END-IF.
           COMPUTE WS-NJ-NUM = (365 * WS-NJ-A) + WS-NJ-JJ.
           DIVIDE WS-NJ-A BY 4
               GIVING WS-QUOTIENT REMAINDER WS-RESTE.
           ADD  WS-QUOTIENT             TO WS-NJ-NUM.
           DIVIDE WS-NJ-A BY 100
               GIVING WS-QUOTIENT REMAINDER WS-RESTE.
           SUBTRACT WS-QUOTIENT         FROM WS-NJ-NUM.
           DIVIDE WS-NJ-A BY 400
               GIVING WS-QUOTIENT REMAINDER WS-RESTE.
           ADD  WS-QUOTIENT             TO WS-NJ-NUM.
           COMPUTE WS-NJ-T = (153 * (WS-NJ-M - 3)) + 2.
           DIVIDE WS-NJ-T BY 5
               GIVING WS-QUOTIENT REMAINDER WS-RESTE.
           ADD  WS-QUOTIENT             TO WS-NJ-NUM.
      *
       7100-NUMERO-JOUR-FIN.
           EXIT.
      *-------------------------------------
      *7200 CUMULE LA TRANCHE DU SOLDE EN VIGUEUR (WS-SOLDE-COUR SUR
      *     WS-NB-JOURS-TR JOURS) : NOMBRES, MINIMUM ET MAXIMUM
      *------------------------------------
       7200-CUMULE-TRANCHE-DEB.
      *
           IF  WS-NB-JOURS-TR NOT > ZERO
               GO TO 7200-CUMULE-TRANCHE-FIN
           END-IF.
           IF  WS-NB-JOURS = ZERO
               MOVE WS-SOLDE-COUR       TO WS-MINI
               MOVE WS-SOLDE-COUR       TO WS-MAXI
           END-IF.
           IF  WS-SOLDE-COUR < WS-MINI
               MOVE WS-SOLDE-COUR       TO WS-MINI
           END-IF.
           IF  WS-SOLDE-COUR > WS-MAXI
               MOVE WS-SOLDE-COUR       TO WS-MAXI
           END-IF.
           ADD  WS-NB-JOURS-TR          TO WS-NB-JOURS.
           COMPUTE WS-NOMBRES = WS-NOMBRES
                              + (WS-SOLDE-COUR * WS-NB-JOURS-TR).
      *
       7200-CUMULE-TRANCHE-FIN.
           EXIT.
