      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO950                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *ETAT MENSUEL DE CONSOMMATION DES CONTRATS-CADRE D ACHAT        *
      *(CTR0101, COPY CONTRAT). POUR CHAQUE CONTRAT EN COURS SUR LE   *
      *MOIS EDITE (DEBUT AU PLUS TARD EN FIN DE MOIS, FIN AU PLUS TOT *
      *EN DEBUT DE MOIS) : QUANTITE ENGAGEE, QUANTITE APPELEE PAR     *
      *ARIO921, TAUX DE CONSOMMATION, PART DE LA PERIODE ECOULEE ET   *
      *PROJECTION DE LA QUANTITE APPELEE A ECHEANCE AU RYTHME CONSTATE*
      *(CONVENTION COMMERCIALE 360 JOURS, ARRETE A LA FIN DU MOIS OU  *
      *A LA DATE DU JOUR SI ELLE EST ANTERIEURE). UN CONTRAT DONT LA  *
      *PROJECTION RESTE SOUS LE SEUIL SYSIN EN % DE L ENGAGEMENT EST  *
      *SIGNALE EN SOUS-UTILISATION PROBABLE ; UN CONTRAT ECHU NON     *
      *SOLDE, DEPASSE OU SUSPENDU EST SIGNALE COMME TEL. TOTAL DES    *
      *CONTRATS EDITES ET DES CONTRATS SIGNALES.                      *
      *SYSIN  -> PERIODE AAAAMM (6 CHIFFRES, MOIS COURANT PAR DEFAUT) *
      *          PUIS SEUIL DE SOUS-UTILISATION EN % (3 CHIFFRES,     *
      *          090 PAR DEFAUT)                                      *
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
       PROGRAM-ID.      ARIO950.
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
      *                      F-CTR-E : CONTRATS-CADRE D ACHAT
      *                      -------------------------------------------
           SELECT  F-CTR-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-CTR
                   FILE STATUS         IS WS-FS-CTR-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-CSM-S : SYSOUT ETAT DE CONSOMMATION
      *                      DES CONTRATS
      *                      -------------------------------------------
           SELECT  F-ETAT-CSM-S        ASSIGN TO ETATCSM
                   FILE STATUS         IS WS-FS-ETAT-CSM-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 ETATCSM                                      *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *CONTRATS-CADRE D ACHAT EN ENTREE
       FD  F-CTR-E
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-CTR-E.
           05  FS-KEY-CTR        PIC X(18).
           05  FILLER            PIC X(62).
      *ETAT DE CONSOMMATION EN SORTIE
       FD  F-ETAT-CSM-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-CSM-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY CONTRAT.
      *FILE STATUS
       01  WS-FS-CTR-E       PIC X(2).
           88 CTR-OK                              VALUE '00'.
           88 CTR-FIN                             VALUE '10'.
       01  WS-FS-ETAT-CSM-S  PIC X(2).
           88 ETCSM-OK                            VALUE '00'.
      *CARTE SYSIN : PERIODE AAAAMM ET SEUIL DE SOUS-UTILISATION EN %
       01  WS-SYSIN-CARTE.
           05  WS-PER-X          PIC X(6).
           05  WS-PER-N REDEFINES WS-PER-X
                                 PIC 9(6).
           05  WS-SEUIL-X        PIC X(3).
           05  WS-SEUIL-N REDEFINES WS-SEUIL-X
                                 PIC 9(3).
           05  FILLER            PIC X(71).
       01  WS-PERIODE        PIC 9(6) VALUE ZERO.
       01  WS-SEUIL-PCT      PIC 9(3) VALUE 90.
      *BORNES DU MOIS EDITE (AAAAMMJJ)
       01  WS-DEB-MOIS       PIC 9(8) VALUE ZERO.
       01  WS-FIN-MOIS       PIC 9(8) VALUE ZERO.
      *DATE D ARRETE : FIN DU MOIS, OU DATE DU JOUR SI ANTERIEURE
       01  WS-DATE-ARRETE    PIC 9(8) VALUE ZERO.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
      *DATE A CONVERTIR EN QUANTIEME (CONVENTION 360 JOURS)
       01  WS-DATE-CNV.
           05  WS-DCNV-AAAA      PIC 9(4).
           05  WS-DCNV-MM        PIC 99.
           05  WS-DCNV-JJ        PIC 99.
       01  WS-DATE-CNV-N REDEFINES WS-DATE-CNV
                             PIC 9(8).
       01  WS-JOUR-ORD       PIC 9(7) COMP VALUE ZERO.
       01  WS-JOUR-ORD-DEB   PIC 9(7) COMP VALUE ZERO.
       01  WS-JOUR-ORD-FIN   PIC 9(7) COMP VALUE ZERO.
       01  WS-JOUR-ORD-ARR   PIC 9(7) COMP VALUE ZERO.
      *DUREE DU CONTRAT, JOURS ECOULES, TAUX ET PROJECTION
       01  WS-NB-JOURS-TOT   PIC 9(7) COMP VALUE ZERO.
       01  WS-NB-JOURS-ECO   PIC 9(7) COMP VALUE ZERO.
       01  WS-PCT-CONSO      PIC 9(5) VALUE ZERO.
       01  WS-PCT-TEMPS      PIC 9(3) VALUE ZERO.
       01  WS-QTE-PROJ       PIC 9(9) VALUE ZERO.
       01  WS-QTE-SEUIL      PIC 9(9) VALUE ZERO.
       01  WS-SIGNAL         PIC X(10).
      *LIGNES D EDITION
       01  WS-LCSM-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LCSM-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LCSM-ENTETE.
           05  FILLER            PIC X(40)
               VALUE 'CONSOMMATION DES CONTRATS - PERIODE :   '.
           05  WS-LCSM-PER-ED    PIC 9(6).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE 'SEUIL : '.
           05  WS-LCSM-SEUIL-ED  PIC ZZ9.
           05  FILLER            PIC X(2)  VALUE ' %'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LCSM-DATE-ED   PIC 99/99/9999.
       01  WS-LCSM-INTITULE.
           05  FILLER            PIC X(40)
               VALUE 'ART.  FOUR. DEBUT      FIN         ENGAG'.
           05  FILLER            PIC X(40)
               VALUE 'E  APPELE CONS TEMP PROJECT. SIGNAL     '.
       01  WS-LCSM-DETAIL.
           05  WS-LCSM-ART-ED    PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCSM-FOU-ED    PIC 9(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCSM-DEB-ED    PIC 99/99/9999.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCSM-FIN-ED    PIC 99/99/9999.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCSM-ENG-ED    PIC ZZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCSM-APP-ED    PIC ZZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCSM-PCO-ED    PIC ZZ9.
           05  FILLER            PIC X(1)  VALUE '%'.
           05  WS-LCSM-PTE-ED    PIC ZZ9.
           05  FILLER            PIC X(1)  VALUE '%'.
           05  WS-LCSM-PRJ-ED    PIC ZZZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCSM-SIG-ED    PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LCSM-TOTAL.
           05  WS-LCSM-TOT-LIB   PIC X(40).
           05  WS-LCSM-TOT-ED    PIC ZZZZZ9.
           05  FILLER            PIC X(34) VALUE SPACES.
      *COMPTEUR RENDU EXEC
       01  WS-NB-CTR-LUS     PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-CTR-EDITES  PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-CTR-SOUS    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-CTR-ECHUS   PIC S9(6) COMP VALUE ZERO.
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
           PERFORM  6010-READ-F-CTR-E-DEB
              THRU  6010-READ-F-CTR-E-FIN.
           PERFORM  1000-TRT-UN-CONTRAT-DEB
              THRU  1000-TRT-UN-CONTRAT-FIN
             UNTIL  CTR-FIN.
      *
           PERFORM  8300-EDITION-TOTAUX-DEB
              THRU  8300-EDITION-TOTAUX-FIN.
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
      * TRT 1000 RETIENT LE CONTRAT S IL EST EN COURS SUR LE MOIS,
      * CALCULE SA CONSOMMATION ET L EDITE, PUIS LIT LE SUIVANT
      *----------------------------------------------------
       1000-TRT-UN-CONTRAT-DEB.
      *
           ADD  1                        TO WS-NB-CTR-LUS.
           IF  WS-CTR-DATE-DEB NOT > WS-FIN-MOIS
               AND WS-CTR-DATE-FIN NOT < WS-DEB-MOIS
               PERFORM  7100-CALCULE-CONSO-DEB
                  THRU  7100-CALCULE-CONSO-FIN
               PERFORM  7200-QUALIFIE-CONTRAT-DEB
                  THRU  7200-QUALIFIE-CONTRAT-FIN
               PERFORM  8010-EDITION-CONTRAT-DEB
                  THRU  8010-EDITION-CONTRAT-FIN
               ADD  1                    TO WS-NB-CTR-EDITES
           END-IF.
      *
           PERFORM  6010-READ-F-CTR-E-DEB
              THRU  6010-READ-F-CTR-E-FIN.
      *
       1000-TRT-UN-CONTRAT-FIN.
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
           OPEN INPUT F-CTR-E.
           IF WS-FS-CTR-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CTR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CTR-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-CSM-S.
           IF WS-FS-ETAT-CSM-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-CSM-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-CSM-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT LE CONTRAT SUIVANT
      *------------------------------------
       6010-READ-F-CTR-E-DEB.
      *
           READ F-CTR-E INTO WS-CTR-ENR.
           IF NOT (CTR-OK OR CTR-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CTR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CTR-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-CTR-E-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-CTR-E
                 F-ETAT-CSM-S.
           IF WS-FS-ETAT-CSM-S NOT = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-ETAT-CSM-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-CSM-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : ORDRES DE CALCUL                                   *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 LIT LA CARTE SYSIN : PERIODE AAAAMM (ABSENTE OU NON
      *     NUMERIQUE = MOIS COURANT) ET SEUIL EN % (DEFAUT 90),
      *     BORNE LE MOIS ET FIXE LA DATE D ARRETE
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
           IF  WS-SEUIL-X NUMERIC
               MOVE WS-SEUIL-N          TO WS-SEUIL-PCT
           END-IF.
      *
           COMPUTE WS-DEB-MOIS = (WS-PERIODE * 100) + 1.
           COMPUTE WS-FIN-MOIS = (WS-PERIODE * 100) + 31.
           IF  WS-DATEJ-N < WS-FIN-MOIS
               MOVE WS-DATEJ-N          TO WS-DATE-ARRETE
           ELSE
               MOVE WS-FIN-MOIS         TO WS-DATE-ARRETE
           END-IF.
      *
           MOVE WS-PERIODE              TO WS-LCSM-PER-ED.
           MOVE WS-SEUIL-PCT            TO WS-LCSM-SEUIL-ED.
           MOVE WS-DATEJ-JJ   TO WS-LCSM-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LCSM-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LCSM-DATE-ED (7:4).
      *
       7000-INIT-PERIODE-FIN.
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
      *7100 CALCULE LA CONSOMMATION DU CONTRAT : TAUX APPELE /
      *     ENGAGE, PART DE LA PERIODE ECOULEE A LA DATE D ARRETE ET
      *     PROJECTION A ECHEANCE AU RYTHME CONSTATE
      *------------------------------------
       7100-CALCULE-CONSO-DEB.
      *
           MOVE WS-CTR-DATE-DEB         TO WS-DATE-CNV-N.
           PERFORM  7050-CALC-QUANTIEME-DEB
              THRU  7050-CALC-QUANTIEME-FIN.
           MOVE WS-JOUR-ORD             TO WS-JOUR-ORD-DEB.
           MOVE WS-CTR-DATE-FIN         TO WS-DATE-CNV-N.
           PERFORM  7050-CALC-QUANTIEME-DEB
              THRU  7050-CALC-QUANTIEME-FIN.
           MOVE WS-JOUR-ORD             TO WS-JOUR-ORD-FIN.
           MOVE WS-DATE-ARRETE          TO WS-DATE-CNV-N.
           PERFORM  7050-CALC-QUANTIEME-DEB
              THRU  7050-CALC-QUANTIEME-FIN.
           MOVE WS-JOUR-ORD             TO WS-JOUR-ORD-ARR.
      *
           COMPUTE WS-NB-JOURS-TOT = WS-JOUR-ORD-FIN
                                   - WS-JOUR-ORD-DEB + 1.
           EVALUATE TRUE
               WHEN WS-JOUR-ORD-ARR < WS-JOUR-ORD-DEB
                  MOVE ZERO             TO WS-NB-JOURS-ECO
               WHEN WS-JOUR-ORD-ARR > WS-JOUR-ORD-FIN
                  MOVE WS-NB-JOURS-TOT  TO WS-NB-JOURS-ECO
               WHEN OTHER
                  COMPUTE WS-NB-JOURS-ECO = WS-JOUR-ORD-ARR
                                          - WS-JOUR-ORD-DEB + 1
           END-EVALUATE.
      *
           COMPUTE WS-PCT-CONSO = (WS-CTR-QTE-APPEL * 100)
                                / WS-CTR-QTE-ENG
               ON SIZE ERROR
                  MOVE 999              TO WS-PCT-CONSO
           END-COMPUTE.
           COMPUTE WS-PCT-TEMPS = (WS-NB-JOURS-ECO * 100)
                                / WS-NB-JOURS-TOT.
      *
      *    SANS JOUR ECOULE LE RYTHME N EST PAS CONNU : LA PROJECTION
      *    SE LIMITE A LA QUANTITE DEJA APPELEE
           IF  WS-NB-JOURS-ECO = ZERO
               MOVE WS-CTR-QTE-APPEL    TO WS-QTE-PROJ
           ELSE
               COMPUTE WS-QTE-PROJ = (WS-CTR-QTE-APPEL
                                     * WS-NB-JOURS-TOT)
                                   / WS-NB-JOURS-ECO
                   ON SIZE ERROR
                      MOVE 999999999    TO WS-QTE-PROJ
               END-COMPUTE
           END-IF.
           COMPUTE WS-QTE-SEUIL = (WS-CTR-QTE-ENG * WS-SEUIL-PCT)
                                / 100.
      *
       7100-CALCULE-CONSO-FIN.
           EXIT.
      *-------------------------------------
      *7200 QUALIFIE LE CONTRAT : DEPASSE, ECHU NON SOLDE, SUSPENDU
      *     OU SOUS-UTILISATION PROBABLE (PROJECTION SOUS LE SEUIL)
      *------------------------------------
       7200-QUALIFIE-CONTRAT-DEB.
      *
           EVALUATE TRUE
               WHEN WS-CTR-QTE-APPEL > WS-CTR-QTE-ENG
                  MOVE 'DEPASSE'        TO WS-SIGNAL
               WHEN WS-CTR-DATE-FIN NOT > WS-FIN-MOIS
                AND WS-CTR-QTE-APPEL < WS-CTR-QTE-ENG
                  MOVE 'NON SOLDE'      TO WS-SIGNAL
                  ADD  1                TO WS-NB-CTR-ECHUS
               WHEN CTR-SUSPENDU
                  MOVE 'SUSPENDU'       TO WS-SIGNAL
               WHEN WS-QTE-PROJ < WS-QTE-SEUIL
                  MOVE 'SOUS-UTIL.'     TO WS-SIGNAL
                  ADD  1                TO WS-NB-CTR-SOUS
               WHEN OTHER
                  MOVE SPACES           TO WS-SIGNAL
           END-EVALUATE.
      *
       7200-QUALIFIE-CONTRAT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *8000 EDITE L ENTETE DE L ETAT DE CONSOMMATION
      *------------------------------------
       8000-EDITION-ENTETE-DEB.
      *
           WRITE FS-BUFF-F-ETAT-CSM-S FROM WS-LCSM-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-CSM-S FROM WS-LCSM-BLANC.
           WRITE FS-BUFF-F-ETAT-CSM-S FROM WS-LCSM-INTITULE.
           WRITE FS-BUFF-F-ETAT-CSM-S FROM WS-LCSM-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8010 EDITE LA LIGNE DU CONTRAT
      *------------------------------------
       8010-EDITION-CONTRAT-DEB.
      *
           MOVE WS-CTR-ART-CODE          TO WS-LCSM-ART-ED.
           MOVE WS-CTR-FOU-CODE          TO WS-LCSM-FOU-ED.
           MOVE WS-CTR-DATE-DEB          TO WS-DATE-CNV-N.
           MOVE WS-DCNV-JJ   TO WS-LCSM-DEB-ED (1:2)
           MOVE WS-DCNV-MM   TO WS-LCSM-DEB-ED (4:2)
           MOVE WS-DCNV-AAAA TO WS-LCSM-DEB-ED (7:4).
           MOVE WS-CTR-DATE-FIN          TO WS-DATE-CNV-N.
           MOVE WS-DCNV-JJ   TO WS-LCSM-FIN-ED (1:2)
           MOVE WS-DCNV-MM   TO WS-LCSM-FIN-ED (4:2)
           MOVE WS-DCNV-AAAA TO WS-LCSM-FIN-ED (7:4).
           MOVE WS-CTR-QTE-ENG           TO WS-LCSM-ENG-ED.
           MOVE WS-CTR-QTE-APPEL         TO WS-LCSM-APP-ED.
           IF  WS-PCT-CONSO > 999
               MOVE 999                  TO WS-LCSM-PCO-ED
           ELSE
               MOVE WS-PCT-CONSO         TO WS-LCSM-PCO-ED
           END-IF.
           MOVE WS-PCT-TEMPS             TO WS-LCSM-PTE-ED.
           MOVE WS-QTE-PROJ              TO WS-LCSM-PRJ-ED.
           MOVE WS-SIGNAL                TO WS-LCSM-SIG-ED.
           WRITE FS-BUFF-F-ETAT-CSM-S FROM WS-LCSM-DETAIL.
      *
       8010-EDITION-CONTRAT-FIN.
           EXIT.
      *-------------------------------------
      *8300 EDITE LES TOTAUX DE L ETAT
      *------------------------------------
       8300-EDITION-TOTAUX-DEB.
      *
           WRITE FS-BUFF-F-ETAT-CSM-S FROM WS-LCSM-BLANC.
           WRITE FS-BUFF-F-ETAT-CSM-S FROM WS-LCSM-TIRET.
           MOVE 'CONTRATS EN COURS SUR LA PERIODE'
                                         TO WS-LCSM-TOT-LIB.
           MOVE WS-NB-CTR-EDITES         TO WS-LCSM-TOT-ED.
           WRITE FS-BUFF-F-ETAT-CSM-S FROM WS-LCSM-TOTAL.
           MOVE 'DONT SOUS-UTILISATION PROBABLE'
                                         TO WS-LCSM-TOT-LIB.
           MOVE WS-NB-CTR-SOUS           TO WS-LCSM-TOT-ED.
           WRITE FS-BUFF-F-ETAT-CSM-S FROM WS-LCSM-TOTAL.
           MOVE 'DONT ECHUS SANS ETRE SOLDES'
                                         TO WS-LCSM-TOT-LIB.
           MOVE WS-NB-CTR-ECHUS          TO WS-LCSM-TOT-ED.
           WRITE FS-BUFF-F-ETAT-CSM-S FROM WS-LCSM-TOTAL.
      *
       8300-EDITION-TOTAUX-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO950              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* CONTRATS LUS              : ' WS-NB-CTR-LUS.
           DISPLAY '* CONTRATS EDITES           : ' WS-NB-CTR-EDITES.
           DISPLAY '* SOUS-UTILISATION PROBABLE : ' WS-NB-CTR-SOUS.
           DISPLAY '* ECHUS NON SOLDES          : ' WS-NB-CTR-ECHUS.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO950         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO950        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
