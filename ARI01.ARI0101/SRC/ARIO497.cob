      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO497                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *CHARGEMENT DE LA LISTE DE SURVEILLANCE SNL0101 (COPY LISTSANC) *
      *A PARTIR DE L EXTRAIT CONSOLIDE DES LISTES OFFICIELLES DE      *
      *SANCTIONS ET DE GELS DES AVOIRS (ONU, UE, OFAC, DGT...), LANCE *
      *A CHAQUE PUBLICATION. LE FICHIER EST RECREE ENTIEREMENT (OUVERT*
      *EN OUTPUT) : UNE ENTREE RETIREE DES LISTES DISPARAIT AINSI DU  *
      *FILTRAGE. CHAQUE ENTREE EST CONTROLEE AVANT CHARGEMENT :       *
      *  - REFERENCE RENSEIGNEE ET UNIQUE,                            *
      *  - TYPE I (PERSONNE), E (ENTITE) OU Z (PAYS SOUS EMBARGO),    *
      *  - NOM RENSEIGNE POUR UNE ENTREE NOMINATIVE, CODE PAYS POUR   *
      *    UNE ENTREE PAYS.                                           *
      *LES ENTREES REJETEES SONT EDITEES SUR ETATSNL. UN EXTRAIT VIDE *
      *ARRETE LE TRAITEMENT SANS TOUCHER A LA LISTE EN PLACE.         *
      *SYSOUT -> ETAT DES REJETS (ETATSNL) ET COMPTE RENDU            *
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
       PROGRAM-ID.      ARIO497.
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
      *                      F-PUB-E : EXTRAIT CONSOLIDE DES LISTES
      *                      PUBLIEES
      *                      -------------------------------------------
           SELECT  F-PUB-E             ASSIGN TO INP001
                   FILE STATUS         IS WS-FS-PUB-E.
      *                      -------------------------------------------
      *                      F-SNL-S : LISTE DE SURVEILLANCE
      *                      (RECREEE A CHAQUE RUN)
      *                      -------------------------------------------
           SELECT  F-SNL-S             ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-SNL
                   FILE STATUS         IS WS-FS-SNL-S.
      *                      -------------------------------------------
      *                      F-ETAT-SNL-S : SYSOUT ETAT DES REJETS
      *                      -------------------------------------------
           SELECT  F-ETAT-SNL-S        ASSIGN TO ETATSNL
                   FILE STATUS         IS WS-FS-ETAT-SNL-S.
      *                      -------------------------------------------
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *EXTRAIT CONSOLIDE DES LISTES PUBLIEES
       FD  F-PUB-E
           RECORD CONTAINS 150 CHARACTERS.
       01  FS-BUFF-F-PUB-E       PIC X(150).
      *LISTE DE SURVEILLANCE
       FD  F-SNL-S
           RECORD CONTAINS 150 CHARACTERS.
       01  FS-BUFF-F-SNL-S.
           05  FS-KEY-SNL        PIC X(12).
           05  FILLER            PIC X(138).
      *ETAT DES REJETS EN SORTIE
       FD  F-ETAT-SNL-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-SNL-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY LISTSANC.
      *FILE STATUS
       01  WS-FS-PUB-E       PIC X(2).
           88 PUB-OK                              VALUE '00'.
           88 PUB-FIN                             VALUE '10'.
       01  WS-FS-SNL-S       PIC X(2).
           88 SNL-OK                              VALUE '00'.
           88 SNL-DOUBLON                         VALUE '22'.
       01  WS-FS-ETAT-SNL-S  PIC X(2).
      *MOTIF DE REJET DE L ENTREE COURANTE (SPACES = ENTREE VALIDE)
       01  WS-MOTIF-REJET    PIC X(30)            VALUE SPACES.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 9(2).
           05  WS-DATEJ-JJ       PIC 9(2).
      *COMPTEUR RENDU EXEC
       01  WS-NB-PUB-LUS     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-SNL-ECRITS  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-PERSONNES   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ENTITES     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-PAYS        PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-REJETS      PIC S9(7) COMP VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LSNL-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LSNL-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LSNL-ENTETE.
           05  FILLER            PIC X(42)
               VALUE 'CHARGEMENT DE LA LISTE DE SURVEILLANCE    '.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LSNL-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LSNL-INTITULE.
           05  FILLER            PIC X(13) VALUE 'REFERENCE    '.
           05  FILLER            PIC X(5)  VALUE 'LISTE'.
           05  FILLER            PIC X(2)  VALUE 'T '.
           05  FILLER            PIC X(31) VALUE 'NOM'.
           05  FILLER            PIC X(29) VALUE 'MOTIF DU REJET'.
       01  WS-LSNL-DETAIL.
           05  WS-LSNL-REF-ED    PIC X(12).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSNL-LISTE-ED  PIC X(4).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSNL-TYPE-ED   PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSNL-NOM-ED    PIC X(30).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSNL-MOTIF-ED  PIC X(29).
       01  WS-LSNL-TOTAL.
           05  FILLER            PIC X(30)
               VALUE 'ENTREES CHARGEES / REJETEES: '.
           05  WS-LSNL-TOT-ED    PIC ZZZZZZ9.
           05  FILLER            PIC X(3)  VALUE ' / '.
           05  WS-LSNL-REJ-ED    PIC ZZZZZZ9.
           05  FILLER            PIC X(33) VALUE SPACES.
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
           PERFORM  7000-INIT-DEB
              THRU  7000-INIT-FIN.
      *
      *    L EXTRAIT EST LU AVANT DE RECREER LA LISTE : UN EXTRAIT
      *    VIDE LAISSE LA LISTE EN PLACE
           PERFORM  6000-OPEN-F-PUB-E-DEB
              THRU  6000-OPEN-F-PUB-E-FIN.
           PERFORM  6010-READ-F-PUB-E-DEB
              THRU  6010-READ-F-PUB-E-FIN.
           IF  PUB-FIN
               DISPLAY 'EXTRAIT DES LISTES PUBLIEES VIDE : '
                       'LISTE DE SURVEILLANCE CONSERVEE'
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM  6005-OPEN-FICHIERS-S-DEB
              THRU  6005-OPEN-FICHIERS-S-FIN.
      *
           PERFORM  8000-EDITION-ENTETE-DEB
              THRU  8000-EDITION-ENTETE-FIN.
      *
           PERFORM  1000-TRT-UNE-ENTREE-DEB
              THRU  1000-TRT-UNE-ENTREE-FIN
             UNTIL  PUB-FIN.
      *
           PERFORM  8030-EDITION-TOTAL-DEB
              THRU  8030-EDITION-TOTAL-FIN.
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
      * TRT 1000 CONTROLE ET CHARGE L ENTREE COURANTE DE L EXTRAIT
      *----------------------------------------------------
       1000-TRT-UNE-ENTREE-DEB.
      *
           ADD  1                       TO WS-NB-PUB-LUS.
      *
           PERFORM  7100-CTL-ENTREE-DEB
              THRU  7100-CTL-ENTREE-FIN.
           IF  WS-MOTIF-REJET NOT = SPACES
               GO TO 1000-TRT-UNE-ENTREE-REJET
           END-IF.
      *
           PERFORM  6020-WRITE-F-SNL-S-DEB
              THRU  6020-WRITE-F-SNL-S-FIN.
           IF  SNL-DOUBLON
               MOVE 'REFERENCE EN DOUBLE'  TO WS-MOTIF-REJET
               GO TO 1000-TRT-UNE-ENTREE-REJET
           END-IF.
      *
           ADD  1                       TO WS-NB-SNL-ECRITS.
           EVALUATE TRUE
               WHEN SNL-PERSONNE
                  ADD  1                TO WS-NB-PERSONNES
               WHEN SNL-ENTITE
                  ADD  1                TO WS-NB-ENTITES
               WHEN SNL-PAYS
                  ADD  1                TO WS-NB-PAYS
           END-EVALUATE.
           GO TO 1000-TRT-UNE-ENTREE-SUIVANT.
      *
       1000-TRT-UNE-ENTREE-REJET.
           ADD  1                       TO WS-NB-REJETS.
           PERFORM  8020-EDITION-REJET-DEB
              THRU  8020-EDITION-REJET-FIN.
      *
       1000-TRT-UNE-ENTREE-SUIVANT.
           PERFORM  6010-READ-F-PUB-E-DEB
              THRU  6010-READ-F-PUB-E-FIN.
      *
       1000-TRT-UNE-ENTREE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *6000 OUVRE L EXTRAIT DES LISTES PUBLIEES
      *----------------------------------------
       6000-OPEN-F-PUB-E-DEB.
      *
           OPEN INPUT F-PUB-E.
           IF NOT PUB-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-PUB-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PUB-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-F-PUB-E-FIN.
           EXIT.
      *----------------------------------------
      *6005 OUVRE LA LISTE A RECREER ET L ETAT DES REJETS
      *----------------------------------------
       6005-OPEN-FICHIERS-S-DEB.
      *
           OPEN OUTPUT F-SNL-S.
           IF NOT SNL-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-SNL-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SNL-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-SNL-S.
           IF WS-FS-ETAT-SNL-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-SNL-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-SNL-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6005-OPEN-FICHIERS-S-FIN.
           EXIT.
      *-------------------------------------
      *6010 EXECUTE LA LECTURE SUR F-PUB-E
      *------------------------------------
       6010-READ-F-PUB-E-DEB.
      *
           READ F-PUB-E INTO WS-SNL-ENR.
           IF NOT (PUB-OK OR PUB-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PUB-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PUB-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-PUB-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 ECRIT L ENTREE SUR LA LISTE - DOUBLON RENDU A L APPELANT
      *------------------------------------
       6020-WRITE-F-SNL-S-DEB.
      *
           WRITE FS-BUFF-F-SNL-S FROM WS-SNL-ENR.
           IF NOT (SNL-OK OR SNL-DOUBLON)
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-SNL-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SNL-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-WRITE-F-SNL-S-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-PUB-E F-SNL-S F-ETAT-SNL-S.
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
       7000-INIT-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE WS-DATEJ-JJ             TO WS-LSNL-DATE-ED (1:2).
           MOVE WS-DATEJ-MM             TO WS-LSNL-DATE-ED (4:2).
           MOVE WS-DATEJ-AAAA           TO WS-LSNL-DATE-ED (7:4).
      *
       7000-INIT-FIN.
           EXIT.
      *-------------------------------------
      *7100 CONTROLE DE L ENTREE COURANTE : LE MOTIF DU REJET EST
      *     RENDU DANS WS-MOTIF-REJET (SPACES = ENTREE VALIDE)
      *------------------------------------
       7100-CTL-ENTREE-DEB.
      *
           MOVE SPACES                  TO WS-MOTIF-REJET.
           IF  WS-SNL-REF = SPACES
               MOVE 'REFERENCE ABSENTE'    TO WS-MOTIF-REJET
               GO TO 7100-CTL-ENTREE-FIN
           END-IF.
           IF  NOT SNL-TYPE-VALIDE
               MOVE 'TYPE INVALIDE'        TO WS-MOTIF-REJET
               GO TO 7100-CTL-ENTREE-FIN
           END-IF.
           IF  SNL-NOMINATIF AND WS-SNL-NOM = SPACES
               MOVE 'NOM ABSENT'           TO WS-MOTIF-REJET
               GO TO 7100-CTL-ENTREE-FIN
           END-IF.
           IF  SNL-PAYS AND WS-SNL-PAYS = SPACES
               MOVE 'CODE PAYS ABSENT'     TO WS-MOTIF-REJET
               GO TO 7100-CTL-ENTREE-FIN
           END-IF.
           IF  WS-SNL-DATE-PUB NOT NUMERIC
               MOVE ZERO                TO WS-SNL-DATE-PUB
           END-IF.
      *
       7100-CTL-ENTREE-FIN.
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
           WRITE FS-BUFF-F-ETAT-SNL-S FROM WS-LSNL-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-SNL-S FROM WS-LSNL-BLANC.
           WRITE FS-BUFF-F-ETAT-SNL-S FROM WS-LSNL-INTITULE.
           WRITE FS-BUFF-F-ETAT-SNL-S FROM WS-LSNL-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8020 EDITE LA LIGNE D UNE ENTREE REJETEE
      *------------------------------------
       8020-EDITION-REJET-DEB.
      *
           MOVE WS-SNL-REF              TO WS-LSNL-REF-ED.
           MOVE WS-SNL-LISTE            TO WS-LSNL-LISTE-ED.
           MOVE WS-SNL-TYPE             TO WS-LSNL-TYPE-ED.
           MOVE WS-SNL-NOM              TO WS-LSNL-NOM-ED.
           MOVE WS-MOTIF-REJET          TO WS-LSNL-MOTIF-ED.
           WRITE FS-BUFF-F-ETAT-SNL-S FROM WS-LSNL-DETAIL.
      *
       8020-EDITION-REJET-FIN.
           EXIT.
      *-------------------------------------
      *8030 EDITE LE TOTAL DES ENTREES CHARGEES ET REJETEES
      *------------------------------------
       8030-EDITION-TOTAL-DEB.
      *
           MOVE WS-NB-SNL-ECRITS        TO WS-LSNL-TOT-ED.
           MOVE WS-NB-REJETS            TO WS-LSNL-REJ-ED.
           WRITE FS-BUFF-F-ETAT-SNL-S FROM WS-LSNL-TIRET.
           WRITE FS-BUFF-F-ETAT-SNL-S FROM WS-LSNL-TOTAL.
      *
       8030-EDITION-TOTAL-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO497              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* ENTREES LUES              : ' WS-NB-PUB-LUS.
           DISPLAY '* ENTREES CHARGEES          : ' WS-NB-SNL-ECRITS.
           DISPLAY '*   DONT PERSONNES          : ' WS-NB-PERSONNES.
           DISPLAY '*   DONT ENTITES            : ' WS-NB-ENTITES.
           DISPLAY '*   DONT PAYS SOUS EMBARGO  : ' WS-NB-PAYS.
           DISPLAY '* ENTREES REJETEES          : ' WS-NB-REJETS.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO497         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO497        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
