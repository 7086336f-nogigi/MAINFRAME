      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO953                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *CHARGEMENT DES COORDONNEES DE REGLEMENT DES FOURNISSEURS DANS  *
      *LE FICHIER MAITRE FOUR0101 (COPY FOURNISS). CHAQUE LIGNE DU    *
      *FICHIER F-RIB-E PORTE UN CODE FOURNISSEUR, SON IBAN ET SON     *
      *DELAI DE PAIEMENT EN JOURS DATE DE FACTURE. L IBAN EST CONTROLE*
      *PAR LE SOUS PROGRAMME ARIO851 (FONCTION 'V', CLE MODULO 97)    *
      *AVANT D ETRE PORTE SUR LE FOURNISSEUR. UNE ZONE A BLANC LAISSE *
      *LA VALEUR EN PLACE (CHANGEMENT DU SEUL DELAI OU DU SEUL IBAN). *
      *UNE LIGNE EST REJETEE SI LE FOURNISSEUR EST INCONNU, SI L IBAN *
      *EST INVALIDE OU SI LE DELAI N EST PAS NUMERIQUE. L ETAT        *
      *F-ETAT-RIB-S LISTE CHAQUE LIGNE ET SON SORT. CES COORDONNEES   *
      *SONT EXPLOITEES PAR LE REGLEMENT DES FACTURES (ARIO954).       *
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
       PROGRAM-ID.      ARIO953.
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
      *                      F-RIB-E : COORDONNEES DE REGLEMENT A
      *                      CHARGER
      *                      -------------------------------------------
           SELECT  F-RIB-E             ASSIGN TO INP001
                   FILE STATUS         IS WS-FS-RIB-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-FOUR-ES : FICHIER MAITRE DES
      *                      FOURNISSEURS (IO)
      *                      -------------------------------------------
           SELECT  F-FOUR-ES           ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-FOUR
                   FILE STATUS         IS WS-FS-FOUR-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-RIB-S : SYSOUT ETAT DU CHARGEMENT
      *                      DES COORDONNEES DE REGLEMENT
      *                      -------------------------------------------
           SELECT  F-ETAT-RIB-S        ASSIGN TO ETATRIB
                   FILE STATUS         IS WS-FS-ETAT-RIB-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 IO001 ETATRIB                                *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *COORDONNEES DE REGLEMENT A CHARGER EN ENTREE
       FD  F-RIB-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-RIB-E       PIC X(80).
      *FICHIER MAITRE DES FOURNISSEURS (IO)
       FD  F-FOUR-ES
           RECORD CONTAINS 140 CHARACTERS.
       01  FS-BUFF-F-FOUR-ES.
           05  FS-KEY-FOUR       PIC X(5).
           05  FILLER            PIC X(135).
      *ETAT DU CHARGEMENT EN SORTIE
       FD  F-ETAT-RIB-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-RIB-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY FOURNISS.
      *FILE STATUS
       01  WS-FS-RIB-E       PIC X(2).
           88 RIB-OK                              VALUE '00'.
           88 RIB-FIN                             VALUE '10'.
       01  WS-FS-FOUR-ES     PIC X(2).
           88 FOUR-OK                             VALUE '00'.
           88 FOUR-INEXISTANT                     VALUE '23'.
       01  WS-FS-ETAT-RIB-S  PIC X(2).
           88 ETRIB-OK                            VALUE '00'.
      *LIGNE DE COORDONNEES EN ENTREE
       01  WS-RIB-ENR.
           05  WS-RIB-FOU-X      PIC X(5).
           05  WS-RIB-FOU-N REDEFINES WS-RIB-FOU-X
                                 PIC 9(5).
           05  WS-RIB-IBAN       PIC X(27).
           05  WS-RIB-DELAI-X    PIC X(3).
           05  WS-RIB-DELAI-N REDEFINES WS-RIB-DELAI-X
                                 PIC 9(3).
           05  FILLER            PIC X(45).
      *CONTROLE DE L IBAN (SOUS PROGRAMME ARIO851)
       01  WS-IBA-FONCTION   PIC X                VALUE 'V'.
       01  WS-IBA-CPTE       PIC X(10)            VALUE SPACE.
       01  WS-IBA-IBAN       PIC X(27)            VALUE SPACE.
       01  WS-IBA-CR         PIC 9(2)             VALUE ZERO.
      *DATE DU RUN
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
      *MOTIF DE REJET DE LA LIGNE (SPACES = LIGNE VALIDE)
       01  WS-MOTIF-REJET    PIC X(30).
      *LIGNES D EDITION
       01  WS-LRIB-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LRIB-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LRIB-ENTETE.
           05  FILLER            PIC X(40)
               VALUE 'COORDONNEES DE REGLEMENT FOURNISSEURS   '.
           05  FILLER            PIC X(22) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LRIB-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LRIB-INTITULE.
           05  FILLER            PIC X(40)
               VALUE 'FOUR  IBAN                        DELAI '.
           05  FILLER            PIC X(40)
               VALUE 'MOUVEMENT / MOTIF DE REJET              '.
       01  WS-LRIB-DETAIL.
           05  WS-LRIB-FOU-ED    PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LRIB-IBAN-ED   PIC X(27).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LRIB-DELAI-ED  PIC X(3).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LRIB-MVT-ED    PIC X(40).
      *COMPTEUR RENDU EXEC
       01  WS-NB-LIG-LUES    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-FOUR-MODIF  PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-LIG-REJET   PIC S9(6) COMP VALUE ZERO.
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
           PERFORM  7000-INIT-DATE-DEB
              THRU  7000-INIT-DATE-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  8000-EDITION-ENTETE-DEB
              THRU  8000-EDITION-ENTETE-FIN.
      *
           PERFORM  6010-READ-F-RIB-E-DEB
              THRU  6010-READ-F-RIB-E-FIN.
           PERFORM  1000-TRT-UNE-LIGNE-DEB
              THRU  1000-TRT-UNE-LIGNE-FIN
             UNTIL  RIB-FIN.
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
      * TRT 1000 CONTROLE LA LIGNE COURANTE, MET A JOUR LE
      * FOURNISSEUR, EDITE LA LIGNE ET LIT LA SUIVANTE
      *----------------------------------------------------
       1000-TRT-UNE-LIGNE-DEB.
      *
           ADD  1                        TO WS-NB-LIG-LUES.
           MOVE SPACES                   TO WS-MOTIF-REJET.
      *
           PERFORM  7100-CONTROLE-LIGNE-DEB
              THRU  7100-CONTROLE-LIGNE-FIN.
           IF  WS-MOTIF-REJET = SPACES
               PERFORM  2000-MAJ-FOURNISSEUR-DEB
                  THRU  2000-MAJ-FOURNISSEUR-FIN
           ELSE
               ADD  1                    TO WS-NB-LIG-REJET
           END-IF.
      *
           PERFORM  8010-EDITION-LIGNE-DEB
              THRU  8010-EDITION-LIGNE-FIN.
           PERFORM  6010-READ-F-RIB-E-DEB
              THRU  6010-READ-F-RIB-E-FIN.
      *
       1000-TRT-UNE-LIGNE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 PORTE L IBAN ET LE DELAI DE PAIEMENT RENSEIGNES SUR
      * LE FOURNISSEUR (LU PAR LE CONTROLE 7100) ET LE REECRIT
      *----------------------------------------------------
       2000-MAJ-FOURNISSEUR-DEB.
      *
           IF  WS-RIB-IBAN NOT = SPACES
               MOVE WS-RIB-IBAN          TO WS-FOUR-IBAN
           END-IF.
           IF  WS-RIB-DELAI-X NOT = SPACES
               MOVE WS-RIB-DELAI-N       TO WS-FOUR-DELAI-PAIE
           END-IF.
           PERFORM  6030-REWRITE-F-FOUR-ES-DEB
              THRU  6030-REWRITE-F-FOUR-ES-FIN.
           ADD  1                        TO WS-NB-FOUR-MODIF.
      *
       2000-MAJ-FOURNISSEUR-FIN.
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
           OPEN INPUT F-RIB-E.
           IF WS-FS-RIB-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-RIB-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RIB-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-FOUR-ES.
           IF WS-FS-FOUR-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-FOUR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FOUR-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-RIB-S.
           IF WS-FS-ETAT-RIB-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-RIB-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-RIB-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT LA LIGNE DE COORDONNEES SUIVANTE
      *------------------------------------
       6010-READ-F-RIB-E-DEB.
      *
           READ F-RIB-E INTO WS-RIB-ENR.
           IF NOT (RIB-OK OR RIB-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-RIB-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RIB-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-RIB-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 LIT LE FOURNISSEUR DE LA LIGNE
      *------------------------------------
       6020-READ-F-FOUR-ES-DEB.
      *
           MOVE WS-RIB-FOU-X             TO FS-KEY-FOUR.
           READ F-FOUR-ES INTO WS-FOUR-ENR.
           IF NOT (FOUR-OK OR FOUR-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FOUR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FOUR-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-F-FOUR-ES-FIN.
           EXIT.
      *-------------------------------------
      *6030 REECRIT LE FOURNISSEUR MIS A JOUR
      *------------------------------------
       6030-REWRITE-F-FOUR-ES-DEB.
      *
           REWRITE FS-BUFF-F-FOUR-ES FROM WS-FOUR-ENR.
           IF WS-FS-FOUR-ES NOT = '00'
              DISPLAY 'PROBLEME DE REECRITURE DU FICHIER F-FOUR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FOUR-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-REWRITE-F-FOUR-ES-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-RIB-E
                 F-FOUR-ES
                 F-ETAT-RIB-S.
           IF WS-FS-ETAT-RIB-S NOT = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-ETAT-RIB-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-RIB-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : ORDRES DE CALCUL ET DE CONTROLE                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LA DATE DU RUN
      *------------------------------------
       7000-INIT-DATE-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE WS-DATEJ-JJ   TO WS-LRIB-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LRIB-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LRIB-DATE-ED (7:4).
      *
       7000-INIT-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7100 CONTROLE LA LIGNE : FOURNISSEUR NUMERIQUE, AU MOINS UNE
      *     ZONE A CHARGER, DELAI NUMERIQUE, IBAN VALIDE (ARIO851)
      *     PUIS FOURNISSEUR CONNU
      *------------------------------------
       7100-CONTROLE-LIGNE-DEB.
      *
           EVALUATE TRUE
               WHEN WS-RIB-FOU-X NOT NUMERIC
                  MOVE 'FOURNISSEUR NON NUMERIQUE'
                                         TO WS-MOTIF-REJET
               WHEN WS-RIB-IBAN = SPACES
                AND WS-RIB-DELAI-X = SPACES
                  MOVE 'AUCUNE COORDONNEE A CHARGER'
                                         TO WS-MOTIF-REJET
               WHEN WS-RIB-DELAI-X NOT = SPACES
                AND WS-RIB-DELAI-X NOT NUMERIC
                  MOVE 'DELAI DE PAIEMENT NON NUMERIQUE'
                                         TO WS-MOTIF-REJET
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
           IF  WS-MOTIF-REJET NOT = SPACES
               GO TO 7100-CONTROLE-LIGNE-FIN
           END-IF.
      *
           IF  WS-RIB-IBAN NOT = SPACES
               MOVE 'V'                  TO WS-IBA-FONCTION
               MOVE WS-RIB-IBAN          TO WS-IBA-IBAN
               CALL 'ARIO851'       USING WS-IBA-FONCTION
                                          WS-IBA-CPTE
                                          WS-IBA-IBAN
                                          WS-IBA-CR
               IF  WS-IBA-CR NOT = ZERO
                   MOVE 'IBAN INVALIDE'  TO WS-MOTIF-REJET
                   GO TO 7100-CONTROLE-LIGNE-FIN
               END-IF
           END-IF.
      *
           PERFORM  6020-READ-F-FOUR-ES-DEB
              THRU  6020-READ-F-FOUR-ES-FIN.
           IF  FOUR-INEXISTANT
               MOVE 'FOURNISSEUR INCONNU' TO WS-MOTIF-REJET
           END-IF.
      *
       7100-CONTROLE-LIGNE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *8000 EDITE L ENTETE DE L ETAT DU CHARGEMENT
      *------------------------------------
       8000-EDITION-ENTETE-DEB.
      *
           WRITE FS-BUFF-F-ETAT-RIB-S FROM WS-LRIB-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-RIB-S FROM WS-LRIB-BLANC.
           WRITE FS-BUFF-F-ETAT-RIB-S FROM WS-LRIB-INTITULE.
           WRITE FS-BUFF-F-ETAT-RIB-S FROM WS-LRIB-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8010 EDITE LA LIGNE LUE ET SON SORT (MODIFIE OU REJET)
      *------------------------------------
       8010-EDITION-LIGNE-DEB.
      *
           MOVE WS-RIB-FOU-X             TO WS-LRIB-FOU-ED.
           MOVE WS-RIB-IBAN              TO WS-LRIB-IBAN-ED.
           MOVE WS-RIB-DELAI-X           TO WS-LRIB-DELAI-ED.
           IF  WS-MOTIF-REJET = SPACES
               MOVE 'MODIFIE'            TO WS-LRIB-MVT-ED
           ELSE
               MOVE SPACES               TO WS-LRIB-MVT-ED
               STRING '** ' WS-MOTIF-REJET
                      DELIMITED BY SIZE INTO WS-LRIB-MVT-ED
               END-STRING
           END-IF.
           WRITE FS-BUFF-F-ETAT-RIB-S FROM WS-LRIB-DETAIL.
      *
       8010-EDITION-LIGNE-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO953              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* LIGNES DE COORDONNEES LUES : ' WS-NB-LIG-LUES.
           DISPLAY '* FOURNISSEURS MODIFIES      : ' WS-NB-FOUR-MODIF.
           DISPLAY '* LIGNES REJETEES            : ' WS-NB-LIG-REJET.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO953         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO953        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
