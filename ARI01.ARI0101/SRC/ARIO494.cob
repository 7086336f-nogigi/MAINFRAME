      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO494                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *REGULARISATION DES ENTREES DE CLEARING EN SUSPENS DECIDEES EN  *
      *LIGNE (ARIC235). CHAQUE NUIT, AVANT LA CHAINE DE MISE A JOUR,  *
      *PARCOURT SUS0101 (COPY SUSPENS) ET AJOUTE AU FICHIER DES       *
      *MOUVEMENTS DU JOUR (FORMAT TP4MVTS, OUVERT EN EXTENSION) :     *
      * - ENTREE AFFECTEE (STATUT A) : UN VIREMNT DU COMPTE D ATTENTE *
      *   VERS LE COMPTE D AFFECTATION ; L ENTREE PASSE AU STATUT R   *
      *   (REGULARISEE) ;                                             *
      * - ENTREE A RETOURNER (STATUT T) : UN VIREMNT DU COMPTE        *
      *   D ATTENTE DONT LA CONTREPARTIE EST 'R' + CLE SUS0101 ; HORS *
      *   MAITRE, IL PART AU CLEARING SORTANT (ARIO411) VERS L IBAN   *
      *   RECU ; L ENTREE PASSE AU STATUT X (RETOURNEE).              *
      *LES CONTROLES COMPLETS (PROVISION, GEL, DECOUVERT) RESTENT     *
      *FAITS PAR LA CHAINE.                                           *
      *SYSIN  -> NUMERO DU COMPTE D ATTENTE (10 CHIFFRES, DEFAUT      *
      *          0000000999, CF ARIO231)                              *
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
       PROGRAM-ID.      ARIO494.
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
      *                      F-SUS-ES : ENTREES EN SUSPENS (IO)
      *                      -------------------------------------------
           SELECT  F-SUS-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-SUS
                   FILE STATUS         IS WS-FS-SUS-ES.
      *                      -------------------------------------------
      *                      F-MVTS-S : MOUVEMENTS DU JOUR (EXTENSION)
      *                      -------------------------------------------
           SELECT  F-MVTS-S            ASSIGN TO OUT001
                   FILE STATUS         IS WS-FS-MVTS-S.
      *                      -------------------------------------------
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *ENTREES EN SUSPENS
       FD  F-SUS-ES
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-SUS-ES.
           05  FS-KEY-SUS        PIC X(13).
           05  FILLER            PIC X(87).
      *MOUVEMENTS DU JOUR
       FD  F-MVTS-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-MVTS-S      PIC X(64).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY SUSPENS.
       COPY TP4MVTS.
      *FILE STATUS
       01  WS-FS-SUS-ES     PIC X(2).
           88 SUS-OK                             VALUE '00'.
           88 SUS-FIN                            VALUE '10'.
       01  WS-FS-MVTS-S     PIC X(2).
      *COMPTE D ATTENTE (SYSIN, DEFAUT 0000000999)
       01  WS-SYSIN-SUSP.
           05  WS-SUSP-CPTE-X    PIC X(10).
       01  WS-CPTE-ATTENTE   PIC X(10) VALUE '0000000999'.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-SS       PIC 9(2).
           05  WS-DATEJ-AA       PIC 9(2).
           05  WS-DATEJ-MM       PIC 9(2).
           05  WS-DATEJ-JJ       PIC 9(2).
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
      *COMPTEUR RENDU EXEC
       01  WS-NB-SUS-LUES   PIC S9(5) COMP VALUE ZERO.
       01  WS-NB-AFFECTEES  PIC S9(5) COMP VALUE ZERO.
       01  WS-NB-RETOURNEES PIC S9(5) COMP VALUE ZERO.
       01  WS-NB-HORS-DEC   PIC S9(5) COMP VALUE ZERO.
      *
      *SEQUENCE D ATTRIBUTION DES REFERENCES DE MOUVEMENT
       01  WS-REF-SEQ       PIC 9(5)             VALUE ZERO.
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
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  6010-READ-F-SUS-ES-DEB
              THRU  6010-READ-F-SUS-ES-FIN.
           PERFORM  1000-TRT-UNE-ENTREE-DEB
              THRU  1000-TRT-UNE-ENTREE-FIN
             UNTIL  SUS-FIN.
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
      * TRT 1000 REGULARISE L ENTREE COURANTE SI UNE DECISION
      *          EN LIGNE EST EN ATTENTE D EXECUTION
      *----------------------------------------------------
       1000-TRT-UNE-ENTREE-DEB.
      *
           ADD  1                       TO WS-NB-SUS-LUES.
      *
           EVALUATE TRUE
               WHEN SUS-AFFECTE
                  PERFORM  2000-AFFECTE-ENTREE-DEB
                     THRU  2000-AFFECTE-ENTREE-FIN
               WHEN SUS-A-RETOURNER
                  PERFORM  2100-RETOURNE-ENTREE-DEB
                     THRU  2100-RETOURNE-ENTREE-FIN
               WHEN OTHER
                  ADD  1                TO WS-NB-HORS-DEC
           END-EVALUATE.
      *
           PERFORM  6010-READ-F-SUS-ES-DEB
              THRU  6010-READ-F-SUS-ES-FIN.
      *
       1000-TRT-UNE-ENTREE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 VIREMENT DU COMPTE D ATTENTE VERS LE COMPTE
      *          D AFFECTATION - ENTREE REGULARISEE
      *----------------------------------------------------
       2000-AFFECTE-ENTREE-DEB.
      *
           PERFORM  7010-ALIM-MVT-DEB
              THRU  7010-ALIM-MVT-FIN.
           MOVE WS-SUS-CPTE-AFF         TO WS-MVTS-CTR.
           MOVE SPACE                   TO WS-MVTS-NUMCHQ.
           PERFORM  6020-WRITE-F-MVTS-S-DEB
              THRU  6020-WRITE-F-MVTS-S-FIN.
      *
           SET  SUS-REGULARISE          TO TRUE.
           PERFORM  6030-REWRITE-F-SUS-ES-DEB
              THRU  6030-REWRITE-F-SUS-ES-FIN.
           ADD  1                       TO WS-NB-AFFECTEES.
      *
       2000-AFFECTE-ENTREE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2100 VIREMENT DE RETOUR DU COMPTE D ATTENTE VERS LA
      *          BANQUE EMETTRICE (CONTREPARTIE 'R' + CLE SUS0101)
      *          - ENTREE RETOURNEE
      *----------------------------------------------------
       2100-RETOURNE-ENTREE-DEB.
      *
           PERFORM  7010-ALIM-MVT-DEB
              THRU  7010-ALIM-MVT-FIN.
           MOVE SPACE                   TO WS-MVTS-RETOUR.
           SET  RETOUR-CLEARING         TO TRUE.
           MOVE WS-SUS-DATE             TO WS-MVTS-RET-DATE.
           MOVE WS-SUS-SEQ              TO WS-MVTS-RET-SEQ.
           PERFORM  6020-WRITE-F-MVTS-S-DEB
              THRU  6020-WRITE-F-MVTS-S-FIN.
      *
           SET  SUS-RETOURNE            TO TRUE.
           PERFORM  6030-REWRITE-F-SUS-ES-DEB
              THRU  6030-REWRITE-F-SUS-ES-FIN.
           ADD  1                       TO WS-NB-RETOURNEES.
      *
       2100-RETOURNE-ENTREE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *6000 OUVRE L ENSEMBLE DES FICHIERS
      *----------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN I-O F-SUS-ES.
           IF NOT SUS-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-SUS-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SUS-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
      *    LE FICHIER DES MOUVEMENTS DU JOUR EST DEJA CONSTITUE PAR
      *    LES COLLECTES AMONT : OUVERTURE EN EXTENSION
           OPEN EXTEND F-MVTS-S.
           IF WS-FS-MVTS-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-MVTS-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MVTS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 EXECUTE LA LECTURE SUR F-SUS-ES
      *------------------------------------
       6010-READ-F-SUS-ES-DEB.
      *
           READ F-SUS-ES INTO WS-SUS-ENR.
           IF NOT (WS-FS-SUS-ES = '00' OR '10')
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SUS-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SUS-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-SUS-ES-FIN.
           EXIT.
      *-------------------------------------
      *6020 EXECUTE L ECRITURE SUR F-MVTS-S
      *------------------------------------
       6020-WRITE-F-MVTS-S-DEB.
      *
           WRITE FS-BUFF-F-MVTS-S FROM WS-ENRG-F-MVTS.
           IF WS-FS-MVTS-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-MVTS-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MVTS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-WRITE-F-MVTS-S-FIN.
           EXIT.
      *-------------------------------------
      *6030 REECRIT L ENTREE COURANTE (STATUT REGULARISEE/RETOURNEE)
      *------------------------------------
       6030-REWRITE-F-SUS-ES-DEB.
      *
           REWRITE FS-BUFF-F-SUS-ES FROM WS-SUS-ENR.
           IF WS-FS-SUS-ES NOT = '00'
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-SUS-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SUS-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-REWRITE-F-SUS-ES-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-SUS-ES F-MVTS-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LA DATE DU JOUR ET LE COMPTE D ATTENTE
      *------------------------------------
       7000-INIT-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE SPACES                  TO WS-SYSIN-SUSP.
           ACCEPT WS-SYSIN-SUSP FROM SYSIN.
           IF  WS-SUSP-CPTE-X NUMERIC
               MOVE WS-SUSP-CPTE-X      TO WS-CPTE-ATTENTE
           END-IF.
      *
       7000-INIT-FIN.
           EXIT.
      *-------------------------------------
      *7010 CONSTITUE LE VIREMNT DEBITANT LE COMPTE D ATTENTE, DATE
      *     DU JOUR, AVEC SA REFERENCE UNIQUE - LA CONTREPARTIE EST
      *     POSEE PAR L APPELANT
      *------------------------------------
       7010-ALIM-MVT-DEB.
      *
           MOVE WS-CPTE-ATTENTE         TO WS-MVTS-CPTE.
           MOVE WS-DATEJ-JJ             TO WS-MVTS-JJ.
           MOVE WS-DATEJ-MM             TO WS-MVTS-MM.
           MOVE WS-DATEJ-SS             TO WS-MVTS-SS.
           MOVE WS-DATEJ-AA             TO WS-MVTS-AA.
           SET  VIREMENT                TO TRUE.
           MOVE WS-SUS-MT               TO WS-MVTS-MT.
           MOVE WS-SUS-DEVISE           TO WS-MVTS-DEVISE.
      *    REFERENCE UNIQUE DU MOUVEMENT (DATE + SOURCE + SEQUENCE)
           ADD  1                       TO WS-REF-SEQ.
           MOVE WS-DATEJ-N              TO WS-MVTS-REF(1:8).
           MOVE 'R'                     TO WS-MVTS-REF(9:1).
           MOVE WS-REF-SEQ              TO WS-MVTS-REF(10:5).
      *
       7010-ALIM-MVT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO494              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE D ATTENTE          : ' WS-CPTE-ATTENTE.
           DISPLAY '* ENTREES LUES              : ' WS-NB-SUS-LUES.
           DISPLAY '* ENTREES AFFECTEES         : ' WS-NB-AFFECTEES.
           DISPLAY '* ENTREES RETOURNEES        : ' WS-NB-RETOURNEES.
           DISPLAY '* ENTREES SANS DECISION     : ' WS-NB-HORS-DEC.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO494         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO494        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
