      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO425                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *LIBERATION DES INDISPONIBILITES SUR REMISES DE CHEQUES         *
      *(IND0101, F-IND-ES, COPY INDISPO), A PASSER CHAQUE NUIT APRES  *
      *LA CHAINE DE MISE A JOUR (ARIO411). TOUTE INDISPONIBILITE      *
      *ACTIVE DONT LA DATE DE DISPONIBILITE EST ATTEINTE A LA DATE DE *
      *RUN (SYSIN, DATE DU JOUR PAR DEFAUT) EST MARQUEE LIBEREE (L)   *
      *AVEC LA DATE DE RUN : LE MONTANT DE LA REMISE ENTRE ALORS DANS *
      *LE SOLDE DISPONIBLE. LES INDISPONIBILITES LIBEREES OU ANNULEES *
      *SUR IMPAYE NE SONT PAS REPRISES : UNE RELANCE DU JOB A LA MEME *
      *DATE NE LIBERE RIEN DE PLUS.                                   *
      *SYSIN  -> DATE DE RUN AAAAMMJJ (ABSENTE = DATE DU JOUR)        *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
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
       PROGRAM-ID.      ARIO425.
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
      *                      F-IND-ES : INDISPONIBILITES SUR REMISES
      *                      DE CHEQUES (IO)
      *                      -------------------------------------------
           SELECT  F-IND-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-IND
                   FILE STATUS         IS WS-FS-IND-ES.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :IO001                                               *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *INDISPONIBILITES SUR REMISES DE CHEQUES (IO)
       FD  F-IND-ES
           RECORD CONTAINS 70 CHARACTERS.
       01  FS-BUFF-F-IND-ES.
           05  FS-KEY-IND        PIC X(24).
           05  FILLER            PIC X(46).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY INDISPO.
      *FILE STATUS
       01  WS-FS-IND-ES     PIC X(2).
           88 IND-OK                             VALUE '00'.
           88 IND-FIN                            VALUE '10'.
           88 IND-INEXISTANT                     VALUE '23'.
      *DATE DE RUN (SYSIN OU DATE DU JOUR)
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
       01  WS-SYSIN-GEN.
           05  WS-RUN-X          PIC X(8).
           05  WS-RUN-N REDEFINES WS-RUN-X
                                 PIC 9(8).
       01  WS-DATE-RUN       PIC 9(8) VALUE ZERO.
      *COMPTEUR RENDU EXEC
       01  WS-NB-IND-LUES    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-ACTIVES     PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-LIBEREES    PIC S9(6) COMP VALUE ZERO.
       01  WS-MT-LIBERE      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-MT-LIBERE-ED   PIC Z.ZZZ.ZZZ.ZZ9,99-.
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
      * PARCOURT LES INDISPONIBILITES ET LIBERE CELLES QUI SONT       *
      * ECHUES A LA DATE DE RUN                                       *
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-DATE-DEB
              THRU  7000-INIT-DATE-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  6010-READNEXT-F-IND-ES-DEB
              THRU  6010-READNEXT-F-IND-ES-FIN.
           PERFORM  1000-TRT-UNE-INDISPO-DEB
              THRU  1000-TRT-UNE-INDISPO-FIN
             UNTIL  IND-FIN.
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
      * TRT 1000 LIBERE L INDISPONIBILITE COURANTE SI ELLE EST ACTIVE
      * ET ECHUE A LA DATE DE RUN, PUIS LIT LA SUIVANTE
      *----------------------------------------------------
       1000-TRT-UNE-INDISPO-DEB.
      *
           ADD  1                       TO WS-NB-IND-LUES.
           IF  NOT IDP-ACTIVE
               GO TO 1000-TRT-UNE-INDISPO-SUIVANTE
           END-IF.
           ADD  1                       TO WS-NB-ACTIVES.
           IF  WS-IDP-DATE-DISPO > WS-DATE-RUN
               GO TO 1000-TRT-UNE-INDISPO-SUIVANTE
           END-IF.
      *
           SET  IDP-LIBEREE             TO TRUE.
           MOVE WS-DATE-RUN             TO WS-IDP-DATE-MAJ.
           PERFORM  6030-REWRITE-F-IND-ES-DEB
              THRU  6030-REWRITE-F-IND-ES-FIN.
           ADD  1                       TO WS-NB-LIBEREES.
           ADD  WS-IDP-MT               TO WS-MT-LIBERE.
      *
       1000-TRT-UNE-INDISPO-SUIVANTE.
           PERFORM  6010-READNEXT-F-IND-ES-DEB
              THRU  6010-READNEXT-F-IND-ES-FIN.
      *
       1000-TRT-UNE-INDISPO-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *6000 OUVRE LE FICHIER ET LE POSITIONNE AU DEBUT
      *------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN I-O F-IND-ES.
           IF WS-FS-IND-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-IND-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-IND-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE LOW-VALUES               TO FS-KEY-IND.
           START F-IND-ES
             KEY IS NOT LESS THAN FS-KEY-IND
           END-START.
           IF NOT (IND-OK OR IND-INEXISTANT)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-IND-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-IND-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT L INDISPONIBILITE SUIVANTE
      *------------------------------------
       6010-READNEXT-F-IND-ES-DEB.
      *
           READ F-IND-ES NEXT RECORD INTO WS-IDP-ENR.
           IF NOT (IND-OK OR IND-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-IND-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-IND-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READNEXT-F-IND-ES-FIN.
           EXIT.
      *-------------------------------------
      *6030 REECRIT L INDISPONIBILITE LIBEREE
      *------------------------------------
       6030-REWRITE-F-IND-ES-DEB.
      *
           REWRITE FS-BUFF-F-IND-ES FROM WS-IDP-ENR.
           IF NOT IND-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-IND-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-IND-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-REWRITE-F-IND-ES-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-IND-ES.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LA DATE DE RUN (SYSIN OU DATE DU JOUR)
      *------------------------------------
       7000-INIT-DATE-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE WS-DATEJ-N              TO WS-DATE-RUN.
      *
           MOVE SPACES                  TO WS-SYSIN-GEN.
           ACCEPT WS-SYSIN-GEN FROM SYSIN.
           IF  WS-RUN-X NUMERIC
               AND WS-RUN-N > ZERO
               MOVE WS-RUN-N            TO WS-DATE-RUN
           END-IF.
      *
       7000-INIT-DATE-FIN.
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
           MOVE WS-MT-LIBERE            TO WS-MT-LIBERE-ED.
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO425              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* DATE DE RUN               : ' WS-DATE-RUN.
           DISPLAY '* INDISPONIBILITES LUES     : ' WS-NB-IND-LUES.
           DISPLAY '* INDISPONIBILITES ACTIVES  : ' WS-NB-ACTIVES.
           DISPLAY '* INDISPONIBILITES LIBEREES : ' WS-NB-LIBEREES.
           DISPLAY '* MONTANT LIBERE            : ' WS-MT-LIBERE-ED.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO425         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO425        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
