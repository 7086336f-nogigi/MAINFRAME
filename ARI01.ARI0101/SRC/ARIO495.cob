      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO495                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *REPRESENTATION DES VIREMENTS SORTANTS RETENUS POUR REVUE       *
      *(VRV0101, COPY VIRREVUE) ET LIBERES EN LIGNE (ARIC237).        *
      *CHAQUE NUIT, AVANT LA CHAINE DE MISE A JOUR, PARCOURT VRV0101  *
      *ET AJOUTE AU FICHIER DES MOUVEMENTS DU JOUR (FORMAT TP4MVTS,   *
      *OUVERT EN EXTENSION) L IMAGE D ORIGINE DE CHAQUE VIREMENT      *
      *LIBERE (STATUT V), AVEC SA REFERENCE D ORIGINE ; LE VIREMENT   *
      *PASSE AU STATUT E (REPRESENTE). ARIO411 LE RECONNAIT PAR SA    *
      *REFERENCE, NE LE RETIENT PAS UNE SECONDE FOIS ET LE POINTE     *
      *AU STATUT P (PASSE) A LA COMPTABILISATION.                     *
      *LES CONTROLES COMPLETS (PROVISION, GEL, DECOUVERT) RESTENT     *
      *FAITS PAR LA CHAINE.                                           *
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
       PROGRAM-ID.      ARIO495.
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
      *                      F-VRV-ES : VIREMENTS RETENUS EN REVUE (IO)
      *                      -------------------------------------------
           SELECT  F-VRV-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-VRV
                   FILE STATUS         IS WS-FS-VRV-ES.
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
      *VIREMENTS RETENUS POUR REVUE
       FD  F-VRV-ES
           RECORD CONTAINS 130 CHARACTERS.
       01  FS-BUFF-F-VRV-ES.
           05  FS-KEY-VRV        PIC X(14).
           05  FILLER            PIC X(116).
      *MOUVEMENTS DU JOUR
       FD  F-MVTS-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-MVTS-S      PIC X(64).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY VIRREVUE.
      *FILE STATUS
       01  WS-FS-VRV-ES     PIC X(2).
           88 VRV-OK                             VALUE '00'.
           88 VRV-FIN                            VALUE '10'.
       01  WS-FS-MVTS-S     PIC X(2).
      *COMPTEUR RENDU EXEC
       01  WS-NB-VRV-LUS    PIC S9(5) COMP VALUE ZERO.
       01  WS-NB-REPRESENTES PIC S9(5) COMP VALUE ZERO.
       01  WS-NB-EN-REVUE   PIC S9(5) COMP VALUE ZERO.
       01  WS-NB-HORS-DEC   PIC S9(5) COMP VALUE ZERO.
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
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  6010-READ-F-VRV-ES-DEB
              THRU  6010-READ-F-VRV-ES-FIN.
           PERFORM  1000-TRT-UN-VIREMENT-DEB
              THRU  1000-TRT-UN-VIREMENT-FIN
             UNTIL  VRV-FIN.
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
      * TRT 1000 REPRESENTE LE VIREMENT COURANT S IL A ETE
      *          LIBERE EN LIGNE
      *----------------------------------------------------
       1000-TRT-UN-VIREMENT-DEB.
      *
           ADD  1                       TO WS-NB-VRV-LUS.
      *
           EVALUATE TRUE
               WHEN VRV-LIBERE
                  PERFORM  2000-REPRESENTE-VIREMENT-DEB
                     THRU  2000-REPRESENTE-VIREMENT-FIN
               WHEN VRV-EN-REVUE
                  ADD  1                TO WS-NB-EN-REVUE
               WHEN OTHER
                  ADD  1                TO WS-NB-HORS-DEC
           END-EVALUATE.
      *
           PERFORM  6010-READ-F-VRV-ES-DEB
              THRU  6010-READ-F-VRV-ES-FIN.
      *
       1000-TRT-UN-VIREMENT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 REMET LE VIREMENT D ORIGINE DANS LES MOUVEMENTS
      *          DU JOUR - VIREMENT REPRESENTE
      *----------------------------------------------------
       2000-REPRESENTE-VIREMENT-DEB.
      *
           PERFORM  6020-WRITE-F-MVTS-S-DEB
              THRU  6020-WRITE-F-MVTS-S-FIN.
      *
           SET  VRV-REPRESENTE          TO TRUE.
           PERFORM  6030-REWRITE-F-VRV-ES-DEB
              THRU  6030-REWRITE-F-VRV-ES-FIN.
           ADD  1                       TO WS-NB-REPRESENTES.
      *
       2000-REPRESENTE-VIREMENT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *6000 OUVRE L ENSEMBLE DES FICHIERS
      *----------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN I-O F-VRV-ES.
           IF NOT VRV-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-VRV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-VRV-ES
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
      *6010 EXECUTE LA LECTURE SUR F-VRV-ES
      *------------------------------------
       6010-READ-F-VRV-ES-DEB.
      *
           READ F-VRV-ES INTO WS-VRV-ENR.
           IF NOT (WS-FS-VRV-ES = '00' OR '10')
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-VRV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-VRV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-VRV-ES-FIN.
           EXIT.
      *-------------------------------------
      *6020 ECRIT L IMAGE D ORIGINE DU VIREMENT SUR F-MVTS-S
      *------------------------------------
       6020-WRITE-F-MVTS-S-DEB.
      *
           WRITE FS-BUFF-F-MVTS-S FROM WS-VRV-MVT.
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
      *6030 REECRIT LE VIREMENT COURANT (STATUT REPRESENTE)
      *------------------------------------
       6030-REWRITE-F-VRV-ES-DEB.
      *
           REWRITE FS-BUFF-F-VRV-ES FROM WS-VRV-ENR.
           IF WS-FS-VRV-ES NOT = '00'
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-VRV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-VRV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-REWRITE-F-VRV-ES-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-VRV-ES F-MVTS-S.
      *
       6090-CLOSE-FICHIERS-FIN.
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
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO495              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* VIREMENTS RETENUS LUS     : ' WS-NB-VRV-LUS.
           DISPLAY '* VIREMENTS REPRESENTES     : ' WS-NB-REPRESENTES.
           DISPLAY '* VIREMENTS EN REVUE        : ' WS-NB-EN-REVUE.
           DISPLAY '* VIREMENTS DEJA TRAITES    : ' WS-NB-HORS-DEC.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO495         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO495        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
