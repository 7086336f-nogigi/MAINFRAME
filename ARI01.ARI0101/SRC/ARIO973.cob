      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO973                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *RECHERCHE DANS LES ARCHIVES DATEES DES DOSSIERS TERMINES       *
      *PRODUITES PAR ARIO970 (COPY ARCHFIC). LIT EN SYSIN UNE SUITE   *
      *DE DEMANDES ET LISTE, POUR CHACUNE, LES ENREGISTREMENTS        *
      *ARCHIVES QUI Y REPONDENT : FICHIER D ORIGINE, CLE, STATUT,     *
      *DATE DE REFERENCE, DATE D ARCHIVAGE ET DEBUT DE L IMAGE DE     *
      *L ENREGISTREMENT. LE DDNAME DE L ARCHIVE EN ENTREE EST         *
      *GENERIQUE (ARCIN) : LA JCL LE FAIT POINTER SUR UNE ARCHIVE OU  *
      *SUR LA CONCATENATION DES ARCHIVES A EXPLORER.                  *
      *SYSIN  -> UNE DEMANDE PAR CARTE :                              *
      *          FICHIER (COL 1-3 : CDE FAC LIT RTV OFA VTE, BLANC =  *
      *          TOUS), CLE DE DEBUT (COL 4-22) ET DE FIN (COL 23-41, *
      *          BLANC = CLE DE DEBUT SEULE, LES DEUX A BLANC =       *
      *          TOUTES), DATE DE REFERENCE DE DEBUT (COL 42-49) ET   *
      *          DE FIN (COL 50-57) AAAAMMJJ, BLANC = SANS LIMITE.    *
      *          LA FIN DES DEMANDES EST SIGNALEE PAR UN '/' EN COL 1.*
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
       PROGRAM-ID.      ARIO973.
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
      *                      F-ARC-E : ARCHIVE DATEE DES DOSSIERS
      *                                (DDNAME GENERIQUE, POINTE PAR
      *                                LA JCL SUR LES ARCHIVES ARIO970)
      *                      -------------------------------------------
           SELECT  F-ARC-E             ASSIGN TO ARCIN
                   FILE STATUS         IS WS-FS-ARC-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-ARH-S : ETAT DES DOSSIERS ARCHIVES
      *                      -------------------------------------------
           SELECT  F-ETAT-ARH-S        ASSIGN TO ETATARH
                   FILE STATUS         IS WS-FS-ETAT-ARH-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :ARCIN ETATARH                                       *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *ARCHIVE DATEE DES DOSSIERS EN ENTREE
       FD  F-ARC-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-ARC-E       PIC X(200).
      *ETAT DES DOSSIERS ARCHIVES EN SORTIE
       FD  F-ETAT-ARH-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-ARH-S  PIC X(100).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY ARCHFIC.
      *FILE STATUS
       01  WS-FS-ARC-E       PIC X(2).
           88 ARC-OK                              VALUE '00'.
           88 ARC-FIN                             VALUE '10'.
       01  WS-FS-ETAT-ARH-S  PIC X(2).
           88 ARH-OK                              VALUE '00'.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
      *VUE ECLATEE D UNE DATE AAAAMMJJ POUR L EDITION
       01  WS-DATE-ED-R.
           05  WS-DED-AAAA       PIC 9(4).
           05  WS-DED-MM         PIC 99.
           05  WS-DED-JJ         PIC 99.
      *COMMANDE SYSIN : UNE DEMANDE DE RECHERCHE
       01  WS-SYSIN-ARH.
           05  WS-SYS-FIC        PIC X(3).
               88  FIN-SYSIN-ARH          VALUE '/'.
           05  WS-SYS-CLE-DEB    PIC X(19).
           05  WS-SYS-CLE-FIN    PIC X(19).
           05  WS-SYS-DATE-DEB   PIC X(8).
           05  WS-SYS-DATE-FIN   PIC X(8).
           05  FILLER            PIC X(23).
      *BORNES EFFECTIVES DE LA DEMANDE EN COURS
       01  WS-BORNE-CLE-DEB  PIC X(19).
       01  WS-BORNE-CLE-FIN  PIC X(19).
       01  WS-BORNE-DATE-DEB PIC 9(8).
       01  WS-BORNE-DATE-FIN PIC 9(8).
      *LIGNES D EDITION DE L ETAT
       01  WS-LARH-TIRET     PIC X(100) VALUE ALL '-'.
       01  WS-LARH-BLANC     PIC X(100) VALUE SPACES.
       01  WS-LARH-ENTETE.
           05  FILLER            PIC X(50)
                   VALUE 'RECHERCHE DANS LES ARCHIVES DES DOSSIERS'.
           05  FILLER            PIC X(32) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LARH-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LARH-CRITERE.
           05  FILLER            PIC X(10) VALUE 'FICHIER : '.
           05  WS-LARH-CRIT-FIC-ED PIC X(3).
           05  FILLER            PIC X(8)  VALUE '  CLE : '.
           05  WS-LARH-CRIT-CDEB-ED PIC X(19).
           05  FILLER            PIC X(3)  VALUE ' A '.
           05  WS-LARH-CRIT-CFIN-ED PIC X(19).
           05  FILLER            PIC X(9)  VALUE '  DATE : '.
           05  WS-LARH-CRIT-DDEB-ED PIC X(8).
           05  FILLER            PIC X(3)  VALUE ' A '.
           05  WS-LARH-CRIT-DFIN-ED PIC X(8).
           05  FILLER            PIC X(10) VALUE SPACES.
       01  WS-LARH-INTITULE.
           05  FILLER            PIC X(5)  VALUE 'FIC'.
           05  FILLER            PIC X(21) VALUE 'CLE'.
           05  FILLER            PIC X(3)  VALUE 'ST'.
           05  FILLER            PIC X(12) VALUE 'DATE REF.'.
           05  FILLER            PIC X(12) VALUE 'ARCHIVE LE'.
           05  FILLER            PIC X(47)
                   VALUE 'DEBUT DE L ENREGISTREMENT ARCHIVE'.
       01  WS-LARH-DETAIL.
           05  WS-LARH-FIC-ED    PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LARH-CLE-ED    PIC X(19).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LARH-STAT-ED   PIC X(01).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LARH-DREF-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LARH-DARC-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LARH-IMAGE-ED  PIC X(47).
       01  WS-LARH-NON-TROUVE.
           05  FILLER            PIC X(50)
                   VALUE 'AUCUN DOSSIER ARCHIVE POUR CETTE DEMANDE'.
           05  FILLER            PIC X(50) VALUE SPACES.
      *COMPTEURS RENDU EXEC
       01  WS-NB-DEM             PIC 9(5) COMP VALUE ZERO.
       01  WS-NB-DEM-TROUVEE     PIC 9(5) COMP VALUE ZERO.
       01  WS-NB-DEM-NON-TROUVEE PIC 9(5) COMP VALUE ZERO.
       01  WS-NB-LIGNE-TOT       PIC 9(7) COMP VALUE ZERO.
      *NB DOSSIERS TROUVES POUR LA DEMANDE EN COURS
       01  WS-NB-LIGNE-DEM       PIC 9(7) COMP VALUE ZERO.
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
      * OUVRE L ETAT, EDITE L ENTETE, BOUCLE SUR LES DEMANDES DE LA   *
      * SYSIN PUIS FERME L ETAT ET AFFICHE LE CR D EXECUTION          *
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-DATE-DEB
              THRU  7000-INIT-DATE-FIN.
      *
           PERFORM  6050-OPEN-F-ETAT-ARH-S-DEB
              THRU  6050-OPEN-F-ETAT-ARH-S-FIN.
      *
           PERFORM  8000-EDITION-ENTETE-DEB
              THRU  8000-EDITION-ENTETE-FIN.
      *
           MOVE SPACES                  TO WS-SYSIN-ARH.
           ACCEPT WS-SYSIN-ARH FROM SYSIN.
      *
           PERFORM  1000-TRT-SYSIN-DEB
              THRU  1000-TRT-SYSIN-FIN
             UNTIL  FIN-SYSIN-ARH.
      *
           PERFORM  6060-CLOSE-F-ETAT-ARH-S-DEB
              THRU  6060-CLOSE-F-ETAT-ARH-S-FIN.
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
      * TRT 1000 TRAITE UNE DEMANDE DE RECHERCHE DE LA SYSIN
      *----------------------------------------------------
       1000-TRT-SYSIN-DEB.
      *
           ADD  1  TO  WS-NB-DEM.
           MOVE ZERO                 TO WS-NB-LIGNE-DEM.
      *
           PERFORM  7010-BORNES-DEMANDE-DEB
              THRU  7010-BORNES-DEMANDE-FIN.
      *
           PERFORM  8001-EDITION-CRITERE-DEB
              THRU  8001-EDITION-CRITERE-FIN.
      *
           PERFORM  6010-OPEN-F-ARC-E-DEB
              THRU  6010-OPEN-F-ARC-E-FIN.
      *
           PERFORM  6020-READ-F-ARC-E-DEB
              THRU  6020-READ-F-ARC-E-FIN.
      *
           PERFORM  2000-TRT-ARCHIVE-DEB
              THRU  2000-TRT-ARCHIVE-FIN
             UNTIL  ARC-FIN.
      *
           PERFORM  6030-CLOSE-F-ARC-E-DEB
              THRU  6030-CLOSE-F-ARC-E-FIN.
      *
           IF  WS-NB-LIGNE-DEM = ZERO
               ADD  1  TO  WS-NB-DEM-NON-TROUVEE
               WRITE FS-BUFF-F-ETAT-ARH-S FROM WS-LARH-NON-TROUVE
           ELSE
               ADD  1  TO  WS-NB-DEM-TROUVEE
           END-IF.
           WRITE FS-BUFF-F-ETAT-ARH-S FROM WS-LARH-BLANC.
      *
           MOVE SPACES                  TO WS-SYSIN-ARH.
           ACCEPT WS-SYSIN-ARH FROM SYSIN.
      *
       1000-TRT-SYSIN-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 TESTE UN ENREGISTREMENT D ARCHIVE CONTRE LA DEMANDE
      * ET LIT LE SUIVANT
      *----------------------------------------------------
       2000-TRT-ARCHIVE-DEB.
      *
           IF  WS-SYS-FIC NOT = SPACES
               AND WS-ARH-FIC NOT = WS-SYS-FIC
               GO TO 2000-TRT-ARCHIVE-SUITE
           END-IF.
           IF  WS-ARH-CLE < WS-BORNE-CLE-DEB
               OR WS-ARH-CLE > WS-BORNE-CLE-FIN
               GO TO 2000-TRT-ARCHIVE-SUITE
           END-IF.
           IF  WS-ARH-DATE-REF < WS-BORNE-DATE-DEB
               OR WS-ARH-DATE-REF > WS-BORNE-DATE-FIN
               GO TO 2000-TRT-ARCHIVE-SUITE
           END-IF.
      *
           PERFORM  8010-EDITION-DETAIL-DEB
              THRU  8010-EDITION-DETAIL-FIN.
           ADD  1  TO  WS-NB-LIGNE-DEM.
           ADD  1  TO  WS-NB-LIGNE-TOT.
      *
       2000-TRT-ARCHIVE-SUITE.
           PERFORM  6020-READ-F-ARC-E-DEB
              THRU  6020-READ-F-ARC-E-FIN.
      *
       2000-TRT-ARCHIVE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *6010 EXECUTE L OUVERTURE DE L ARCHIVE EN ENTREE
      *------------------------------------
       6010-OPEN-F-ARC-E-DEB.
      *
           OPEN INPUT F-ARC-E.
           IF NOT ARC-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ARC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ARC-E
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6010-OPEN-F-ARC-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 EXECUTE LA LECTURE SEQUENTIELLE DE L ARCHIVE
      *------------------------------------
       6020-READ-F-ARC-E-DEB.
      *
           READ F-ARC-E INTO WS-ARH-ENR.
           IF NOT (ARC-OK OR ARC-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ARC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ARC-E
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6020-READ-F-ARC-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 EXECUTE LA FERMETURE DE L ARCHIVE
      *------------------------------------
       6030-CLOSE-F-ARC-E-DEB.
      *
           CLOSE F-ARC-E.
           IF NOT ARC-OK
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-ARC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ARC-E
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6030-CLOSE-F-ARC-E-FIN.
           EXIT.
      *-------------------------------------
      *6050 EXECUTE L OUVERTURE DE L ETAT DES DOSSIERS ARCHIVES
      *------------------------------------
       6050-OPEN-F-ETAT-ARH-S-DEB.
      *
           OPEN OUTPUT F-ETAT-ARH-S.
           IF NOT ARH-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-ARH-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-ARH-S
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6050-OPEN-F-ETAT-ARH-S-FIN.
           EXIT.
      *-------------------------------------
      *6060 EXECUTE LA FERMETURE DE L ETAT DES DOSSIERS ARCHIVES
      *------------------------------------
       6060-CLOSE-F-ETAT-ARH-S-DEB.
      *
           CLOSE F-ETAT-ARH-S.
           IF NOT ARH-OK
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-ETAT-ARH-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-ARH-S
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6060-CLOSE-F-ETAT-ARH-S-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LA DATE DU JOUR
      *------------------------------------
       7000-INIT-DATE-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE WS-DATEJ-JJ   TO WS-LARH-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LARH-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LARH-DATE-ED (7:4).
      *
       7000-INIT-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7010 CALCULE LES BORNES EFFECTIVES DE LA DEMANDE : CLE DE FIN
      *     A BLANC = CLE DE DEBUT SEULE, LES DEUX A BLANC = TOUTES LES
      *     CLES ; DATE A BLANC OU NON NUMERIQUE = SANS LIMITE
      *------------------------------------
       7010-BORNES-DEMANDE-DEB.
      *
           IF  WS-SYS-CLE-DEB = SPACES
               AND WS-SYS-CLE-FIN = SPACES
               MOVE LOW-VALUES          TO WS-BORNE-CLE-DEB
               MOVE HIGH-VALUES         TO WS-BORNE-CLE-FIN
           ELSE
               MOVE WS-SYS-CLE-DEB      TO WS-BORNE-CLE-DEB
               IF  WS-SYS-CLE-FIN = SPACES
                   MOVE WS-SYS-CLE-DEB  TO WS-BORNE-CLE-FIN
               ELSE
                   MOVE WS-SYS-CLE-FIN  TO WS-BORNE-CLE-FIN
               END-IF
           END-IF.
      *
           IF  WS-SYS-DATE-DEB NUMERIC
               MOVE WS-SYS-DATE-DEB     TO WS-BORNE-DATE-DEB
           ELSE
               MOVE ZERO                TO WS-BORNE-DATE-DEB
           END-IF.
           IF  WS-SYS-DATE-FIN NUMERIC
               MOVE WS-SYS-DATE-FIN     TO WS-BORNE-DATE-FIN
           ELSE
               MOVE 99999999            TO WS-BORNE-DATE-FIN
           END-IF.
      *
       7010-BORNES-DEMANDE-FIN.
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
           WRITE FS-BUFF-F-ETAT-ARH-S FROM WS-LARH-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-ARH-S FROM WS-LARH-INTITULE.
           WRITE FS-BUFF-F-ETAT-ARH-S FROM WS-LARH-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8001 EDITE LA LIGNE CRITERE DE LA DEMANDE EN COURS
      *------------------------------------
       8001-EDITION-CRITERE-DEB.
      *
           MOVE WS-SYS-FIC              TO WS-LARH-CRIT-FIC-ED.
           MOVE WS-SYS-CLE-DEB          TO WS-LARH-CRIT-CDEB-ED.
           MOVE WS-SYS-CLE-FIN          TO WS-LARH-CRIT-CFIN-ED.
           MOVE WS-SYS-DATE-DEB         TO WS-LARH-CRIT-DDEB-ED.
           MOVE WS-SYS-DATE-FIN         TO WS-LARH-CRIT-DFIN-ED.
      *
           WRITE FS-BUFF-F-ETAT-ARH-S FROM WS-LARH-CRITERE.
      *
       8001-EDITION-CRITERE-FIN.
           EXIT.
      *-------------------------------------
      *8010 EDITE UN DOSSIER ARCHIVE REPONDANT A LA DEMANDE
      *------------------------------------
       8010-EDITION-DETAIL-DEB.
      *
           MOVE WS-ARH-FIC              TO WS-LARH-FIC-ED.
           MOVE WS-ARH-CLE              TO WS-LARH-CLE-ED.
           MOVE WS-ARH-STATUT           TO WS-LARH-STAT-ED.
           MOVE WS-ARH-DATE-REF         TO WS-DATE-ED-R.
           MOVE WS-DED-JJ               TO WS-LARH-DREF-ED (1:2).
           MOVE WS-DED-MM               TO WS-LARH-DREF-ED (4:2).
           MOVE WS-DED-AAAA             TO WS-LARH-DREF-ED (7:4).
           MOVE WS-ARH-DATE-ARC         TO WS-DATE-ED-R.
           MOVE WS-DED-JJ               TO WS-LARH-DARC-ED (1:2).
           MOVE WS-DED-MM               TO WS-LARH-DARC-ED (4:2).
           MOVE WS-DED-AAAA             TO WS-LARH-DARC-ED (7:4).
           MOVE WS-ARH-IMAGE            TO WS-LARH-IMAGE-ED.
      *
           WRITE FS-BUFF-F-ETAT-ARH-S FROM WS-LARH-DETAIL.
      *
       8010-EDITION-DETAIL-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO973             *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* DEMANDES TRAITEES         : ' WS-NB-DEM.
           DISPLAY '* DEMANDES SATISFAITES      : ' WS-NB-DEM-TROUVEE.
           DISPLAY '* DEMANDES NON TROUVEES     : '
                   WS-NB-DEM-NON-TROUVEE.
           DISPLAY '* DOSSIERS LISTES           : ' WS-NB-LIGNE-TOT.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO973         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO973        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
