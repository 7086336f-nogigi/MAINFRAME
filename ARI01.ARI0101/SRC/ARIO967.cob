      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO967                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *BILAN MENSUEL DES DEMARQUES DE PEREMPTION (BATCH MENSUEL).     *
      *LIT LES LIGNES DE FACTURE CLIENT (FCL0101, F-FCL-E) DU MOIS    *
      *TRAITE VENDUES A UN PRIX DE DEMARQUE (WS-FCL-LOT-DMQ RENSEIGNE *
      *PAR ARIO942) ET CUMULE PAR ARTICLE LA QUANTITE, LE CHIFFRE     *
      *D AFFAIRES DE DEMARQUE ET LE REBUT EVITE : LA PERTE QU ARIO991 *
      *AURAIT COMPTEE EN METTANT CES UNITES AU REBUT, SOIT QUANTITE X *
      *COUT UNITAIRE DU LOT DECLENCHEUR CONSERVE DANS DMQ0101         *
      *(F-DMQ-E, COPY DEMARQUE). LE RESULTAT DE LA DEMARQUE EST LE    *
      *CHIFFRE D AFFAIRES DIMINUE DE CE COUT. LES REBUTS EFFECTIVEMENT*
      *COMPTES PAR ARIO991 SUR LE MOIS (F-REB-E, COPY ARTREBUT,       *
      *CUMUL DES FICHIERS DES REBUTS DU MOIS, FACULTATIF) SONT EDITES *
      *EN REGARD. EDITE L ETAT DU BILAN (F-ETAT-BDM-S).               *
      *SYSIN  -> MOIS TRAITE AAAAMM (COL 1-6, DEFAUT MOIS PRECEDENT)  *
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
       PROGRAM-ID.      ARIO967.
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
      *                      F-FCL-E : LIGNES DE FACTURE CLIENT
      *                      -------------------------------------------
           SELECT  F-FCL-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-FCL
                   FILE STATUS         IS WS-FS-FCL-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-DMQ-E : FICHIER DES DEMARQUES
      *                      -------------------------------------------
           SELECT  F-DMQ-E             ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-DMQ
                   FILE STATUS         IS WS-FS-DMQ-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-REB-E : LOTS MIS AU REBUT PAR ARIO991
      *                      (ABSENT = PAS DE REBUT SUR LE MOIS)
      *                      -------------------------------------------
           SELECT  F-REB-E             ASSIGN TO REBUT
                   FILE STATUS         IS WS-FS-REB-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-BDM-S : ETAT DU BILAN DES DEMARQUES
      *                      -------------------------------------------
           SELECT  F-ETAT-BDM-S        ASSIGN TO ETATBDM
                   FILE STATUS         IS WS-FS-ETAT-BDM-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 REBUT ETATBDM                         *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *LIGNES DE FACTURE CLIENT EN ENTREE
       FD  F-FCL-E
           RECORD CONTAINS 90 CHARACTERS.
       01  FS-BUFF-F-FCL-E.
           05  FS-KEY-FCL        PIC X(13).
           05  FILLER            PIC X(77).
      *FICHIER DES DEMARQUES EN ENTREE
       FD  F-DMQ-E
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-DMQ-E.
           05  FS-KEY-DMQ        PIC X(12).
           05  FILLER            PIC X(88).
      *LOTS MIS AU REBUT EN ENTREE
       FD  F-REB-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-REB-E       PIC X(80).
      *ETAT DU BILAN DES DEMARQUES EN SORTIE
       FD  F-ETAT-BDM-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-BDM-S  PIC X(132).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY FACTCLI.
       COPY DEMARQUE.
       COPY ARTREBUT.
      *FILE STATUS
       01  WS-FS-FCL-E       PIC X(2).
           88 FCL-OK                              VALUE '00'.
           88 FCL-FIN                             VALUE '10'.
       01  WS-FS-DMQ-E       PIC X(2).
           88 DMQ-OK                              VALUE '00'.
           88 DMQ-FIN                             VALUE '10'.
           88 DMQ-INEXISTANT                      VALUE '23'.
       01  WS-FS-REB-E       PIC X(2).
           88 REB-OK                              VALUE '00'.
           88 REB-FIN                             VALUE '10'.
           88 REB-FICHIER-ABSENT                  VALUE '35'.
       01  WS-FS-ETAT-BDM-S  PIC X(2).
           88 ETBDM-OK                            VALUE '00'.
      *DATE DU JOUR ET MOIS TRAITE
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-SYSIN-BDM.
           05  WS-MOIS-X         PIC X(6).
           05  FILLER            PIC X(74).
       01  WS-MOIS-TRT.
           05  WS-MOIS-AAAA      PIC 9(4).
           05  WS-MOIS-MM        PIC 99.
       01  WS-MOIS-TRT-N REDEFINES WS-MOIS-TRT
                             PIC 9(6).
      *COUT UNITAIRE DU LOT DE LA LIGNE COURANTE (MEMORISE POUR LE
      *DERNIER LOT LU)
       01  WS-CLE-LOT-COUT.
           05  WS-CLC-ART        PIC X(5).
           05  WS-CLC-LOT        PIC X(6).
       01  WS-PXU-LOT        PIC 9(5)V99 VALUE ZERO.
       01  WS-COUT-TROUVE    PIC X VALUE '0'.
           88 COUT-ABSENT                         VALUE '0'.
           88 COUT-PRESENT                        VALUE '1'.
       01  WS-COUT-LIGNE     PIC 9(9)V99 VALUE ZERO.
      *TABLE DES CUMULS PAR ARTICLE
       01  WS-TAB-ART.
           05  WS-TART-ENTREE        OCCURS 500.
               10  WS-TART-CODE      PIC X(5).
               10  WS-TART-QTE       PIC 9(7).
               10  WS-TART-CA        PIC 9(9)V99.
               10  WS-TART-COUT      PIC 9(9)V99.
               10  WS-TART-REBUT     PIC 9(9)V99.
       01  WS-NB-ART         PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-ART        PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-ART-TRV    PIC S9(4) COMP VALUE ZERO.
       01  WS-ART-RECH       PIC X(5).
      *TOTAUX GENERAUX
       01  WS-TOT-QTE        PIC 9(9) VALUE ZERO.
       01  WS-TOT-CA         PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-COUT       PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-REBUT      PIC 9(11)V99 VALUE ZERO.
       01  WS-RESULTAT       PIC S9(11)V99 VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LBDM-TIRET     PIC X(132) VALUE ALL '-'.
       01  WS-LBDM-ENTETE.
           05  FILLER            PIC X(50)
               VALUE 'BILAN DES DEMARQUES DE PEREMPTION - MOIS : '.
           05  WS-LBDM-MM-ED     PIC 99.
           05  FILLER            PIC X(1)  VALUE '/'.
           05  WS-LBDM-AAAA-ED   PIC 9(4).
           05  FILLER            PIC X(75) VALUE SPACES.
       01  WS-LBDM-COLONNES.
           05  FILLER            PIC X(8)  VALUE 'ARTICLE'.
           05  FILLER            PIC X(13) VALUE '   QTE DEMQ'.
           05  FILLER            PIC X(20) VALUE '         CA DEMARQUE'.
           05  FILLER            PIC X(20) VALUE '        REBUT EVITE'.
           05  FILLER            PIC X(20) VALUE '   RESULTAT DEMQ'.
           05  FILLER            PIC X(20) VALUE '   REBUT DU MOIS'.
           05  FILLER            PIC X(31) VALUE SPACES.
       01  WS-LBDM-DETAIL.
           05  WS-LBDM-ART-ED    PIC X(5).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LBDM-QTE-ED    PIC ZZZZZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LBDM-CA-ED     PIC ZZZZZZZZZZZZ9,99.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-LBDM-COUT-ED   PIC ZZZZZZZZZZZZ9,99.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-LBDM-RES-ED    PIC ZZZZZZZZZZZ9,99-.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-LBDM-REB-ED    PIC ZZZZZZZZZZZZ9,99.
           05  FILLER            PIC X(35) VALUE SPACES.
      *COMPTEURS RENDU EXEC
       01  WS-NB-FCL-LUES    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-FCL-DMQ     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-FCL-SANS-COUT PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-REB-LUS     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-REB-MOIS    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ART-PERDUS  PIC S9(7) COMP VALUE ZERO.
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
      * CUMULE LES VENTES DEMARQUEES PUIS LES REBUTS DU MOIS ET EDITE *
      * LE BILAN PAR ARTICLE                                          *
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-DEB
              THRU  7000-INIT-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  6010-READ-F-FCL-E-DEB
              THRU  6010-READ-F-FCL-E-FIN.
           PERFORM  1000-TRT-LIGNE-FCL-DEB
              THRU  1000-TRT-LIGNE-FCL-FIN
             UNTIL  FCL-FIN.
      *
           IF  NOT REB-FICHIER-ABSENT
               PERFORM  6030-READ-F-REB-E-DEB
                  THRU  6030-READ-F-REB-E-FIN
               PERFORM  2000-TRT-UN-REBUT-DEB
                  THRU  2000-TRT-UN-REBUT-FIN
                 UNTIL  REB-FIN
           END-IF.
      *
           PERFORM  8000-EDITION-ETAT-DEB
              THRU  8000-EDITION-ETAT-FIN.
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
      * TRT 1000 CUMULE LA LIGNE DE FACTURE SI ELLE EST DU MOIS ET
      * VENDUE A UN PRIX DE DEMARQUE
      *----------------------------------------------------
       1000-TRT-LIGNE-FCL-DEB.
      *
           ADD  1                       TO WS-NB-FCL-LUES.
           IF  WS-FCL-NUM-DATE (1:6) NOT = WS-MOIS-TRT
               OR WS-FCL-LOT-DMQ = SPACES
               GO TO 1000-TRT-LIGNE-FCL-SUITE
           END-IF.
      *
           ADD  1                       TO WS-NB-FCL-DMQ.
           IF  WS-FCL-ART-CODE NOT = WS-CLC-ART
               OR WS-FCL-LOT-DMQ NOT = WS-CLC-LOT
               PERFORM  7200-COUT-DU-LOT-DEB
                  THRU  7200-COUT-DU-LOT-FIN
           END-IF.
           IF  COUT-ABSENT
               ADD  1                   TO WS-NB-FCL-SANS-COUT
           END-IF.
           COMPUTE WS-COUT-LIGNE = WS-FCL-QTE * WS-PXU-LOT.
      *
           MOVE WS-FCL-ART-CODE         TO WS-ART-RECH.
           PERFORM  7100-POSTE-ARTICLE-DEB
              THRU  7100-POSTE-ARTICLE-FIN.
           IF  WS-IND-ART-TRV NOT = ZERO
               ADD  WS-FCL-QTE      TO WS-TART-QTE  (WS-IND-ART-TRV)
               ADD  WS-FCL-MT       TO WS-TART-CA   (WS-IND-ART-TRV)
               ADD  WS-COUT-LIGNE   TO WS-TART-COUT (WS-IND-ART-TRV)
           END-IF.
      *
       1000-TRT-LIGNE-FCL-SUITE.
           PERFORM  6010-READ-F-FCL-E-DEB
              THRU  6010-READ-F-FCL-E-FIN.
      *
       1000-TRT-LIGNE-FCL-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 CUMULE LA PERTE DU LOT MIS AU REBUT S IL EST DU MOIS
      *----------------------------------------------------
       2000-TRT-UN-REBUT-DEB.
      *
           ADD  1                       TO WS-NB-REB-LUS.
           IF  WS-REB-DATE (1:6) = WS-MOIS-TRT
               ADD  1                   TO WS-NB-REB-MOIS
               MOVE WS-REB-ART-CODE     TO WS-ART-RECH
               PERFORM  7100-POSTE-ARTICLE-DEB
                  THRU  7100-POSTE-ARTICLE-FIN
               IF  WS-IND-ART-TRV NOT = ZERO
                   ADD  WS-REB-PERTE  TO WS-TART-REBUT (WS-IND-ART-TRV)
               END-IF
           END-IF.
      *
           PERFORM  6030-READ-F-REB-E-DEB
              THRU  6030-READ-F-REB-E-FIN.
      *
       2000-TRT-UN-REBUT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *6000 OUVRE LES FICHIERS
      *------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN INPUT F-FCL-E.
           IF WS-FS-FCL-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-FCL-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FCL-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-DMQ-E.
           IF WS-FS-DMQ-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-DMQ-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DMQ-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-REB-E.
           EVALUATE TRUE
               WHEN REB-OK
                  CONTINUE
               WHEN REB-FICHIER-ABSENT
      *           PAS DE FICHIER DES REBUTS : AUCUN REBUT SUR LE MOIS
                  DISPLAY 'FICHIER DES REBUTS ABSENT - AUCUN REBUT '
                          'EDITE'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-REB-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-REB-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           OPEN OUTPUT F-ETAT-BDM-S.
           IF WS-FS-ETAT-BDM-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-BDM-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-BDM-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT LA LIGNE DE FACTURE SUIVANTE SUR F-FCL-E
      *------------------------------------
       6010-READ-F-FCL-E-DEB.
      *
           READ F-FCL-E INTO WS-FCL-ENR.
           IF NOT (FCL-OK OR FCL-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FCL-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FCL-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-FCL-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 POSITIONNE F-DMQ-E SUR LA PREMIERE DEMARQUE DU LOT CHERCHE
      *------------------------------------
       6020-START-F-DMQ-E-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-DMQ.
           MOVE WS-CLE-LOT-COUT          TO FS-KEY-DMQ (1:11).
           START F-DMQ-E
             KEY IS NOT LESS THAN FS-KEY-DMQ
           END-START.
           IF NOT (DMQ-OK OR DMQ-INEXISTANT OR DMQ-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-DMQ-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DMQ-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-START-F-DMQ-E-FIN.
           EXIT.
      *-------------------------------------
      *6025 LIT LA DEMARQUE SUIVANTE SUR F-DMQ-E
      *------------------------------------
       6025-READNEXT-F-DMQ-E-DEB.
      *
           READ F-DMQ-E NEXT RECORD INTO WS-DMQ-ENR.
           IF NOT (DMQ-OK OR DMQ-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DMQ-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DMQ-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6025-READNEXT-F-DMQ-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 LIT LE LOT MIS AU REBUT SUIVANT SUR F-REB-E
      *------------------------------------
       6030-READ-F-REB-E-DEB.
      *
           READ F-REB-E INTO WS-REB-ENR.
           IF NOT (REB-OK OR REB-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-REB-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-REB-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-READ-F-REB-E-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-FCL-E.
           CLOSE F-DMQ-E.
           IF  NOT REB-FICHIER-ABSENT
               CLOSE F-REB-E
           END-IF.
           CLOSE F-ETAT-BDM-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LE MOIS TRAITE (SYSIN, DEFAUT MOIS PRECEDENT)
      *------------------------------------
       7000-INIT-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE WS-DATEJ-AAAA           TO WS-MOIS-AAAA.
           MOVE WS-DATEJ-MM             TO WS-MOIS-MM.
           IF  WS-MOIS-MM = 1
               MOVE 12                  TO WS-MOIS-MM
               SUBTRACT 1             FROM WS-MOIS-AAAA
           ELSE
               SUBTRACT 1             FROM WS-MOIS-MM
           END-IF.
      *
           MOVE SPACES                  TO WS-SYSIN-BDM.
           ACCEPT WS-SYSIN-BDM FROM SYSIN.
           IF  WS-MOIS-X NUMERIC
               MOVE WS-MOIS-X           TO WS-MOIS-TRT-N
           END-IF.
           IF  WS-MOIS-MM < 1 OR WS-MOIS-MM > 12
               DISPLAY 'MOIS SYSIN INVALIDE : ' WS-MOIS-X
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE WS-MOIS-MM              TO WS-LBDM-MM-ED.
           MOVE WS-MOIS-AAAA            TO WS-LBDM-AAAA-ED.
           MOVE HIGH-VALUES             TO WS-CLE-LOT-COUT.
      *
       7000-INIT-FIN.
           EXIT.
      *-------------------------------------
      *7100 RECHERCHE (OU CREE) LE POSTE DE L ARTICLE WS-ART-RECH
      *     DANS LA TABLE DES CUMULS (TABLE PLEINE : ZERO)
      *------------------------------------
       7100-POSTE-ARTICLE-DEB.
      *
           MOVE ZERO                    TO WS-IND-ART-TRV.
           PERFORM  7105-CHERCHE-ARTICLE-DEB
              THRU  7105-CHERCHE-ARTICLE-FIN
             VARYING WS-IND-ART FROM 1 BY 1
             UNTIL  WS-IND-ART > WS-NB-ART
                 OR WS-IND-ART-TRV NOT = ZERO.
      *
           IF  WS-IND-ART-TRV = ZERO
               IF  WS-NB-ART NOT < 500
                   ADD  1               TO WS-NB-ART-PERDUS
                   GO TO 7100-POSTE-ARTICLE-FIN
               END-IF
               ADD  1                   TO WS-NB-ART
               MOVE WS-NB-ART           TO WS-IND-ART-TRV
               MOVE WS-ART-RECH         TO WS-TART-CODE (WS-IND-ART-TRV)
               MOVE ZERO                TO WS-TART-QTE  (WS-IND-ART-TRV)
                                           WS-TART-CA   (WS-IND-ART-TRV)
                                           WS-TART-COUT (WS-IND-ART-TRV)
                                          WS-TART-REBUT (WS-IND-ART-TRV)
           END-IF.
      *
       7100-POSTE-ARTICLE-FIN.
           EXIT.
       7105-CHERCHE-ARTICLE-DEB.
      *
           IF  WS-TART-CODE (WS-IND-ART) = WS-ART-RECH
               MOVE WS-IND-ART          TO WS-IND-ART-TRV
           END-IF.
      *
       7105-CHERCHE-ARTICLE-FIN.
           EXIT.
      *-------------------------------------
      *7200 COUT UNITAIRE DU LOT DECLENCHEUR DE LA LIGNE : CELUI DE LA
      *     PREMIERE DEMARQUE DU LOT DANS DMQ0101
      *------------------------------------
       7200-COUT-DU-LOT-DEB.
      *
           MOVE WS-FCL-ART-CODE         TO WS-CLC-ART.
           MOVE WS-FCL-LOT-DMQ          TO WS-CLC-LOT.
           SET  COUT-ABSENT             TO TRUE.
           MOVE ZERO                    TO WS-PXU-LOT.
      *
           PERFORM  6020-START-F-DMQ-E-DEB
              THRU  6020-START-F-DMQ-E-FIN.
           IF  NOT DMQ-OK
               GO TO 7200-COUT-DU-LOT-FIN
           END-IF.
           PERFORM  6025-READNEXT-F-DMQ-E-DEB
              THRU  6025-READNEXT-F-DMQ-E-FIN.
           IF  DMQ-OK
               AND WS-DMQ-CLE (1:11) = WS-CLE-LOT-COUT
               SET  COUT-PRESENT        TO TRUE
               MOVE WS-DMQ-PXU-LOT      TO WS-PXU-LOT
           END-IF.
      *
       7200-COUT-DU-LOT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *8000 EDITE LE BILAN : UNE LIGNE PAR ARTICLE PUIS LE TOTAL
      *------------------------------------
       8000-EDITION-ETAT-DEB.
      *
           WRITE FS-BUFF-F-ETAT-BDM-S FROM WS-LBDM-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-BDM-S FROM WS-LBDM-TIRET.
           WRITE FS-BUFF-F-ETAT-BDM-S FROM WS-LBDM-COLONNES.
           WRITE FS-BUFF-F-ETAT-BDM-S FROM WS-LBDM-TIRET.
      *
           PERFORM  8010-EDITION-ARTICLE-DEB
              THRU  8010-EDITION-ARTICLE-FIN
             VARYING WS-IND-ART FROM 1 BY 1
             UNTIL  WS-IND-ART > WS-NB-ART.
      *
           WRITE FS-BUFF-F-ETAT-BDM-S FROM WS-LBDM-TIRET.
           MOVE 'TOTAL'                 TO WS-LBDM-ART-ED.
           MOVE WS-TOT-QTE              TO WS-LBDM-QTE-ED.
           MOVE WS-TOT-CA               TO WS-LBDM-CA-ED.
           MOVE WS-TOT-COUT             TO WS-LBDM-COUT-ED.
           COMPUTE WS-RESULTAT = WS-TOT-CA - WS-TOT-COUT.
           MOVE WS-RESULTAT             TO WS-LBDM-RES-ED.
           MOVE WS-TOT-REBUT            TO WS-LBDM-REB-ED.
           WRITE FS-BUFF-F-ETAT-BDM-S FROM WS-LBDM-DETAIL.
      *
       8000-EDITION-ETAT-FIN.
           EXIT.
       8010-EDITION-ARTICLE-DEB.
      *
           MOVE WS-TART-CODE (WS-IND-ART)  TO WS-LBDM-ART-ED.
           MOVE WS-TART-QTE (WS-IND-ART)   TO WS-LBDM-QTE-ED.
           MOVE WS-TART-CA (WS-IND-ART)    TO WS-LBDM-CA-ED.
           MOVE WS-TART-COUT (WS-IND-ART)  TO WS-LBDM-COUT-ED.
           COMPUTE WS-RESULTAT = WS-TART-CA (WS-IND-ART)
                               - WS-TART-COUT (WS-IND-ART).
           MOVE WS-RESULTAT                TO WS-LBDM-RES-ED.
           MOVE WS-TART-REBUT (WS-IND-ART) TO WS-LBDM-REB-ED.
           WRITE FS-BUFF-F-ETAT-BDM-S FROM WS-LBDM-DETAIL.
      *
           ADD  WS-TART-QTE (WS-IND-ART)   TO WS-TOT-QTE.
           ADD  WS-TART-CA (WS-IND-ART)    TO WS-TOT-CA.
           ADD  WS-TART-COUT (WS-IND-ART)  TO WS-TOT-COUT.
           ADD  WS-TART-REBUT (WS-IND-ART) TO WS-TOT-REBUT.
      *
       8010-EDITION-ARTICLE-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO967              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* MOIS TRAITE                : ' WS-MOIS-TRT.
           DISPLAY '* LIGNES DE FACTURE LUES     : ' WS-NB-FCL-LUES.
           DISPLAY '* LIGNES VENDUES EN DEMARQUE : ' WS-NB-FCL-DMQ.
           DISPLAY '* LIGNES SANS COUT DE LOT    : '
                   WS-NB-FCL-SANS-COUT.
           DISPLAY '* REBUTS LUS                 : ' WS-NB-REB-LUS.
           DISPLAY '* REBUTS DU MOIS             : ' WS-NB-REB-MOIS.
           DISPLAY '* ARTICLES EDITES            : ' WS-NB-ART.
           DISPLAY '* CUMULS PERDUS TABLE PLEINE : ' WS-NB-ART-PERDUS.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO967         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO967        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
