      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO954                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *REGLEMENT HEBDOMADAIRE DES FACTURES FOURNISSEUR. RETIENT LES   *
      *FACTURES BONNES A PAYER DE FAC0101 (RAPPROCHEES PAR ARIO926)   *
      *ECHUES A LA DATE DE RUN SELON LE DELAI DE PAIEMENT DU          *
      *FOURNISSEUR (WS-FOUR-DELAI-PAIE, JOURS DATE DE FACTURE,        *
      *CONVENTION 360 JOURS), PUIS LES NOTES DE DEBIT EMISES PAR      *
      *ARIO933 ET NON ENCORE IMPUTEES (RTV0101 STATUT 'N') DES MEMES  *
      *FOURNISSEURS. POUR CHAQUE FOURNISSEUR, LE NET FACTURES - NOTES *
      *EST REGLE PAR UN SEUL MOUVEMENT VIREMNT DU COMPTE DE LA SOCIETE*
      *(SYSIN) VERS LA CONTREPARTIE 'F' + CODE FOURNISSEUR, AJOUTE AU *
      *FICHIER DES MOUVEMENTS DU JOUR (F-MVTS-S, FORMAT TP4MVTS) :    *
      *ARIO411 LE TRAITE EN VIREMENT SORTANT ET PORTE L IBAN DU       *
      *FOURNISSEUR SUR LE CLEARING. LA REFERENCE DU VIREMENT (DATE +  *
      *'F' + CODE FOURNISSEUR) EST PORTEE SUR LES FACTURES PASSEES    *
      *PAYEES ('P') ET LES NOTES PASSENT IMPUTEES ('I') : UNE RELANCE *
      *NE PAIE JAMAIS DEUX FOIS. UN AVIS DE REGLEMENT PAR FOURNISSEUR *
      *EST EDITE SUR F-ETAT-REG-S. NE SONT PAS REGLES (ET RESTENT EN  *
      *L ETAT POUR LE RUN SUIVANT) : FOURNISSEUR INCONNU, IBAN ABSENT *
      *OU INVALIDE (CONTROLE ARIO851), NET NUL OU NEGATIF, REGLEMENT  *
      *DEJA EMIS A LA MEME DATE - LISTES EN FIN D ETAT.               *
      *SYSIN  -> COMPTE DE LA SOCIETE A DEBITER (10) + DATE DE RUN    *
      *          AAAAMMJJ (ABSENTE = DATE DU JOUR)                    *
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
       PROGRAM-ID.      ARIO954.
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
      *                      F-FAC-ES : FICHIER MAITRE DES FACTURES
      *                      FOURNISSEUR (IO, STATUT MIS A JOUR)
      *                      -------------------------------------------
           SELECT  F-FAC-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-FAC
                   FILE STATUS         IS WS-FS-FAC-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-RTV-ES : FICHIER DES RETOURS AU
      *                      FOURNISSEUR (IO, STATUT MIS A JOUR)
      *                      -------------------------------------------
           SELECT  F-RTV-ES            ASSIGN TO IO002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-RTV
                   FILE STATUS         IS WS-FS-RTV-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-FOUR-E : FICHIER MAITRE DES FOURNISSEURS
      *                      -------------------------------------------
           SELECT  F-FOUR-E            ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-FOUR
                   FILE STATUS         IS WS-FS-FOUR-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-MVTS-S : FICHIER DES MOUVEMENTS (AJOUT
      *                      EN AMONT DE LA CHAINE)
      *                      -------------------------------------------
           SELECT  F-MVTS-S            ASSIGN TO MVTSGEN
                   FILE STATUS         IS WS-FS-MVTS-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-REG-S : SYSOUT AVIS DE REGLEMENT
      *                      -------------------------------------------
           SELECT  F-ETAT-REG-S        ASSIGN TO ETATREG
                   FILE STATUS         IS WS-FS-ETAT-REG-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :IO001 IO002 INP001 MVTSGEN ETATREG                  *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *FICHIER MAITRE DES FACTURES FOURNISSEUR
       FD  F-FAC-ES
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-FAC-ES.
           05  FS-KEY-FAC        PIC X(11).
           05  FILLER            PIC X(89).
      *FICHIER DES RETOURS AU FOURNISSEUR
       FD  F-RTV-ES
           RECORD CONTAINS 60 CHARACTERS.
       01  FS-BUFF-F-RTV-ES.
           05  FS-KEY-RTV        PIC X(19).
           05  FILLER            PIC X(41).
      *FICHIER MAITRE DES FOURNISSEURS
       FD  F-FOUR-E
           RECORD CONTAINS 140 CHARACTERS.
       01  FS-BUFF-F-FOUR-E.
           05  FS-KEY-FOUR       PIC X(5).
           05  FILLER            PIC X(135).
      *FICHIER DES MOUVEMENTS GENERES (AJOUT)
       FD  F-MVTS-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-MVTS-S      PIC X(64).
      *AVIS DE REGLEMENT
       FD  F-ETAT-REG-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-REG-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY FACTFOU.
       COPY RETFOUR.
       COPY FOURNISS.
       COPY TP4MVTS.
      *FILE STATUS
       01  WS-FS-FAC-ES      PIC X(2).
           88 FAC-OK                              VALUE '00'.
           88 FAC-FIN                             VALUE '10'.
           88 FAC-INEXISTANTE                     VALUE '23'.
       01  WS-FS-RTV-ES      PIC X(2).
           88 RTV-OK                              VALUE '00'.
           88 RTV-FIN                             VALUE '10'.
           88 RTV-INEXISTANT                      VALUE '23'.
       01  WS-FS-FOUR-E      PIC X(2).
           88 FOUR-OK                             VALUE '00'.
           88 FOUR-INEXISTANT                     VALUE '23'.
       01  WS-FS-MVTS-S      PIC X(2).
           88 MVTS-OK                             VALUE '00'.
       01  WS-FS-ETAT-REG-S  PIC X(2).
           88 ETREG-OK                            VALUE '00'.
      *CARTE SYSIN : COMPTE DE LA SOCIETE A DEBITER ET DATE DE RUN
       01  WS-SYSIN-REG.
           05  WS-SYS-CPTE       PIC X(10).
           05  WS-SYS-RUN-X      PIC X(8).
           05  WS-SYS-RUN-N REDEFINES WS-SYS-RUN-X
                                 PIC 9(8).
           05  FILLER            PIC X(62).
      *DATE DU JOUR ET DATE DE RUN
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
       01  WS-DATE-RUN       PIC 9(8) VALUE ZERO.
       01  WS-DATE-RUN-R REDEFINES WS-DATE-RUN.
           05  WS-RUN-AAAA       PIC 9(4).
           05  WS-RUN-MM         PIC 99.
           05  WS-RUN-JJ         PIC 99.
       01  WS-DATE-RUN-X REDEFINES WS-DATE-RUN
                             PIC X(8).
      *DATE A CONVERTIR EN QUANTIEME (CONVENTION 360 JOURS)
       01  WS-DATE-CNV.
           05  WS-DCNV-AAAA      PIC 9(4).
           05  WS-DCNV-MM        PIC 99.
           05  WS-DCNV-JJ        PIC 99.
       01  WS-DATE-CNV-N REDEFINES WS-DATE-CNV
                             PIC 9(8).
       01  WS-JOUR-ORD       PIC 9(7) COMP VALUE ZERO.
       01  WS-JOUR-ORD-RUN   PIC 9(7) COMP VALUE ZERO.
       01  WS-JOUR-ORD-ECH   PIC 9(7) COMP VALUE ZERO.
      *DERNIER FOURNISSEUR LU SUR FOUR0101 (LES FACTURES D UN MEME
      *FOURNISSEUR SE SUIVENT SOUVENT)
       01  WS-FOUR-CODE-LU   PIC 9(5) VALUE ZERO.
       01  WS-DELAI-PAIE     PIC 9(3) VALUE ZERO.
      *CONTROLE DE L IBAN DU FOURNISSEUR (SOUS PROGRAMME ARIO851)
       01  WS-IBA-FONCTION   PIC X                VALUE 'V'.
       01  WS-IBA-CPTE       PIC X(10)            VALUE SPACE.
       01  WS-IBA-IBAN       PIC X(27)            VALUE SPACE.
       01  WS-IBA-CR         PIC 9(2)             VALUE ZERO.
      *TABLE DES FOURNISSEURS A REGLER : CUMUL DES FACTURES ECHUES ET
      *DES NOTES DE DEBIT A IMPUTER, SORT DU REGLEMENT
       01  WS-NB-FOU-TAB     PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-FOU        PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-FOU-TROUVE PIC S9(4) COMP VALUE ZERO.
       01  WS-CODE-CHERCHE   PIC 9(5) VALUE ZERO.
       01  WS-SW-CREATION    PIC X.
           88 CREATION-AUTORISEE                  VALUE 'O'.
           88 CREATION-INTERDITE                  VALUE 'N'.
       01  WS-TAB-FOUS.
           05  WS-TFOU-ENTREE        OCCURS 999.
               10  WS-TFOU-CODE      PIC 9(5).
               10  WS-TFOU-MT-FAC    PIC 9(11)V99.
               10  WS-TFOU-MT-NOTE   PIC 9(11)V99.
               10  WS-TFOU-DEJA      PIC X.
                   88 TFOU-DEJA-REGLE             VALUE 'O'.
               10  WS-TFOU-SORT      PIC X.
                   88 TFOU-REGLE                  VALUE 'R'.
               10  WS-TFOU-MOTIF     PIC X(30).
      *TABLE DES DOCUMENTS RETENUS (FACTURES ECHUES, NOTES A
      *IMPUTER), RATTACHES A LEUR FOURNISSEUR
       01  WS-NB-DOC-TAB     PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-DOC        PIC S9(4) COMP VALUE ZERO.
       01  WS-TAB-DOCS.
           05  WS-TDOC-ENTREE        OCCURS 5000.
               10  WS-TDOC-IND-FOU   PIC S9(4) COMP.
               10  WS-TDOC-TYPE      PIC X.
                   88 TDOC-FACTURE                VALUE 'F'.
                   88 TDOC-NOTE                   VALUE 'N'.
               10  WS-TDOC-CLE       PIC X(19).
               10  WS-TDOC-REF       PIC X(12).
               10  WS-TDOC-DATE      PIC 9(8).
               10  WS-TDOC-MT        PIC 9(11)V99.
      *NET A REGLER ET REFERENCE DU VIREMENT DU FOURNISSEUR COURANT
       01  WS-MT-NOTE        PIC 9(11)V99 VALUE ZERO.
       01  WS-MT-NET         PIC S9(11)V99 VALUE ZERO.
       01  WS-REF-PAIE       PIC X(14).
       01  WS-DEVISE-REG     PIC X(3).
      *LIGNES D EDITION
       01  WS-LREG-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LREG-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LREG-ENTETE.
           05  FILLER            PIC X(40)
               VALUE 'AVIS DE REGLEMENT FOURNISSEUR           '.
           05  FILLER            PIC X(22) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LREG-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LREG-FOUR.
           05  FILLER            PIC X(14) VALUE 'FOURNISSEUR : '.
           05  WS-LREG-FOU-ED    PIC 9(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LREG-RAISON-ED PIC X(20).
           05  FILLER            PIC X(40) VALUE SPACES.
       01  WS-LREG-ADRESSE.
           05  FILLER            PIC X(14) VALUE SPACES.
           05  WS-LREG-ADR-ED    PIC X(30).
           05  FILLER            PIC X(36) VALUE SPACES.
       01  WS-LREG-IBAN.
           05  FILLER            PIC X(14) VALUE 'IBAN        : '.
           05  WS-LREG-IBAN-ED   PIC X(27).
           05  FILLER            PIC X(39) VALUE SPACES.
       01  WS-LREG-REF.
           05  FILLER            PIC X(14) VALUE 'REFERENCE   : '.
           05  WS-LREG-REF-ED    PIC X(14).
           05  FILLER            PIC X(12) VALUE '   DEVISE : '.
           05  WS-LREG-DEV-ED    PIC X(3).
           05  FILLER            PIC X(37) VALUE SPACES.
       01  WS-LREG-INTITULE.
           05  FILLER            PIC X(40)
               VALUE 'DOCUMENT    REFERENCE    DATE       NUME'.
           05  FILLER            PIC X(40)
               VALUE 'RO                          MONTANT     '.
       01  WS-LREG-DETAIL.
           05  WS-LREG-TYPE-ED   PIC X(11).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LREG-DOC-ED    PIC X(12).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LREG-DDOC-ED   PIC 99/99/9999.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LREG-NUM-ED    PIC X(19).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LREG-MT-ED     PIC -ZZZZZZZZZZ9,99.
           05  FILLER            PIC X(9)  VALUE SPACES.
       01  WS-LREG-TOTAL.
           05  FILLER            PIC X(40)
               VALUE 'NET REGLE PAR VIREMENT                  '.
           05  FILLER            PIC X(16) VALUE SPACES.
           05  WS-LREG-NET-ED    PIC -ZZZZZZZZZZ9,99.
           05  FILLER            PIC X(9)  VALUE SPACES.
       01  WS-LREG-RECAP-TITRE.
           05  FILLER            PIC X(40)
               VALUE 'FOURNISSEURS NON REGLES (REPORTES)      '.
           05  FILLER            PIC X(40) VALUE SPACES.
       01  WS-LREG-RECAP-INTIT.
           05  FILLER            PIC X(40)
               VALUE 'FOUR  FACTURES ECHUES  NOTES DE DEBIT  M'.
           05  FILLER            PIC X(40)
               VALUE 'OTIF                                    '.
       01  WS-LREG-RECAP.
           05  WS-LREC-FOU-ED    PIC 9(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LREC-FAC-ED    PIC ZZZZZZZZZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LREC-NOTE-ED   PIC ZZZZZZZZZZ9,99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LREC-MOTIF-ED  PIC X(30).
           05  FILLER            PIC X(12) VALUE SPACES.
      *COMPTEUR RENDU EXEC
       01  WS-NB-FAC-LUES    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-FAC-ECHUES  PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-FAC-PAYEES  PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-NOTES-IMPUT PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-VIREMENTS   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-FOU-REPORT  PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-DOC-REPORT  PIC S9(6) COMP VALUE ZERO.
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
      * RETIENT LES FACTURES ECHUES PUIS LES NOTES A IMPUTER, REGLE   *
      * CHAQUE FOURNISSEUR ET LISTE LES FOURNISSEURS REPORTES         *
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-DATE-DEB
              THRU  7000-INIT-DATE-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  6010-START-F-FAC-ES-DEB
              THRU  6010-START-F-FAC-ES-FIN.
           PERFORM  1000-TRT-UNE-FACTURE-DEB
              THRU  1000-TRT-UNE-FACTURE-FIN
             UNTIL  FAC-FIN.
      *
           PERFORM  6020-START-F-RTV-ES-DEB
              THRU  6020-START-F-RTV-ES-FIN.
           PERFORM  1100-TRT-UNE-NOTE-DEB
              THRU  1100-TRT-UNE-NOTE-FIN
             UNTIL  RTV-FIN.
      *
           PERFORM  2000-REGLE-UN-FOURNISSEUR-DEB
              THRU  2000-REGLE-UN-FOURNISSEUR-FIN
             VARYING WS-IND-FOU FROM 1 BY 1
               UNTIL WS-IND-FOU > WS-NB-FOU-TAB.
      *
           IF  WS-NB-FOU-REPORT > ZERO
               PERFORM  8040-EDITION-RECAP-DEB
                  THRU  8040-EDITION-RECAP-FIN
           END-IF.
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
      * TRT 1000 RETIENT LA FACTURE COURANTE SI ELLE EST BONNE A
      * PAYER ET ECHUE ; UNE FACTURE DEJA PAYEE A LA DATE DE RUN
      * SIGNALE QUE SON FOURNISSEUR A DEJA ETE REGLE CE JOUR
      *----------------------------------------------------
       1000-TRT-UNE-FACTURE-DEB.
      *
           ADD  1                        TO WS-NB-FAC-LUES.
      *
           IF  FAC-PAYEE
               AND WS-FAC-REF-PAIE (1:8) = WS-DATE-RUN-X
               AND WS-FAC-REF-PAIE (9:1) = 'F'
               MOVE WS-FAC-FOU-CODE      TO WS-CODE-CHERCHE
               SET  CREATION-AUTORISEE   TO TRUE
               PERFORM  7110-CHERCHE-FOURNISSEUR-DEB
                  THRU  7110-CHERCHE-FOURNISSEUR-FIN
               IF  WS-IND-FOU-TROUVE > ZERO
                   SET  TFOU-DEJA-REGLE (WS-IND-FOU-TROUVE) TO TRUE
               END-IF
           END-IF.
      *
           IF  FAC-BONNE-A-PAYER
               PERFORM  7120-CALC-ECHEANCE-DEB
                  THRU  7120-CALC-ECHEANCE-FIN
               IF  WS-JOUR-ORD-ECH NOT > WS-JOUR-ORD-RUN
                   PERFORM  7130-RETIENT-FACTURE-DEB
                      THRU  7130-RETIENT-FACTURE-FIN
               END-IF
           END-IF.
      *
           PERFORM  6015-READNEXT-F-FAC-ES-DEB
              THRU  6015-READNEXT-F-FAC-ES-FIN.
      *
       1000-TRT-UNE-FACTURE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1100 RETIENT LA NOTE DE DEBIT EMISE ET NON IMPUTEE D UN
      * FOURNISSEUR AYANT DES FACTURES ECHUES
      *----------------------------------------------------
       1100-TRT-UNE-NOTE-DEB.
      *
           IF  RTV-NOTE-EMISE
               MOVE WS-RTV-FOU-CODE      TO WS-CODE-CHERCHE
               SET  CREATION-INTERDITE   TO TRUE
               PERFORM  7110-CHERCHE-FOURNISSEUR-DEB
                  THRU  7110-CHERCHE-FOURNISSEUR-FIN
               IF  WS-IND-FOU-TROUVE > ZERO
                   PERFORM  7140-RETIENT-NOTE-DEB
                      THRU  7140-RETIENT-NOTE-FIN
               END-IF
           END-IF.
      *
           PERFORM  6025-READNEXT-F-RTV-ES-DEB
              THRU  6025-READNEXT-F-RTV-ES-FIN.
      *
       1100-TRT-UNE-NOTE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 REGLE LE FOURNISSEUR COURANT DE LA TABLE : CONTROLES,
      * VIREMENT DU NET, MARQUAGE DES DOCUMENTS ET AVIS DE REGLEMENT
      *----------------------------------------------------
       2000-REGLE-UN-FOURNISSEUR-DEB.
      *
           MOVE WS-TFOU-CODE (WS-IND-FOU) TO WS-CODE-CHERCHE.
           PERFORM  6030-READ-F-FOUR-E-DEB
              THRU  6030-READ-F-FOUR-E-FIN.
           COMPUTE WS-MT-NET = WS-TFOU-MT-FAC (WS-IND-FOU)
                             - WS-TFOU-MT-NOTE (WS-IND-FOU).
      *
           PERFORM  7150-CONTROLE-REGLEMENT-DEB
              THRU  7150-CONTROLE-REGLEMENT-FIN.
           IF  WS-TFOU-MOTIF (WS-IND-FOU) NOT = SPACES
               ADD  1                    TO WS-NB-FOU-REPORT
               GO TO 2000-REGLE-UN-FOURNISSEUR-FIN
           END-IF.
      *
           PERFORM  7200-ALIM-MVT-DEB
              THRU  7200-ALIM-MVT-FIN.
           PERFORM  6040-WRITE-F-MVTS-S-DEB
              THRU  6040-WRITE-F-MVTS-S-FIN.
           SET  TFOU-REGLE (WS-IND-FOU)  TO TRUE.
           ADD  1                        TO WS-NB-VIREMENTS.
      *
           PERFORM  8000-EDITION-ENTETE-DEB
              THRU  8000-EDITION-ENTETE-FIN.
           PERFORM  2100-SOLDE-UN-DOCUMENT-DEB
              THRU  2100-SOLDE-UN-DOCUMENT-FIN
             VARYING WS-IND-DOC FROM 1 BY 1
               UNTIL WS-IND-DOC > WS-NB-DOC-TAB.
           PERFORM  8030-EDITION-TOTAL-DEB
              THRU  8030-EDITION-TOTAL-FIN.
      *
       2000-REGLE-UN-FOURNISSEUR-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2100 SOLDE UN DOCUMENT DU FOURNISSEUR REGLE : FACTURE
      * PASSEE PAYEE AVEC LA REFERENCE DU VIREMENT, NOTE PASSEE
      * IMPUTEE - PUIS L EDITE SUR L AVIS
      *----------------------------------------------------
       2100-SOLDE-UN-DOCUMENT-DEB.
      *
           IF  WS-TDOC-IND-FOU (WS-IND-DOC) NOT = WS-IND-FOU
               GO TO 2100-SOLDE-UN-DOCUMENT-FIN
           END-IF.
      *
           IF  TDOC-FACTURE (WS-IND-DOC)
               PERFORM  6050-READ-F-FAC-ES-DEB
                  THRU  6050-READ-F-FAC-ES-FIN
               SET  FAC-PAYEE            TO TRUE
               MOVE WS-REF-PAIE          TO WS-FAC-REF-PAIE
               PERFORM  6055-REWRITE-F-FAC-ES-DEB
                  THRU  6055-REWRITE-F-FAC-ES-FIN
               ADD  1                    TO WS-NB-FAC-PAYEES
           ELSE
               PERFORM  6060-READ-F-RTV-ES-DEB
                  THRU  6060-READ-F-RTV-ES-FIN
               SET  RTV-NOTE-IMPUTEE     TO TRUE
               PERFORM  6065-REWRITE-F-RTV-ES-DEB
                  THRU  6065-REWRITE-F-RTV-ES-FIN
               ADD  1                    TO WS-NB-NOTES-IMPUT
           END-IF.
      *
           PERFORM  8020-EDITION-DETAIL-DEB
              THRU  8020-EDITION-DETAIL-FIN.
      *
       2100-SOLDE-UN-DOCUMENT-FIN.
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
           OPEN I-O F-FAC-ES.
           IF WS-FS-FAC-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-FAC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FAC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-RTV-ES.
           IF WS-FS-RTV-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-RTV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RTV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-FOUR-E.
           IF WS-FS-FOUR-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-FOUR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FOUR-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN EXTEND F-MVTS-S.
           IF WS-FS-MVTS-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-MVTS-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MVTS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-REG-S.
           IF WS-FS-ETAT-REG-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-REG-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-REG-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 POSITIONNE LES FACTURES AU DEBUT ET LIT LA PREMIERE
      *------------------------------------
       6010-START-F-FAC-ES-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-FAC.
           START F-FAC-ES
             KEY IS NOT LESS THAN FS-KEY-FAC
           END-START.
           IF  FAC-INEXISTANTE
               SET  FAC-FIN              TO TRUE
               GO TO 6010-START-F-FAC-ES-FIN
           END-IF.
           IF NOT FAC-OK
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-FAC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FAC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM  6015-READNEXT-F-FAC-ES-DEB
              THRU  6015-READNEXT-F-FAC-ES-FIN.
      *
       6010-START-F-FAC-ES-FIN.
           EXIT.
      *-------------------------------------
      *6015 LIT LA FACTURE SUIVANTE
      *------------------------------------
       6015-READNEXT-F-FAC-ES-DEB.
      *
           READ F-FAC-ES NEXT RECORD INTO WS-FAC-ENR.
           IF NOT (FAC-OK OR FAC-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FAC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FAC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6015-READNEXT-F-FAC-ES-FIN.
           EXIT.
      *-------------------------------------
      *6020 POSITIONNE LES RETOURS AU DEBUT ET LIT LE PREMIER
      *------------------------------------
       6020-START-F-RTV-ES-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-RTV.
           START F-RTV-ES
             KEY IS NOT LESS THAN FS-KEY-RTV
           END-START.
           IF  RTV-INEXISTANT
               SET  RTV-FIN              TO TRUE
               GO TO 6020-START-F-RTV-ES-FIN
           END-IF.
           IF NOT RTV-OK
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-RTV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RTV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           PERFORM  6025-READNEXT-F-RTV-ES-DEB
              THRU  6025-READNEXT-F-RTV-ES-FIN.
      *
       6020-START-F-RTV-ES-FIN.
           EXIT.
      *-------------------------------------
      *6025 LIT LE RETOUR SUIVANT
      *------------------------------------
       6025-READNEXT-F-RTV-ES-DEB.
      *
           READ F-RTV-ES NEXT RECORD INTO WS-RTV-ENR.
           IF NOT (RTV-OK OR RTV-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-RTV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RTV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6025-READNEXT-F-RTV-ES-FIN.
           EXIT.
      *-------------------------------------
      *6030 LIT LE FOURNISSEUR WS-CODE-CHERCHE (SAUF S IL EST DEJA
      *     EN ZONE) - ABSENT : WS-FOUR-CODE-LU A ZERO
      *------------------------------------
       6030-READ-F-FOUR-E-DEB.
      *
           IF  WS-CODE-CHERCHE = WS-FOUR-CODE-LU
               GO TO 6030-READ-F-FOUR-E-FIN
           END-IF.
           MOVE WS-CODE-CHERCHE          TO FS-KEY-FOUR.
           READ F-FOUR-E INTO WS-FOUR-ENR.
           IF  FOUR-INEXISTANT
               MOVE ZERO                 TO WS-FOUR-CODE-LU
               GO TO 6030-READ-F-FOUR-E-FIN
           END-IF.
           IF NOT FOUR-OK
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FOUR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FOUR-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE WS-CODE-CHERCHE          TO WS-FOUR-CODE-LU.
      *
       6030-READ-F-FOUR-E-FIN.
           EXIT.
      *-------------------------------------
      *6040 AJOUTE LE VIREMENT DE REGLEMENT SUR F-MVTS-S
      *------------------------------------
       6040-WRITE-F-MVTS-S-DEB.
      *
           WRITE FS-BUFF-F-MVTS-S FROM WS-ENRG-F-MVTS.
           IF NOT MVTS-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-MVTS-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MVTS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-WRITE-F-MVTS-S-FIN.
           EXIT.
      *-------------------------------------
      *6050 RELIT LA FACTURE DU DOCUMENT COURANT
      *------------------------------------
       6050-READ-F-FAC-ES-DEB.
      *
           MOVE WS-TDOC-CLE (WS-IND-DOC) (1:11) TO FS-KEY-FAC.
           READ F-FAC-ES INTO WS-FAC-ENR.
           IF NOT FAC-OK
              DISPLAY 'PROBLEME DE RELECTURE DU FICHIER F-FAC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FAC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6050-READ-F-FAC-ES-FIN.
           EXIT.
      *-------------------------------------
      *6055 REECRIT LA FACTURE PAYEE
      *------------------------------------
       6055-REWRITE-F-FAC-ES-DEB.
      *
           REWRITE FS-BUFF-F-FAC-ES FROM WS-FAC-ENR.
           IF NOT FAC-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-FAC-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FAC-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6055-REWRITE-F-FAC-ES-FIN.
           EXIT.
      *-------------------------------------
      *6060 RELIT LE RETOUR DU DOCUMENT COURANT
      *------------------------------------
       6060-READ-F-RTV-ES-DEB.
      *
           MOVE WS-TDOC-CLE (WS-IND-DOC) TO FS-KEY-RTV.
           READ F-RTV-ES INTO WS-RTV-ENR.
           IF NOT RTV-OK
              DISPLAY 'PROBLEME DE RELECTURE DU FICHIER F-RTV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RTV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6060-READ-F-RTV-ES-FIN.
           EXIT.
      *-------------------------------------
      *6065 REECRIT LE RETOUR (NOTE IMPUTEE)
      *------------------------------------
       6065-REWRITE-F-RTV-ES-DEB.
      *
           REWRITE FS-BUFF-F-RTV-ES FROM WS-RTV-ENR.
           IF NOT RTV-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-RTV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RTV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6065-REWRITE-F-RTV-ES-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-FAC-ES
                 F-RTV-ES
                 F-FOUR-E
                 F-MVTS-S
                 F-ETAT-REG-S.
           IF WS-FS-MVTS-S NOT = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-MVTS-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-MVTS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LA DATE DE RUN ET LE COMPTE A DEBITER (SYSIN)
      *     - COMPTE ABSENT : FIN ANORMALE
      *------------------------------------
       7000-INIT-DATE-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE WS-DATEJ-N              TO WS-DATE-RUN.
      *
           MOVE SPACES                  TO WS-SYSIN-REG.
           ACCEPT WS-SYSIN-REG FROM SYSIN.
           IF  WS-SYS-RUN-X NUMERIC
               AND WS-SYS-RUN-N > ZERO
               MOVE WS-SYS-RUN-N        TO WS-DATE-RUN
           END-IF.
           IF  WS-SYS-CPTE = SPACES
               DISPLAY 'COMPTE DE LA SOCIETE ABSENT DE LA SYSIN'
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           MOVE WS-RUN-JJ               TO WS-LREG-DATE-ED (1:2).
           MOVE WS-RUN-MM               TO WS-LREG-DATE-ED (4:2).
           MOVE WS-RUN-AAAA             TO WS-LREG-DATE-ED (7:4).
      *
           MOVE WS-DATE-RUN             TO WS-DATE-CNV-N.
           PERFORM  7050-CALC-QUANTIEME-DEB
              THRU  7050-CALC-QUANTIEME-FIN.
           MOVE WS-JOUR-ORD             TO WS-JOUR-ORD-RUN.
      *
       7000-INIT-DATE-FIN.
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
      *7110 CHERCHE WS-CODE-CHERCHE DANS LA TABLE DES FOURNISSEURS ET
      *     L Y AJOUTE SI LA CREATION EST AUTORISEE - RANG DANS
      *     WS-IND-FOU-TROUVE (ZERO = ABSENT OU TABLE PLEINE)
      *------------------------------------
       7110-CHERCHE-FOURNISSEUR-DEB.
      *
           MOVE ZERO                    TO WS-IND-FOU-TROUVE.
           PERFORM  7115-TESTE-UN-FOURNISSEUR-DEB
              THRU  7115-TESTE-UN-FOURNISSEUR-FIN
             VARYING WS-IND-FOU FROM 1 BY 1
               UNTIL WS-IND-FOU > WS-NB-FOU-TAB
                  OR WS-IND-FOU-TROUVE > ZERO.
           IF  WS-IND-FOU-TROUVE > ZERO
               OR CREATION-INTERDITE
               GO TO 7110-CHERCHE-FOURNISSEUR-FIN
           END-IF.
      *
           IF  WS-NB-FOU-TAB NOT < 999
               DISPLAY 'TABLE DES FOURNISSEURS PLEINE (999) - '
                       'FOURNISSEUR ' WS-CODE-CHERCHE ' REPORTE'
               GO TO 7110-CHERCHE-FOURNISSEUR-FIN
           END-IF.
           ADD  1                       TO WS-NB-FOU-TAB.
           MOVE WS-NB-FOU-TAB           TO WS-IND-FOU-TROUVE.
           MOVE WS-CODE-CHERCHE         TO
                                 WS-TFOU-CODE (WS-IND-FOU-TROUVE).
           MOVE ZERO                    TO
                                 WS-TFOU-MT-FAC (WS-IND-FOU-TROUVE)
                                 WS-TFOU-MT-NOTE (WS-IND-FOU-TROUVE).
           MOVE SPACES                  TO
                                 WS-TFOU-DEJA (WS-IND-FOU-TROUVE)
                                 WS-TFOU-SORT (WS-IND-FOU-TROUVE)
                                 WS-TFOU-MOTIF (WS-IND-FOU-TROUVE).
      *
       7110-CHERCHE-FOURNISSEUR-FIN.
           EXIT.
       7115-TESTE-UN-FOURNISSEUR-DEB.
      *
           IF  WS-TFOU-CODE (WS-IND-FOU) = WS-CODE-CHERCHE
               MOVE WS-IND-FOU          TO WS-IND-FOU-TROUVE
           END-IF.
      *
       7115-TESTE-UN-FOURNISSEUR-FIN.
           EXIT.
      *-------------------------------------
      *7120 CALCULE LE QUANTIEME D ECHEANCE DE LA FACTURE COURANTE :
      *     DATE DE FACTURE + DELAI DE PAIEMENT DU FOURNISSEUR
      *     (FOURNISSEUR INCONNU : DELAI NUL, LE REGLEMENT SERA
      *     REPORTE PAR LE CONTROLE 7150)
      *------------------------------------
       7120-CALC-ECHEANCE-DEB.
      *
           MOVE WS-FAC-FOU-CODE         TO WS-CODE-CHERCHE.
           PERFORM  6030-READ-F-FOUR-E-DEB
              THRU  6030-READ-F-FOUR-E-FIN.
           IF  WS-FOUR-CODE-LU = WS-FAC-FOU-CODE
               AND WS-FOUR-DELAI-PAIE NUMERIC
               MOVE WS-FOUR-DELAI-PAIE  TO WS-DELAI-PAIE
           ELSE
               MOVE ZERO                TO WS-DELAI-PAIE
           END-IF.
      *
           MOVE WS-FAC-DATE-FAC         TO WS-DATE-CNV-N.
           PERFORM  7050-CALC-QUANTIEME-DEB
              THRU  7050-CALC-QUANTIEME-FIN.
           COMPUTE WS-JOUR-ORD-ECH = WS-JOUR-ORD + WS-DELAI-PAIE.
      *
       7120-CALC-ECHEANCE-FIN.
           EXIT.
      *-------------------------------------
      *7130 RANGE LA FACTURE ECHUE DANS LA TABLE DES DOCUMENTS ET LA
      *     CUMULE SUR SON FOURNISSEUR - TABLE PLEINE : FACTURE
      *     REPORTEE AU RUN SUIVANT
      *------------------------------------
       7130-RETIENT-FACTURE-DEB.
      *
           IF  WS-NB-DOC-TAB NOT < 5000
               ADD  1                   TO WS-NB-DOC-REPORT
               GO TO 7130-RETIENT-FACTURE-FIN
           END-IF.
           MOVE WS-FAC-FOU-CODE         TO WS-CODE-CHERCHE.
           SET  CREATION-AUTORISEE      TO TRUE.
           PERFORM  7110-CHERCHE-FOURNISSEUR-DEB
              THRU  7110-CHERCHE-FOURNISSEUR-FIN.
           IF  WS-IND-FOU-TROUVE = ZERO
               ADD  1                   TO WS-NB-DOC-REPORT
               GO TO 7130-RETIENT-FACTURE-FIN
           END-IF.
      *
           ADD  1                       TO WS-NB-DOC-TAB.
           ADD  1                       TO WS-NB-FAC-ECHUES.
           MOVE WS-IND-FOU-TROUVE       TO
                                 WS-TDOC-IND-FOU (WS-NB-DOC-TAB).
           SET  TDOC-FACTURE (WS-NB-DOC-TAB) TO TRUE.
           MOVE WS-FAC-NUM              TO WS-TDOC-CLE (WS-NB-DOC-TAB).
           MOVE WS-FAC-REF-FOU          TO WS-TDOC-REF (WS-NB-DOC-TAB).
           MOVE WS-FAC-DATE-FAC         TO
                                 WS-TDOC-DATE (WS-NB-DOC-TAB).
           MOVE WS-FAC-MT               TO WS-TDOC-MT (WS-NB-DOC-TAB).
           ADD  WS-FAC-MT               TO
                                 WS-TFOU-MT-FAC (WS-IND-FOU-TROUVE).
      *
       7130-RETIENT-FACTURE-FIN.
           EXIT.
      *-------------------------------------
      *7140 RANGE LA NOTE DE DEBIT DANS LA TABLE DES DOCUMENTS ET LA
      *     CUMULE SUR SON FOURNISSEUR (MONTANT = QUANTITE X PRIX DU
      *     LOT, COMME SUR L EXTRAIT ARIO933) - TABLE PLEINE : NOTE
      *     IMPUTEE AU RUN SUIVANT
      *------------------------------------
       7140-RETIENT-NOTE-DEB.
      *
           IF  WS-NB-DOC-TAB NOT < 5000
               ADD  1                   TO WS-NB-DOC-REPORT
               GO TO 7140-RETIENT-NOTE-FIN
           END-IF.
           COMPUTE WS-MT-NOTE = WS-RTV-QTE * WS-RTV-PXU.
      *
           ADD  1                       TO WS-NB-DOC-TAB.
           MOVE WS-IND-FOU-TROUVE       TO
                                 WS-TDOC-IND-FOU (WS-NB-DOC-TAB).
           SET  TDOC-NOTE (WS-NB-DOC-TAB) TO TRUE.
           MOVE WS-RTV-CLE              TO WS-TDOC-CLE (WS-NB-DOC-TAB).
           MOVE SPACES                  TO WS-TDOC-REF (WS-NB-DOC-TAB).
           STRING WS-RTV-ART-CODE '/' WS-RTV-LOT-NUM
                  DELIMITED BY SIZE INTO WS-TDOC-REF (WS-NB-DOC-TAB)
           END-STRING.
           MOVE WS-RTV-DATE             TO
                                 WS-TDOC-DATE (WS-NB-DOC-TAB).
           MOVE WS-MT-NOTE              TO WS-TDOC-MT (WS-NB-DOC-TAB).
           ADD  WS-MT-NOTE              TO
                                 WS-TFOU-MT-NOTE (WS-IND-FOU-TROUVE).
      *
       7140-RETIENT-NOTE-FIN.
           EXIT.
      *-------------------------------------
      *7150 CONTROLE QUE LE FOURNISSEUR COURANT PEUT ETRE REGLE - LE
      *     MOTIF DU REPORT EST PORTE DANS LA TABLE (SPACES = A
      *     REGLER)
      *------------------------------------
       7150-CONTROLE-REGLEMENT-DEB.
      *
           IF  TFOU-DEJA-REGLE (WS-IND-FOU)
               MOVE 'REGLEMENT DEJA EMIS CE JOUR'
                                        TO WS-TFOU-MOTIF (WS-IND-FOU)
               GO TO 7150-CONTROLE-REGLEMENT-FIN
           END-IF.
           IF  WS-FOUR-CODE-LU NOT = WS-CODE-CHERCHE
               MOVE 'FOURNISSEUR INCONNU'
                                        TO WS-TFOU-MOTIF (WS-IND-FOU)
               GO TO 7150-CONTROLE-REGLEMENT-FIN
           END-IF.
           IF  WS-MT-NET NOT > ZERO
               MOVE 'NET NUL OU NEGATIF (NOTES)'
                                        TO WS-TFOU-MOTIF (WS-IND-FOU)
               GO TO 7150-CONTROLE-REGLEMENT-FIN
           END-IF.
      *
           MOVE 'V'                     TO WS-IBA-FONCTION.
           MOVE WS-FOUR-IBAN            TO WS-IBA-IBAN.
           CALL 'ARIO851'          USING WS-IBA-FONCTION
                                         WS-IBA-CPTE
                                         WS-IBA-IBAN
                                         WS-IBA-CR.
           IF  WS-IBA-CR NOT = ZERO
               MOVE 'IBAN ABSENT OU INVALIDE'
                                        TO WS-TFOU-MOTIF (WS-IND-FOU)
           END-IF.
      *
       7150-CONTROLE-REGLEMENT-FIN.
           EXIT.
      *-------------------------------------
      *7200 CONSTITUE LE VIREMENT DE REGLEMENT AU FORMAT TP4MVTS :
      *     DEBIT DU COMPTE DE LA SOCIETE, CONTREPARTIE 'F' + CODE
      *     FOURNISSEUR (HORS MAITRE DES COMPTES = VIREMENT SORTANT
      *     POUR ARIO411), MONTANT NET DANS LA DEVISE DU FOURNISSEUR
      *------------------------------------
       7200-ALIM-MVT-DEB.
      *
           IF  WS-FOUR-DEVISE = SPACES
               MOVE 'EUR'               TO WS-DEVISE-REG
           ELSE
               MOVE WS-FOUR-DEVISE      TO WS-DEVISE-REG
           END-IF.
      *    REFERENCE UNIQUE DU MOUVEMENT (DATE + SOURCE + FOURNISSEUR)
           MOVE SPACES                  TO WS-REF-PAIE.
           MOVE WS-DATE-RUN-X           TO WS-REF-PAIE (1:8).
           MOVE 'F'                     TO WS-REF-PAIE (9:1).
           MOVE WS-CODE-CHERCHE         TO WS-REF-PAIE (10:5).
      *
           MOVE WS-SYS-CPTE             TO WS-MVTS-CPTE.
           MOVE WS-RUN-JJ               TO WS-MVTS-JJ.
           MOVE WS-RUN-MM               TO WS-MVTS-MM.
           MOVE WS-RUN-AAAA (1:2)       TO WS-MVTS-SS.
           MOVE WS-RUN-AAAA (3:2)       TO WS-MVTS-AA.
           SET  VIREMENT                TO TRUE.
           MOVE WS-MT-NET               TO WS-MVTS-MT.
           MOVE WS-DEVISE-REG           TO WS-MVTS-DEVISE.
           MOVE SPACES                  TO WS-MVTS-CTR.
           MOVE 'F'                     TO WS-MVTS-CTR (1:1).
           MOVE WS-CODE-CHERCHE         TO WS-MVTS-CTR (2:5).
           MOVE SPACE                   TO WS-MVTS-NUMCHQ.
           MOVE WS-REF-PAIE             TO WS-MVTS-REF.
      *
       7200-ALIM-MVT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *8000 EDITE L ENTETE DE L AVIS DE REGLEMENT DU FOURNISSEUR
      *------------------------------------
       8000-EDITION-ENTETE-DEB.
      *
           MOVE WS-CODE-CHERCHE          TO WS-LREG-FOU-ED.
           MOVE WS-FOUR-RAISON           TO WS-LREG-RAISON-ED.
           MOVE WS-FOUR-ADRESSE          TO WS-LREG-ADR-ED.
           MOVE WS-FOUR-IBAN             TO WS-LREG-IBAN-ED.
           MOVE WS-REF-PAIE              TO WS-LREG-REF-ED.
           MOVE WS-DEVISE-REG            TO WS-LREG-DEV-ED.
      *
           WRITE FS-BUFF-F-ETAT-REG-S FROM WS-LREG-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-REG-S FROM WS-LREG-BLANC.
           WRITE FS-BUFF-F-ETAT-REG-S FROM WS-LREG-FOUR.
           WRITE FS-BUFF-F-ETAT-REG-S FROM WS-LREG-ADRESSE.
           WRITE FS-BUFF-F-ETAT-REG-S FROM WS-LREG-IBAN.
           WRITE FS-BUFF-F-ETAT-REG-S FROM WS-LREG-REF.
           WRITE FS-BUFF-F-ETAT-REG-S FROM WS-LREG-BLANC.
           WRITE FS-BUFF-F-ETAT-REG-S FROM WS-LREG-INTITULE.
           WRITE FS-BUFF-F-ETAT-REG-S FROM WS-LREG-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8020 EDITE LE DOCUMENT COURANT (NOTE DE DEBIT EN NEGATIF)
      *------------------------------------
       8020-EDITION-DETAIL-DEB.
      *
           MOVE WS-TDOC-REF (WS-IND-DOC) TO WS-LREG-DOC-ED.
           MOVE WS-TDOC-DATE (WS-IND-DOC) (7:2)
                                         TO WS-LREG-DDOC-ED (1:2).
           MOVE WS-TDOC-DATE (WS-IND-DOC) (5:2)
                                         TO WS-LREG-DDOC-ED (4:2).
           MOVE WS-TDOC-DATE (WS-IND-DOC) (1:4)
                                         TO WS-LREG-DDOC-ED (7:4).
           MOVE WS-TDOC-CLE (WS-IND-DOC) TO WS-LREG-NUM-ED.
           IF  TDOC-FACTURE (WS-IND-DOC)
               MOVE 'FACTURE'            TO WS-LREG-TYPE-ED
               MOVE WS-TDOC-MT (WS-IND-DOC) TO WS-LREG-MT-ED
           ELSE
               MOVE 'NOTE DEBIT'         TO WS-LREG-TYPE-ED
               COMPUTE WS-LREG-MT-ED = ZERO - WS-TDOC-MT (WS-IND-DOC)
           END-IF.
      *
           WRITE FS-BUFF-F-ETAT-REG-S FROM WS-LREG-DETAIL.
      *
       8020-EDITION-DETAIL-FIN.
           EXIT.
      *-------------------------------------
      *8030 EDITE LE NET REGLE DE L AVIS
      *------------------------------------
       8030-EDITION-TOTAL-DEB.
      *
           MOVE WS-MT-NET                TO WS-LREG-NET-ED.
           WRITE FS-BUFF-F-ETAT-REG-S FROM WS-LREG-TIRET.
           WRITE FS-BUFF-F-ETAT-REG-S FROM WS-LREG-TOTAL.
      *
       8030-EDITION-TOTAL-FIN.
           EXIT.
      *-------------------------------------
      *8040 EDITE LA LISTE DES FOURNISSEURS NON REGLES ET LE MOTIF
      *     DU REPORT
      *------------------------------------
       8040-EDITION-RECAP-DEB.
      *
           WRITE FS-BUFF-F-ETAT-REG-S FROM WS-LREG-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-REG-S FROM WS-LREG-BLANC.
           WRITE FS-BUFF-F-ETAT-REG-S FROM WS-LREG-RECAP-TITRE.
           WRITE FS-BUFF-F-ETAT-REG-S FROM WS-LREG-BLANC.
           WRITE FS-BUFF-F-ETAT-REG-S FROM WS-LREG-RECAP-INTIT.
           WRITE FS-BUFF-F-ETAT-REG-S FROM WS-LREG-TIRET.
           PERFORM  8045-EDITION-UN-REPORT-DEB
              THRU  8045-EDITION-UN-REPORT-FIN
             VARYING WS-IND-FOU FROM 1 BY 1
               UNTIL WS-IND-FOU > WS-NB-FOU-TAB.
      *
       8040-EDITION-RECAP-FIN.
           EXIT.
       8045-EDITION-UN-REPORT-DEB.
      *
           IF  TFOU-REGLE (WS-IND-FOU)
               GO TO 8045-EDITION-UN-REPORT-FIN
           END-IF.
           MOVE WS-TFOU-CODE (WS-IND-FOU)    TO WS-LREC-FOU-ED.
           MOVE WS-TFOU-MT-FAC (WS-IND-FOU)  TO WS-LREC-FAC-ED.
           MOVE WS-TFOU-MT-NOTE (WS-IND-FOU) TO WS-LREC-NOTE-ED.
           MOVE WS-TFOU-MOTIF (WS-IND-FOU)   TO WS-LREC-MOTIF-ED.
           WRITE FS-BUFF-F-ETAT-REG-S FROM WS-LREG-RECAP.
      *
       8045-EDITION-UN-REPORT-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO954              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* FACTURES LUES              : ' WS-NB-FAC-LUES.
           DISPLAY '* FACTURES ECHUES RETENUES   : ' WS-NB-FAC-ECHUES.
           DISPLAY '* FACTURES PAYEES            : ' WS-NB-FAC-PAYEES.
           DISPLAY '* NOTES DE DEBIT IMPUTEES    : ' WS-NB-NOTES-IMPUT.
           DISPLAY '* VIREMENTS EMIS             : ' WS-NB-VIREMENTS.
           DISPLAY '* FOURNISSEURS REPORTES      : ' WS-NB-FOU-REPORT.
           DISPLAY '* DOCUMENTS REPORTES (TABLE) : ' WS-NB-DOC-REPORT.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO954         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO954        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
