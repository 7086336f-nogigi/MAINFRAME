      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO946                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *ETAT MENSUEL DES ECARTS SUR PRIX D ACHAT PAR FOURNISSEUR ET    *
      *PAR ARTICLE. PARCOURT LES FACTURES FOURNISSEUR (FAC0101, COPY  *
      *FACTFOU) ENREGISTREES DANS LE MOIS DEMANDE ET CUMULE PAR       *
      *COUPLE FOURNISSEUR / ARTICLE :                                 *
      *- LA QUANTITE RECUE FACTUREE (QUANTITE FACTUREE PLAFONNEE A LA *
      *  QUANTITE RECUE SUR LA COMMANDE REFERENCEE, CDE0101 ;         *
      *  COMMANDE INCONNUE = RIEN DE RECU) ;                          *
      *- LE PRIX FACTURE MOYEN (WS-FAC-PXU PONDERE PAR LA QUANTITE).  *
      *POUR CHAQUE COUPLE SONT EDITES LE PRIX CATALOGUE CONVENU       *
      *(WS-CAF-PXA DE CAF0101), LE PRIX FACTURE MOYEN ET LE PRIX DE   *
      *LOT (WS-LOT-PXU DE LOT0101 : MOYENNE DES LOTS RECUS DANS LE    *
      *MOIS, TRACES DANS ARTMVTS PAR ARIC122 ; A DEFAUT PRIX DU       *
      *DERNIER LOT RECEPTIONNE, MEME REGLE QU ARIO926), LES ECARTS    *
      *UNITAIRES FACTURE / CATALOGUE ET LOT / CATALOGUE ET LEUR       *
      *VALEUR SUR LA QUANTITE RECUE. UN ARTICLE DONT L UN DES ECARTS  *
      *DEPASSE LE SEUIL EN POURCENTAGE DU PRIX CATALOGUE EST SIGNALE ;*
      *SANS PRIX CATALOGUE L ARTICLE EST SIGNALE HORS CATALOGUE.      *
      *SOUS-TOTAUX PAR FOURNISSEUR ET TOTAL GENERAL DES ECARTS.       *
      *SYSIN  -> PERIODE AAAAMM (6 CHIFFRES, MOIS COURANT PAR DEFAUT) *
      *          PUIS SEUIL D ECART EN % 99V99 (4 CHIFFRES, 0500 =    *
      *          5,00 % PAR DEFAUT)                                   *
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
       PROGRAM-ID.      ARIO946.
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
      *                      F-FAC-E : FICHIER DES FACTURES FOURNISSEUR
      *                      -------------------------------------------
           SELECT  F-FAC-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-FAC
                   FILE STATUS         IS WS-FS-FAC-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CDE-E : FICHIER DES COMMANDES
      *                      -------------------------------------------
           SELECT  F-CDE-E             ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-CDE
                   FILE STATUS         IS WS-FS-CDE-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CAF-E : CATALOGUE ARTICLE / FOURNISSEUR
      *                      -------------------------------------------
           SELECT  F-CAF-E             ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-CAF
                   FILE STATUS         IS WS-FS-CAF-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-LOT-E : FICHIER MAITRE DES LOTS (PRIX
      *                      DES LOTS RECUS)
      *                      -------------------------------------------
           SELECT  F-LOT-E             ASSIGN TO INP004
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-LOT
                   FILE STATUS         IS WS-FS-LOT-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-AMVT-E : HISTORIQUE DES MOUVEMENTS DE
      *                      QUANTITE (RECEPTIONS TRACEES PAR ARIC122)
      *                      -------------------------------------------
           SELECT  F-AMVT-E            ASSIGN TO INP005
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-AMVT
                   FILE STATUS         IS WS-FS-AMVT-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-FOUR-E : FICHIER MAITRE DES FOURNISSEURS
      *                      -------------------------------------------
           SELECT  F-FOUR-E            ASSIGN TO INP006
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-FOUR
                   FILE STATUS         IS WS-FS-FOUR-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ART-E : FICHIER DES ARTICLES
      *                      -------------------------------------------
           SELECT  F-ART-E             ASSIGN TO INP007
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-ART
                   FILE STATUS         IS WS-FS-ART-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-PPV-S : SYSOUT DE L ETAT DES ECARTS
      *                      SUR PRIX D ACHAT
      *                      -------------------------------------------
           SELECT  F-ETAT-PPV-S        ASSIGN TO ETATPPV
                   FILE STATUS         IS WS-FS-ETAT-PPV-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 INP003 INP004 INP005 INP006 INP007    *
      *           ETATPPV                                             *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *FICHIER DES FACTURES FOURNISSEUR EN ENTREE
       FD  F-FAC-E
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-FAC-E.
           05  FS-KEY-FAC        PIC X(11).
           05  FILLER            PIC X(89).
      *FICHIER DES COMMANDES EN ENTREE
       FD  F-CDE-E
           RECORD CONTAINS 124 CHARACTERS.
       01  FS-BUFF-F-CDE-E.
           05  FS-KEY-CDE        PIC X(11).
           05  FILLER            PIC X(113).
      *CATALOGUE ARTICLE / FOURNISSEUR EN ENTREE
       FD  F-CAF-E
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-CAF-E.
           05  FS-KEY-CAF        PIC X(10).
           05  FILLER            PIC X(30).
      *FICHIER MAITRE DES LOTS EN ENTREE
       FD  F-LOT-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-LOT-E.
           05  FS-KEY-LOT        PIC X(11).
           05  FILLER            PIC X(39).
      *HISTORIQUE DES MOUVEMENTS DE QUANTITE
       FD  F-AMVT-E
           RECORD CONTAINS 85 CHARACTERS.
       01  FS-BUFF-F-AMVT-E.
           05  FS-KEY-AMVT       PIC X(19).
           05  FILLER            PIC X(66).
      *FICHIER MAITRE DES FOURNISSEURS
       FD  F-FOUR-E
           RECORD CONTAINS 140 CHARACTERS.
       01  FS-BUFF-F-FOUR-E.
           05  FS-KEY-FOUR       PIC X(5).
           05  FILLER            PIC X(135).
      *FICHIER ARTICLE EN ENTREE
       FD  F-ART-E
           RECORD CONTAINS 290 CHARACTERS.
       01  FS-BUFF-F-ART-E.
           05  FS-KEY-ART        PIC X(5).
           05  FILLER            PIC X(285).
      *ETAT DES ECARTS SUR PRIX D ACHAT EN SORTIE
       FD  F-ETAT-PPV-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-PPV-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY FACTFOU.
       COPY COMMANDE.
       COPY CATAFOU.
       COPY ARTLOT.
       COPY ARTMVTS.
       COPY FOURNISS.
       COPY ARTICLE.
      *FILE STATUS
       01  WS-FS-FAC-E       PIC X(2).
           88 FAC-OK                              VALUE '00'.
           88 FAC-FIN                             VALUE '10'.
       01  WS-FS-CDE-E       PIC X(2).
           88 CDE-OK                              VALUE '00'.
           88 CDE-INEXISTANT                      VALUE '23'.
       01  WS-FS-CAF-E       PIC X(2).
           88 CAF-OK                              VALUE '00'.
           88 CAF-INEXISTANT                      VALUE '23'.
       01  WS-FS-LOT-E       PIC X(2).
           88 FLOT-OK                             VALUE '00'.
           88 FLOT-FIN                            VALUE '10'.
           88 FLOT-INEXISTANT                     VALUE '23'.
       01  WS-FS-AMVT-E      PIC X(2).
           88 AMVT-OK                             VALUE '00'.
           88 AMVT-FIN                            VALUE '10'.
           88 AMVT-INEXISTANT                     VALUE '23'.
       01  WS-FS-FOUR-E      PIC X(2).
           88 FOUR-OK                             VALUE '00'.
           88 FOUR-INEXISTANT                     VALUE '23'.
       01  WS-FS-ART-E       PIC X(2).
           88 ART-OK                              VALUE '00'.
           88 ART-INEXISTANT                      VALUE '23'.
       01  WS-FS-ETAT-PPV-S  PIC X(2).
           88 ETPPV-OK                            VALUE '00'.
      *CARTE SYSIN : PERIODE AAAAMM ET SEUIL D ECART EN % (99V99)
       01  WS-SYSIN-CARTE.
           05  WS-PER-X          PIC X(6).
           05  WS-PER-N REDEFINES WS-PER-X
                                 PIC 9(6).
           05  WS-SEUIL-X        PIC X(4).
           05  WS-SEUIL-N REDEFINES WS-SEUIL-X
                                 PIC 99V99.
           05  FILLER            PIC X(70).
       01  WS-PERIODE        PIC 9(6) VALUE ZERO.
       01  WS-SEUIL-PCT      PIC 99V99 VALUE 5.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
      *TABLE DE CUMUL PAR FOURNISSEUR / ARTICLE, TENUE DANS L ORDRE
      *DES CLES (EDITION TRIEE PAR FOURNISSEUR PUIS ARTICLE)
       01  WS-TAB-PPV.
           05  WS-TPV-ENTREE         OCCURS 999.
               10  WS-TPV-CLE.
                   15  WS-TPV-FOU    PIC 9(5).
                   15  WS-TPV-ART    PIC X(5).
               10  WS-TPV-QTE-FAC    PIC 9(9).
               10  WS-TPV-MT-FAC     PIC 9(11)V99.
               10  WS-TPV-QTE-REC    PIC 9(9).
       01  WS-NB-TPV         PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-TPV        PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-TRV        PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-DEC        PIC S9(4) COMP VALUE ZERO.
       01  WS-CLE-CHERCHEE.
           05  WS-CLE-CH-FOU     PIC 9(5).
           05  WS-CLE-CH-ART     PIC X(5).
       01  WS-SW-LOCALISE    PIC X.
           88 LOCALISE-ENCOURS                    VALUE '0'.
           88 LOCALISE-FIN                        VALUE '1'.
       01  WS-SW-TABLE-PLEINE PIC X VALUE '0'.
           88 TABLE-PLEINE                        VALUE '1'.
      *QUANTITE RECUE FACTUREE DE LA FACTURE COURANTE
       01  WS-QTE-REC-FAC    PIC 9(6) VALUE ZERO.
      *PRIX ET ECARTS DU COUPLE EDITE
       01  WS-PX-CAT         PIC 9(5)V99 VALUE ZERO.
       01  WS-PX-FAC         PIC 9(5)V99 VALUE ZERO.
       01  WS-PX-LOT         PIC 9(5)V99 VALUE ZERO.
       01  WS-ECART-FAC-U    PIC S9(5)V99 VALUE ZERO.
       01  WS-ECART-LOT-U    PIC S9(5)V99 VALUE ZERO.
       01  WS-ECART-FAC-V    PIC S9(11)V99 VALUE ZERO.
       01  WS-ECART-LOT-V    PIC S9(11)V99 VALUE ZERO.
       01  WS-ECART-ABS      PIC 9(5)V99 VALUE ZERO.
       01  WS-ECART-PCT      PIC 9(7)V99 VALUE ZERO.
       01  WS-SW-CATALOGUE   PIC X.
           88 CATALOGUE-PRESENT                   VALUE '1'.
           88 CATALOGUE-ABSENT                    VALUE '0'.
       01  WS-SW-SIGNAL      PIC X.
           88 ECART-SIGNALE                       VALUE '1'.
           88 ECART-NORMAL                        VALUE '0'.
      *PRIX DES LOTS RECUS DANS LE MOIS (MOYENNE PONDEREE)
       01  WS-QTE-LOTS-MOIS  PIC 9(9) VALUE ZERO.
       01  WS-VAL-LOTS-MOIS  PIC 9(11)V99 VALUE ZERO.
       01  WS-DERNIERE-DATEXP PIC 9(8) VALUE ZERO.
       01  WS-DERNIER-PXU    PIC 9(5)V99 VALUE ZERO.
       01  WS-SW-AMVT-ART    PIC X.
           88 AMVT-ART-ENCOURS                    VALUE '0'.
           88 AMVT-ART-FIN                        VALUE '1'.
       01  WS-SW-LOT-ART     PIC X.
           88 LOT-ART-ENCOURS                     VALUE '0'.
           88 LOT-ART-FIN                         VALUE '1'.
      *RUPTURE ET CUMULS PAR FOURNISSEUR
       01  WS-FOU-PREC       PIC 9(5) VALUE ZERO.
       01  WS-SW-FOU         PIC X.
           88 FOU-OUVERT                          VALUE '1'.
           88 FOU-FERME                           VALUE '0'.
       01  WS-TOT-FOU-FAC    PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-FOU-LOT    PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-GEN-FAC    PIC S9(13)V99 VALUE ZERO.
       01  WS-TOT-GEN-LOT    PIC S9(13)V99 VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LPPV-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LPPV-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LPPV-ENTETE.
           05  FILLER            PIC X(36)
               VALUE 'ECARTS SUR PRIX D ACHAT - PERIODE : '.
           05  WS-LPPV-PER-ED    PIC 9(6).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE 'SEUIL : '.
           05  WS-LPPV-SEUIL-ED  PIC Z9,99.
           05  FILLER            PIC X(2)  VALUE ' %'.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LPPV-DATE-ED   PIC 99/99/9999.
       01  WS-LPPV-INTITULE1.
           05  FILLER            PIC X(6)  VALUE 'ART.  '.
           05  FILLER            PIC X(21) VALUE 'DESIGNATION'.
           05  FILLER            PIC X(11) VALUE '  QTE RECUE'.
           05  FILLER            PIC X(10) VALUE '  PX CATAL'.
           05  FILLER            PIC X(10) VALUE '   PX FACT'.
           05  FILLER            PIC X(10) VALUE '    PX LOT'.
           05  FILLER            PIC X(12) VALUE SPACES.
       01  WS-LPPV-INTITULE2.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  FILLER            PIC X(40)
               VALUE 'ECART FACT/CATAL : UNIT.        VALEUR  '.
           05  FILLER            PIC X(34)
               VALUE 'LOT/CATAL : UNIT.        VALEUR   '.
       01  WS-LPPV-FOUR.
           05  FILLER            PIC X(14) VALUE 'FOURNISSEUR : '.
           05  WS-LPPV-FOU-ED    PIC 9(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LPPV-RAIS-ED   PIC X(20).
           05  FILLER            PIC X(40) VALUE SPACES.
       01  WS-LPPV-DETAIL1.
           05  WS-LPPV-ART-ED    PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LPPV-LIB-ED    PIC X(20).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LPPV-QTE-ED    PIC ZZZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LPPV-PXC-ED    PIC ZZZZ9,99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LPPV-PXF-ED    PIC ZZZZ9,99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LPPV-PXL-ED    PIC ZZZZ9,99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LPPV-SIGNAL-ED PIC X(12).
       01  WS-LPPV-DETAIL2.
           05  FILLER            PIC X(25) VALUE SPACES.
           05  WS-LPPV-EFU-ED    PIC -ZZZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LPPV-EFV-ED    PIC -ZZZZZZZZ9,99.
           05  FILLER            PIC X(9)  VALUE SPACES.
           05  WS-LPPV-ELU-ED    PIC -ZZZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LPPV-ELV-ED    PIC -ZZZZZZZZ9,99.
       01  WS-LPPV-TOTAL.
           05  WS-LPPV-TOT-LIB   PIC X(25).
           05  FILLER            PIC X(10) VALUE SPACES.
           05  WS-LPPV-TFV-ED    PIC -ZZZZZZZZZZZ9,99.
           05  FILLER            PIC X(7)  VALUE SPACES.
           05  WS-LPPV-TLV-ED    PIC -ZZZZZZZZZZZ9,99.
           05  FILLER            PIC X(6)  VALUE SPACES.
      *COMPTEUR RENDU EXEC
       01  WS-NB-FAC-LUES    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-FAC-PERIODE PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-FAC-SANS-CDE PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-FAC-NON-CUM PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-SIGNALES    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-HORS-CATAL  PIC S9(6) COMP VALUE ZERO.
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
      * CUMULE LES FACTURES DU MOIS PAR FOURNISSEUR / ARTICLE PUIS    *
      * EDITE L ETAT DES ECARTS                                       *
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-PERIODE-DEB
              THRU  7000-INIT-PERIODE-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  6010-READ-F-FAC-E-DEB
              THRU  6010-READ-F-FAC-E-FIN.
           PERFORM  1000-TRT-UNE-FACTURE-DEB
              THRU  1000-TRT-UNE-FACTURE-FIN
             UNTIL  FAC-FIN.
      *
           PERFORM  8000-EDITION-ENTETE-DEB
              THRU  8000-EDITION-ENTETE-FIN.
           SET  FOU-FERME                TO TRUE.
           PERFORM  2000-EDITE-UN-COUPLE-DEB
              THRU  2000-EDITE-UN-COUPLE-FIN
             VARYING WS-IND-TPV FROM 1 BY 1
             UNTIL  WS-IND-TPV > WS-NB-TPV.
           IF  FOU-OUVERT
               PERFORM  8200-EDITION-TOTAL-FOU-DEB
                  THRU  8200-EDITION-TOTAL-FOU-FIN
           END-IF.
           PERFORM  8300-EDITION-TOTAL-GEN-DEB
              THRU  8300-EDITION-TOTAL-GEN-FIN.
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
      * TRT 1000 CUMULE LA FACTURE COURANTE SI ELLE EST ENREGISTREE
      * DANS LE MOIS DEMANDE PUIS LIT LA SUIVANTE
      *----------------------------------------------------
       1000-TRT-UNE-FACTURE-DEB.
      *
           ADD  1                        TO WS-NB-FAC-LUES.
           IF  WS-FAC-NUM-DATE (1:6) NOT = WS-PER-X
               GO TO 1000-TRT-UNE-FACTURE-SUITE
           END-IF.
           ADD  1                        TO WS-NB-FAC-PERIODE.
      *
      *    QUANTITE RECUE FACTUREE : PLAFONNEE A LA QUANTITE RECUE
      *    SUR LA COMMANDE REFERENCEE
           PERFORM  6020-READ-F-CDE-E-DEB
              THRU  6020-READ-F-CDE-E-FIN.
           IF  CDE-INEXISTANT
               ADD  1                    TO WS-NB-FAC-SANS-CDE
               MOVE ZERO                 TO WS-QTE-REC-FAC
           ELSE
               IF  WS-FAC-QTE > WS-CDE-QTE-RECUE
                   MOVE WS-CDE-QTE-RECUE TO WS-QTE-REC-FAC
               ELSE
                   MOVE WS-FAC-QTE       TO WS-QTE-REC-FAC
               END-IF
           END-IF.
      *
           MOVE WS-FAC-FOU-CODE          TO WS-CLE-CH-FOU.
           MOVE WS-FAC-ART-CODE          TO WS-CLE-CH-ART.
           PERFORM  7100-LOCALISE-COUPLE-DEB
              THRU  7100-LOCALISE-COUPLE-FIN.
           IF  WS-IND-TRV = ZERO
               ADD  1                    TO WS-NB-FAC-NON-CUM
               GO TO 1000-TRT-UNE-FACTURE-SUITE
           END-IF.
           ADD  WS-FAC-QTE               TO WS-TPV-QTE-FAC(WS-IND-TRV).
           COMPUTE WS-TPV-MT-FAC(WS-IND-TRV) =
                   WS-TPV-MT-FAC(WS-IND-TRV)
                 + (WS-FAC-QTE * WS-FAC-PXU).
           ADD  WS-QTE-REC-FAC           TO WS-TPV-QTE-REC(WS-IND-TRV).
      *
       1000-TRT-UNE-FACTURE-SUITE.
           PERFORM  6010-READ-F-FAC-E-DEB
              THRU  6010-READ-F-FAC-E-FIN.
      *
       1000-TRT-UNE-FACTURE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 EDITE LE COUPLE FOURNISSEUR / ARTICLE COURANT
      * (RUPTURE SUR FOURNISSEUR)
      *----------------------------------------------------
       2000-EDITE-UN-COUPLE-DEB.
      *
           IF  FOU-OUVERT
               AND WS-TPV-FOU(WS-IND-TPV) NOT = WS-FOU-PREC
               PERFORM  8200-EDITION-TOTAL-FOU-DEB
                  THRU  8200-EDITION-TOTAL-FOU-FIN
           END-IF.
           IF  FOU-FERME
               MOVE WS-TPV-FOU(WS-IND-TPV) TO WS-FOU-PREC
               MOVE ZERO                 TO WS-TOT-FOU-FAC
                                            WS-TOT-FOU-LOT
               SET  FOU-OUVERT           TO TRUE
               PERFORM  6050-READ-F-FOUR-E-DEB
                  THRU  6050-READ-F-FOUR-E-FIN
               PERFORM  8100-EDITION-FOURNISSEUR-DEB
                  THRU  8100-EDITION-FOURNISSEUR-FIN
           END-IF.
      *
           PERFORM  7200-PRIX-DU-COUPLE-DEB
              THRU  7200-PRIX-DU-COUPLE-FIN.
           PERFORM  7300-ECARTS-DU-COUPLE-DEB
              THRU  7300-ECARTS-DU-COUPLE-FIN.
           PERFORM  8110-EDITION-COUPLE-DEB
              THRU  8110-EDITION-COUPLE-FIN.
      *
       2000-EDITE-UN-COUPLE-FIN.
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
           OPEN INPUT F-FAC-E.
           IF WS-FS-FAC-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-FAC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FAC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-CDE-E.
           IF WS-FS-CDE-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CDE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CDE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-CAF-E.
           IF WS-FS-CAF-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CAF-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CAF-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-LOT-E.
           IF WS-FS-LOT-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-AMVT-E.
           IF WS-FS-AMVT-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-AMVT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-AMVT-E
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
           OPEN INPUT F-ART-E.
           IF WS-FS-ART-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-PPV-S.
           IF WS-FS-ETAT-PPV-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-PPV-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-PPV-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT LA FACTURE SUIVANTE SUR F-FAC-E
      *------------------------------------
       6010-READ-F-FAC-E-DEB.
      *
           READ F-FAC-E INTO WS-FAC-ENR.
           IF NOT (FAC-OK OR FAC-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FAC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FAC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-FAC-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 LIT LA COMMANDE REFERENCEE PAR LA FACTURE
      *------------------------------------
       6020-READ-F-CDE-E-DEB.
      *
           MOVE WS-FAC-CDE-NUM           TO FS-KEY-CDE.
           READ F-CDE-E INTO WS-CDE-ENR.
           IF NOT (CDE-OK OR CDE-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CDE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CDE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-F-CDE-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 LIT LE PRIX CATALOGUE DU COUPLE EDITE - ABSENT : ARTICLE
      *     HORS CATALOGUE CHEZ CE FOURNISSEUR
      *------------------------------------
       6030-READ-F-CAF-E-DEB.
      *
           MOVE WS-TPV-CLE(WS-IND-TPV)   TO FS-KEY-CAF.
           READ F-CAF-E INTO WS-CAF-ENR.
           IF CAF-OK
              SET  CATALOGUE-PRESENT     TO TRUE
           ELSE
              IF CAF-INEXISTANT
                 SET  CATALOGUE-ABSENT   TO TRUE
                 MOVE ZERO               TO WS-CAF-PXA
              ELSE
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CAF-E'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-CAF-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6030-READ-F-CAF-E-FIN.
           EXIT.
      *-------------------------------------
      *6040 LIT LE LOT DU MOUVEMENT DE RECEPTION COURANT
      *------------------------------------
       6040-READ-F-LOT-E-DEB.
      *
           MOVE WS-AMVT-ART-CODE         TO FS-KEY-LOT (1:5).
           MOVE WS-AMVT-LOT              TO FS-KEY-LOT (6:6).
           READ F-LOT-E INTO WS-LOT-ENR.
           IF NOT (FLOT-OK OR FLOT-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-READ-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6045 POSITIONNE F-LOT-E SUR LE PREMIER LOT DE L ARTICLE
      *------------------------------------
       6045-START-F-LOT-E-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-LOT.
           MOVE WS-TPV-ART(WS-IND-TPV)   TO FS-KEY-LOT (1:5).
           START F-LOT-E
             KEY IS NOT LESS THAN FS-KEY-LOT
           END-START.
           IF NOT (FLOT-OK OR FLOT-INEXISTANT OR FLOT-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6045-START-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6046 LIT LE LOT SUIVANT SUR F-LOT-E
      *------------------------------------
       6046-READNEXT-F-LOT-E-DEB.
      *
           READ F-LOT-E NEXT RECORD INTO WS-LOT-ENR.
           IF NOT (FLOT-OK OR FLOT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6046-READNEXT-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6048 POSITIONNE F-AMVT-E SUR LE PREMIER MOUVEMENT DU MOIS DE
      *     L ARTICLE EDITE
      *------------------------------------
       6048-START-F-AMVT-E-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-AMVT.
           MOVE WS-TPV-ART(WS-IND-TPV)   TO FS-KEY-AMVT (1:5).
           MOVE WS-PER-X                 TO FS-KEY-AMVT (6:6).
           START F-AMVT-E
             KEY IS NOT LESS THAN FS-KEY-AMVT
           END-START.
           IF NOT (AMVT-OK OR AMVT-INEXISTANT OR AMVT-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-AMVT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-AMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6048-START-F-AMVT-E-FIN.
           EXIT.
      *-------------------------------------
      *6049 LIT LE MOUVEMENT SUIVANT SUR F-AMVT-E
      *------------------------------------
       6049-READNEXT-F-AMVT-E-DEB.
      *
           READ F-AMVT-E NEXT RECORD INTO WS-AMVT-ENR.
           IF NOT (AMVT-OK OR AMVT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-AMVT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-AMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6049-READNEXT-F-AMVT-E-FIN.
           EXIT.
      *-------------------------------------
      *6050 LIT LE FOURNISSEUR EDITE - ABSENT : RAISON INCONNUE
      *------------------------------------
       6050-READ-F-FOUR-E-DEB.
      *
           MOVE WS-FOU-PREC              TO FS-KEY-FOUR.
           READ F-FOUR-E INTO WS-FOUR-ENR.
           IF FOUR-INEXISTANT
              MOVE SPACES                TO WS-FOUR-ENR
              MOVE '** FOUR. INCONNU **' TO WS-FOUR-RAISON
           ELSE
              IF NOT FOUR-OK
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FOUR-E'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-FOUR-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6050-READ-F-FOUR-E-FIN.
           EXIT.
      *-------------------------------------
      *6060 LIT L ARTICLE EDITE - ABSENT : LIBELLE INCONNU
      *------------------------------------
       6060-READ-F-ART-E-DEB.
      *
           MOVE WS-TPV-ART(WS-IND-TPV)   TO FS-KEY-ART.
           READ F-ART-E INTO WS-ART-ENR.
           IF ART-INEXISTANT
              MOVE '** ART. INCONNU **'  TO WS-ART-LIBEL
           ELSE
              IF NOT ART-OK
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-E'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6060-READ-F-ART-E-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-FAC-E.
           CLOSE F-CDE-E.
           CLOSE F-CAF-E.
           CLOSE F-LOT-E.
           CLOSE F-AMVT-E.
           CLOSE F-FOUR-E.
           CLOSE F-ART-E.
           CLOSE F-ETAT-PPV-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 LIT LA CARTE SYSIN : PERIODE AAAAMM (ABSENTE OU NON
      *     NUMERIQUE = MOIS COURANT) ET SEUIL EN % (ABSENT OU NON
      *     NUMERIQUE = 5,00 %)
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
               MOVE WS-PERIODE          TO WS-PER-N
           END-IF.
           IF  WS-SEUIL-X NUMERIC
               MOVE WS-SEUIL-N          TO WS-SEUIL-PCT
           END-IF.
           MOVE WS-PERIODE              TO WS-LPPV-PER-ED.
           MOVE WS-SEUIL-PCT            TO WS-LPPV-SEUIL-ED.
           MOVE WS-DATEJ-JJ   TO WS-LPPV-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LPPV-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LPPV-DATE-ED (7:4).
      *
       7000-INIT-PERIODE-FIN.
           EXIT.
      *-------------------------------------
      *7100 LOCALISE (OU INSERE A SA PLACE) L ENTREE DE TABLE DU
      *     COUPLE FOURNISSEUR / ARTICLE CHERCHE - TABLE PLEINE :
      *     WS-IND-TRV A ZERO, LA FACTURE N EST PAS CUMULEE
      *------------------------------------
       7100-LOCALISE-COUPLE-DEB.
      *
           MOVE ZERO                    TO WS-IND-TRV.
           SET  LOCALISE-ENCOURS        TO TRUE.
           PERFORM  7110-COMPARE-ENTREE-DEB
              THRU  7110-COMPARE-ENTREE-FIN
             VARYING WS-IND-TPV FROM 1 BY 1
             UNTIL  WS-IND-TPV > WS-NB-TPV
                 OR LOCALISE-FIN.
           IF  LOCALISE-FIN
               SUBTRACT 1               FROM WS-IND-TPV
               IF  WS-TPV-CLE(WS-IND-TPV) = WS-CLE-CHERCHEE
                   MOVE WS-IND-TPV      TO WS-IND-TRV
                   GO TO 7100-LOCALISE-COUPLE-FIN
               END-IF
           END-IF.
      *
      *    COUPLE ABSENT : INSERTION AU RANG WS-IND-TPV
           IF  WS-NB-TPV NOT < 999
               IF  NOT TABLE-PLEINE
                   DISPLAY 'TABLE FOURNISSEUR / ARTICLE PLEINE (999)'
                   SET  TABLE-PLEINE    TO TRUE
               END-IF
               GO TO 7100-LOCALISE-COUPLE-FIN
           END-IF.
           PERFORM  7120-DECALE-ENTREE-DEB
              THRU  7120-DECALE-ENTREE-FIN
             VARYING WS-IND-DEC FROM WS-NB-TPV BY -1
             UNTIL  WS-IND-DEC < WS-IND-TPV.
           ADD  1                       TO WS-NB-TPV.
           MOVE WS-IND-TPV              TO WS-IND-TRV.
           MOVE WS-CLE-CHERCHEE         TO WS-TPV-CLE(WS-IND-TRV).
           MOVE ZERO                    TO WS-TPV-QTE-FAC(WS-IND-TRV)
                                           WS-TPV-MT-FAC(WS-IND-TRV)
                                           WS-TPV-QTE-REC(WS-IND-TRV).
      *
       7100-LOCALISE-COUPLE-FIN.
           EXIT.
       7110-COMPARE-ENTREE-DEB.
      *
           IF  WS-TPV-CLE(WS-IND-TPV) NOT < WS-CLE-CHERCHEE
               SET  LOCALISE-FIN        TO TRUE
           END-IF.
      *
       7110-COMPARE-ENTREE-FIN.
           EXIT.
       7120-DECALE-ENTREE-DEB.
      *
           MOVE WS-TPV-ENTREE(WS-IND-DEC)
                                     TO WS-TPV-ENTREE(WS-IND-DEC + 1).
      *
       7120-DECALE-ENTREE-FIN.
           EXIT.
      *-------------------------------------
      *7200 PRIX DU COUPLE EDITE : CATALOGUE, FACTURE MOYEN, LOT
      *     (MOYENNE DES LOTS RECUS DANS LE MOIS, A DEFAUT DERNIER
      *     LOT RECEPTIONNE)
      *------------------------------------
       7200-PRIX-DU-COUPLE-DEB.
      *
           PERFORM  6030-READ-F-CAF-E-DEB
              THRU  6030-READ-F-CAF-E-FIN.
           MOVE WS-CAF-PXA              TO WS-PX-CAT.
      *
           IF  WS-TPV-QTE-FAC(WS-IND-TPV) = ZERO
               MOVE ZERO                TO WS-PX-FAC
           ELSE
               COMPUTE WS-PX-FAC ROUNDED =
                       WS-TPV-MT-FAC(WS-IND-TPV)
                     / WS-TPV-QTE-FAC(WS-IND-TPV)
           END-IF.
      *
           MOVE ZERO                    TO WS-QTE-LOTS-MOIS
                                           WS-VAL-LOTS-MOIS.
           SET  AMVT-ART-ENCOURS        TO TRUE.
           PERFORM  6048-START-F-AMVT-E-DEB
              THRU  6048-START-F-AMVT-E-FIN.
           IF  AMVT-OK
               PERFORM  6049-READNEXT-F-AMVT-E-DEB
                  THRU  6049-READNEXT-F-AMVT-E-FIN
               PERFORM  7210-CUMUL-UN-MVT-DEB
                  THRU  7210-CUMUL-UN-MVT-FIN
                 UNTIL  AMVT-FIN OR AMVT-ART-FIN
           END-IF.
           IF  WS-QTE-LOTS-MOIS NOT = ZERO
               COMPUTE WS-PX-LOT ROUNDED =
                       WS-VAL-LOTS-MOIS / WS-QTE-LOTS-MOIS
           ELSE
               PERFORM  7220-DERNIER-PRIX-LOT-DEB
                  THRU  7220-DERNIER-PRIX-LOT-FIN
               MOVE WS-DERNIER-PXU      TO WS-PX-LOT
           END-IF.
      *
       7200-PRIX-DU-COUPLE-FIN.
           EXIT.
      *-------------------------------------
      *7210 CUMULE LE PRIX DU LOT D UN MOUVEMENT DE RECEPTION DU MOIS
      *     (LOT ENCORE PRESENT DANS LOT0101)
      *------------------------------------
       7210-CUMUL-UN-MVT-DEB.
      *
           IF  WS-AMVT-ART-CODE NOT = WS-TPV-ART(WS-IND-TPV)
               OR WS-AMVT-DATE (1:6) NOT = WS-PER-X
               SET  AMVT-ART-FIN        TO TRUE
           ELSE
               IF  AMVT-RECEPTION
                   AND WS-AMVT-LOT NOT = SPACES
                   PERFORM  6040-READ-F-LOT-E-DEB
                      THRU  6040-READ-F-LOT-E-FIN
                   IF  FLOT-OK
                       ADD  WS-AMVT-QTE TO WS-QTE-LOTS-MOIS
                       COMPUTE WS-VAL-LOTS-MOIS =
                               WS-VAL-LOTS-MOIS
                             + (WS-AMVT-QTE * WS-LOT-PXU)
                   END-IF
               END-IF
               PERFORM  6049-READNEXT-F-AMVT-E-DEB
                  THRU  6049-READNEXT-F-AMVT-E-FIN
           END-IF.
      *
       7210-CUMUL-UN-MVT-FIN.
           EXIT.
      *-------------------------------------
      *7220 RECHERCHE LE DERNIER PRIX DE LOT RECEPTIONNE DE L ARTICLE
      *     (DATE DE PEREMPTION LA PLUS ELOIGNEE, COMME ARIO926) -
      *     SANS LOT LE PRIX DE LOT EST NUL
      *------------------------------------
       7220-DERNIER-PRIX-LOT-DEB.
      *
           MOVE ZERO                     TO WS-DERNIER-PXU.
           MOVE ZERO                     TO WS-DERNIERE-DATEXP.
           SET  LOT-ART-ENCOURS          TO TRUE.
      *
           PERFORM  6045-START-F-LOT-E-DEB
              THRU  6045-START-F-LOT-E-FIN.
      *
           IF  FLOT-OK
               PERFORM  6046-READNEXT-F-LOT-E-DEB
                  THRU  6046-READNEXT-F-LOT-E-FIN
               PERFORM  7225-TESTE-UN-LOT-DEB
                  THRU  7225-TESTE-UN-LOT-FIN
                 UNTIL  FLOT-FIN OR LOT-ART-FIN
           END-IF.
      *
       7220-DERNIER-PRIX-LOT-FIN.
           EXIT.
       7225-TESTE-UN-LOT-DEB.
      *
           IF  WS-LOT-ART-CODE NOT = WS-TPV-ART(WS-IND-TPV)
               SET  LOT-ART-FIN          TO TRUE
           ELSE
               IF  WS-LOT-DATEXP NOT < WS-DERNIERE-DATEXP
                   MOVE WS-LOT-DATEXP    TO WS-DERNIERE-DATEXP
                   MOVE WS-LOT-PXU       TO WS-DERNIER-PXU
               END-IF
               PERFORM  6046-READNEXT-F-LOT-E-DEB
                  THRU  6046-READNEXT-F-LOT-E-FIN
           END-IF.
      *
       7225-TESTE-UN-LOT-FIN.
           EXIT.
      *-------------------------------------
      *7300 ECARTS DU COUPLE EDITE PAR RAPPORT AU PRIX CATALOGUE :
      *     UNITAIRES, EN VALEUR SUR LA QUANTITE RECUE, ET SIGNALEMENT
      *     DES ECARTS AU-DELA DU SEUIL (EN % DU PRIX CATALOGUE)
      *------------------------------------
       7300-ECARTS-DU-COUPLE-DEB.
      *
           SET  ECART-NORMAL            TO TRUE.
           COMPUTE WS-ECART-FAC-U = WS-PX-FAC - WS-PX-CAT.
           COMPUTE WS-ECART-LOT-U = WS-PX-LOT - WS-PX-CAT.
           COMPUTE WS-ECART-FAC-V =
                   WS-ECART-FAC-U * WS-TPV-QTE-REC(WS-IND-TPV).
           COMPUTE WS-ECART-LOT-V =
                   WS-ECART-LOT-U * WS-TPV-QTE-REC(WS-IND-TPV).
           ADD  WS-ECART-FAC-V          TO WS-TOT-FOU-FAC
                                           WS-TOT-GEN-FAC.
           ADD  WS-ECART-LOT-V          TO WS-TOT-FOU-LOT
                                           WS-TOT-GEN-LOT.
      *
           IF  CATALOGUE-ABSENT OR WS-PX-CAT = ZERO
               ADD  1                   TO WS-NB-HORS-CATAL
               GO TO 7300-ECARTS-DU-COUPLE-FIN
           END-IF.
      *
           MOVE WS-ECART-FAC-U          TO WS-ECART-ABS.
           PERFORM  7310-TESTE-SEUIL-DEB
              THRU  7310-TESTE-SEUIL-FIN.
      *    UN LOT SANS PRIX CONNU N EST PAS UN ECART DE PRIX
           IF  WS-PX-LOT NOT = ZERO
               MOVE WS-ECART-LOT-U      TO WS-ECART-ABS
               PERFORM  7310-TESTE-SEUIL-DEB
                  THRU  7310-TESTE-SEUIL-FIN
           END-IF.
           IF  ECART-SIGNALE
               ADD  1                   TO WS-NB-SIGNALES
           END-IF.
      *
       7300-ECARTS-DU-COUPLE-FIN.
           EXIT.
      *-------------------------------------
      *7310 COMPARE L ECART ABSOLU WS-ECART-ABS, EN % DU PRIX
      *     CATALOGUE, AU SEUIL DEMANDE
      *------------------------------------
       7310-TESTE-SEUIL-DEB.
      *
           COMPUTE WS-ECART-PCT ROUNDED =
                   WS-ECART-ABS * 100 / WS-PX-CAT.
           IF  WS-ECART-PCT > WS-SEUIL-PCT
               SET  ECART-SIGNALE       TO TRUE
           END-IF.
      *
       7310-TESTE-SEUIL-FIN.
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
           WRITE FS-BUFF-F-ETAT-PPV-S FROM WS-LPPV-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-PPV-S FROM WS-LPPV-BLANC.
           WRITE FS-BUFF-F-ETAT-PPV-S FROM WS-LPPV-INTITULE1.
           WRITE FS-BUFF-F-ETAT-PPV-S FROM WS-LPPV-INTITULE2.
           WRITE FS-BUFF-F-ETAT-PPV-S FROM WS-LPPV-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8100 EDITE L ENTETE DU FOURNISSEUR
      *------------------------------------
       8100-EDITION-FOURNISSEUR-DEB.
      *
           MOVE WS-FOU-PREC             TO WS-LPPV-FOU-ED.
           MOVE WS-FOUR-RAISON          TO WS-LPPV-RAIS-ED.
           WRITE FS-BUFF-F-ETAT-PPV-S FROM WS-LPPV-BLANC.
           WRITE FS-BUFF-F-ETAT-PPV-S FROM WS-LPPV-FOUR.
      *
       8100-EDITION-FOURNISSEUR-FIN.
           EXIT.
      *-------------------------------------
      *8110 EDITE LES DEUX LIGNES DU COUPLE : PRIX PUIS ECARTS
      *------------------------------------
       8110-EDITION-COUPLE-DEB.
      *
           PERFORM  6060-READ-F-ART-E-DEB
              THRU  6060-READ-F-ART-E-FIN.
           MOVE WS-TPV-ART(WS-IND-TPV)  TO WS-LPPV-ART-ED.
           MOVE WS-ART-LIBEL            TO WS-LPPV-LIB-ED.
           MOVE WS-TPV-QTE-REC(WS-IND-TPV) TO WS-LPPV-QTE-ED.
           MOVE WS-PX-CAT               TO WS-LPPV-PXC-ED.
           MOVE WS-PX-FAC               TO WS-LPPV-PXF-ED.
           MOVE WS-PX-LOT               TO WS-LPPV-PXL-ED.
           EVALUATE TRUE
               WHEN CATALOGUE-ABSENT OR WS-PX-CAT = ZERO
                   MOVE 'HORS CATAL.'   TO WS-LPPV-SIGNAL-ED
               WHEN ECART-SIGNALE
                   MOVE '*** SEUIL ***' TO WS-LPPV-SIGNAL-ED
               WHEN OTHER
                   MOVE SPACES          TO WS-LPPV-SIGNAL-ED
           END-EVALUATE.
           WRITE FS-BUFF-F-ETAT-PPV-S FROM WS-LPPV-DETAIL1.
      *
           MOVE WS-ECART-FAC-U          TO WS-LPPV-EFU-ED.
           MOVE WS-ECART-FAC-V          TO WS-LPPV-EFV-ED.
           MOVE WS-ECART-LOT-U          TO WS-LPPV-ELU-ED.
           MOVE WS-ECART-LOT-V          TO WS-LPPV-ELV-ED.
           WRITE FS-BUFF-F-ETAT-PPV-S FROM WS-LPPV-DETAIL2.
      *
       8110-EDITION-COUPLE-FIN.
           EXIT.
      *-------------------------------------
      *8200 EDITE LE TOTAL DES ECARTS DU FOURNISSEUR
      *------------------------------------
       8200-EDITION-TOTAL-FOU-DEB.
      *
           MOVE 'TOTAL FOURNISSEUR'     TO WS-LPPV-TOT-LIB.
           MOVE WS-TOT-FOU-FAC          TO WS-LPPV-TFV-ED.
           MOVE WS-TOT-FOU-LOT          TO WS-LPPV-TLV-ED.
           WRITE FS-BUFF-F-ETAT-PPV-S FROM WS-LPPV-TIRET.
           WRITE FS-BUFF-F-ETAT-PPV-S FROM WS-LPPV-TOTAL.
           SET  FOU-FERME               TO TRUE.
      *
       8200-EDITION-TOTAL-FOU-FIN.
           EXIT.
      *-------------------------------------
      *8300 EDITE LE TOTAL GENERAL DES ECARTS
      *------------------------------------
       8300-EDITION-TOTAL-GEN-DEB.
      *
           MOVE 'TOTAL GENERAL'         TO WS-LPPV-TOT-LIB.
           MOVE WS-TOT-GEN-FAC          TO WS-LPPV-TFV-ED.
           MOVE WS-TOT-GEN-LOT          TO WS-LPPV-TLV-ED.
           WRITE FS-BUFF-F-ETAT-PPV-S FROM WS-LPPV-BLANC.
           WRITE FS-BUFF-F-ETAT-PPV-S FROM WS-LPPV-TIRET.
           WRITE FS-BUFF-F-ETAT-PPV-S FROM WS-LPPV-TOTAL.
      *
       8300-EDITION-TOTAL-GEN-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO946              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* PERIODE TRAITEE           : ' WS-PERIODE.
           DISPLAY '* FACTURES LUES             : ' WS-NB-FAC-LUES.
           DISPLAY '* FACTURES DE LA PERIODE    : ' WS-NB-FAC-PERIODE.
           DISPLAY '* FACTURES SANS COMMANDE    : ' WS-NB-FAC-SANS-CDE.
           DISPLAY '* FACTURES NON CUMULEES     : ' WS-NB-FAC-NON-CUM.
           DISPLAY '* COUPLES FOURN. / ARTICLE  : ' WS-NB-TPV.
           DISPLAY '* COUPLES AU-DELA DU SEUIL  : ' WS-NB-SIGNALES.
           DISPLAY '* COUPLES HORS CATALOGUE    : ' WS-NB-HORS-CATAL.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO946         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO946        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
