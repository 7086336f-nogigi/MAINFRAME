      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO958                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *CLOTURE MENSUELLE DU STOCK ARTICLE, A LANCER EN FIN DE CHAINE  *
      *DU DERNIER JOUR DU MOIS A CLORE (AVANT TOUTE PURGE ARIO998) :  *
      * - PHOTO DE CLOTURE : POUR CHAQUE ARTICLE DE ART0101 (F-ART-E) *
      *   UNE LIGNE PAR LOT DE LOT0101 (F-LOT-E) AVEC DEPOT, QUANTITE,*
      *   PRIX UNITAIRE ET VALEUR, PLUS UNE LIGNE SANS LOT POUR LA    *
      *   QUANTITE ARTICLE NON PORTEE PAR UN LOT (COUT MOYEN), DANS   *
      *   LE FICHIER DATE DE CLOTURE F-CLS-S (COPY CLOTSTK) ;         *
      * - ETAT DES MOUVEMENTS DE STOCK DU MOIS PAR ARTICLE : SOLDE    *
      *   D OUVERTURE (PHOTO DU MOIS PRECEDENT, F-CLOP-E), ENTREES    *
      *   (RECEPT, RETOUR, FABREC) ET SORTIES (SORTIE, RETFOU,        *
      *   FABCOM) D ARTMVTS (F-AMVT-E), MOUVEMENTS NETS POSTERIEURS A *
      *   LA FIN DU MOIS, SOLDE DE CLOTURE ET ECART INEXPLIQUE        *
      *   (CORRECTIONS ARIC121, INVENTAIRE ARIO994, REBUTS ARIO991) ; *
      * - ENREGISTREMENT DU MOIS CLOS DANS LE FICHIER DE CONTROLE     *
      *   CLP0101 (F-CTL-ES, COPY CLOTPER) : LES TRANSACTIONS         *
      *   REFUSENT ENSUITE TOUT MOUVEMENT DATE DANS CE MOIS.          *
      *UN MOIS DEJA CLOS OU FUTUR EST REFUSE (CODE RETOUR 12). LES    *
      *TRANSFERTS (TRANSF) ET SORTIES DE KIT PARENT (KITSOR) SONT     *
      *SANS EFFET SUR LA QUANTITE ARTICLE ET NE SONT PAS CUMULES.     *
      *UN FICHIER D OUVERTURE ABSENT (PREMIERE CLOTURE) DONNE DES     *
      *SOLDES D OUVERTURE A ZERO.                                     *
      *SYSIN  -> PERIODE AAAAMM (6 CHIFFRES, MOIS COURANT PAR DEFAUT) *
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
       PROGRAM-ID.      ARIO958.
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
      *                      F-ART-E : FICHIER DES ARTICLES EN ENTREE
      *                      -------------------------------------------
           SELECT  F-ART-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-ART
                   FILE STATUS         IS WS-FS-ART-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-LOT-E : FICHIER MAITRE DES LOTS
      *                      -------------------------------------------
           SELECT  F-LOT-E             ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-LOT
                   FILE STATUS         IS WS-FS-LOT-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-AMVT-E : HISTORIQUE DES MOUVEMENTS
      *                      -------------------------------------------
           SELECT  F-AMVT-E            ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-AMVT
                   FILE STATUS         IS WS-FS-AMVT-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CLOP-E : PHOTO DE CLOTURE DU MOIS
      *                      PRECEDENT (SOLDE D OUVERTURE)
      *                      -------------------------------------------
           SELECT  F-CLOP-E            ASSIGN TO CLOTPREC
                   FILE STATUS         IS WS-FS-CLOP-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CTL-ES : CONTROLE DES PERIODES CLOSES
      *                      -------------------------------------------
           SELECT  F-CTL-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-CTL
                   FILE STATUS         IS WS-FS-CTL-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CLS-S : PHOTO DE CLOTURE DU MOIS
      *                      -------------------------------------------
           SELECT  F-CLS-S             ASSIGN TO CLOTURE
                   FILE STATUS         IS WS-FS-CLS-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-CLO-S : ETAT DES MOUVEMENTS DE STOCK
      *                      -------------------------------------------
           SELECT  F-ETAT-CLO-S        ASSIGN TO ETATCLO
                   FILE STATUS         IS WS-FS-ETAT-CLO-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 INP003 CLOTPREC IO001 CLOTURE ETATCLO *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *FICHIER ARTICLE EN ENTREE
       FD  F-ART-E
           RECORD CONTAINS 290 CHARACTERS.
       01  FS-BUFF-F-ART-E.
           05  FS-KEY-ART        PIC X(5).
           05  FILLER            PIC X(285).
      *FICHIER MAITRE DES LOTS EN ENTREE
       FD  F-LOT-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-LOT-E.
           05  FS-KEY-LOT        PIC X(11).
           05  FILLER            PIC X(39).
      *HISTORIQUE DES MOUVEMENTS EN ENTREE
       FD  F-AMVT-E
           RECORD CONTAINS 85 CHARACTERS.
       01  FS-BUFF-F-AMVT-E.
           05  FS-KEY-AMVT       PIC X(19).
           05  FILLER            PIC X(66).
      *PHOTO DE CLOTURE DU MOIS PRECEDENT (ENREGISTREMENT D AVANCE
      *GARDE DANS LE TAMPON, L ARTICLE SERT A LA RUPTURE)
       FD  F-CLOP-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-CLOP-E.
           05  FS-CLOP-PERIODE   PIC 9(6).
           05  FS-CLOP-ART-CODE  PIC X(5).
           05  FILLER            PIC X(49).
      *FICHIER DE CONTROLE DES PERIODES CLOSES
       FD  F-CTL-ES
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-CTL-ES.
           05  FS-KEY-CTL        PIC X(8).
           05  FILLER            PIC X(72).
      *PHOTO DE CLOTURE EN SORTIE
       FD  F-CLS-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-CLS-S       PIC X(60).
      *ETAT DES MOUVEMENTS DE STOCK EN SORTIE
       FD  F-ETAT-CLO-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-CLO-S  PIC X(132).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY ARTICLE.
       COPY ARTLOT.
       COPY ARTMVTS.
       COPY CLOTSTK.
       COPY CLOTPER.
      *FILE STATUS
       01  WS-FS-ART-E       PIC X(2).
           88 ART-OK                              VALUE '00'.
           88 ART-FIN                             VALUE '10'.
       01  WS-FS-LOT-E       PIC X(2).
           88 FLOT-OK                             VALUE '00'.
           88 FLOT-FIN                            VALUE '10'.
           88 FLOT-INEXISTANT                     VALUE '23'.
       01  WS-FS-AMVT-E      PIC X(2).
           88 AMVT-OK                             VALUE '00'.
           88 AMVT-FIN                            VALUE '10'.
       01  WS-FS-CLOP-E      PIC X(2).
           88 CLOP-OK                             VALUE '00'.
           88 CLOP-FIN                            VALUE '10'.
           88 CLOP-ABSENT                         VALUE '35'.
       01  WS-FS-CTL-ES      PIC X(2).
           88 CTL-OK                              VALUE '00'.
           88 CTL-INEXISTANT                      VALUE '23'.
       01  WS-FS-CLS-S       PIC X(2).
           88 CLS-OK                              VALUE '00'.
       01  WS-FS-ETAT-CLO-S  PIC X(2).
           88 ETCLO-OK                            VALUE '00'.
      *DATE ET HEURE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
       01  WS-HEUREJ         PIC 9(8).
       01  WS-PERIODE-JOUR   PIC 9(6) VALUE ZERO.
      *COMMANDE SYSIN : PERIODE AAAAMM
       01  WS-SYSIN-CLO.
           05  WS-PERIODE-X      PIC X(6).
           05  WS-PERIODE-N REDEFINES WS-PERIODE-X
                                 PIC 9(6).
      *PERIODE A CLORE ET SES BORNES AAAAMMJJ
       01  WS-PERIODE        PIC 9(6) VALUE ZERO.
       01  WS-PERIODE-R REDEFINES WS-PERIODE.
           05  WS-PER-AAAA       PIC 9(4).
           05  WS-PER-MM         PIC 99.
       01  WS-DATE-DEB-PER   PIC 9(8) VALUE ZERO.
       01  WS-DATE-FIN-PER   PIC 9(8) VALUE ZERO.
      *MOIS PRECEDANT LA PERIODE (PERIODE ATTENDUE EN OUVERTURE)
       01  WS-PERIODE-PREC   PIC 9(6) VALUE ZERO.
      *NOMBRE DE JOURS DES MOIS (FEVRIER CORRIGE SI BISSEXTILE)
       01  WS-TAB-NBJ-X      PIC X(24)
                   VALUE '312831303130313130313031'.
       01  WS-TAB-NBJ REDEFINES WS-TAB-NBJ-X.
           05  WS-NBJ-MOIS       PIC 99 OCCURS 12.
       01  WS-NBJ-FIN        PIC 99 VALUE ZERO.
       01  WS-QUOTIENT       PIC 9(4) VALUE ZERO.
       01  WS-RESTE-4        PIC 9(4) VALUE ZERO.
       01  WS-RESTE-100      PIC 9(4) VALUE ZERO.
       01  WS-RESTE-400      PIC 9(4) VALUE ZERO.
      *EXISTENCE DE L ENREGISTREMENT DE CONTROLE 'STOCK'
       01  WS-CTL-EXISTE     PIC X VALUE '0'.
           88 CTL-A-CREER                         VALUE '0'.
           88 CTL-A-MODIFIER                      VALUE '1'.
      *ARTICLE EN COURS (HIGH-VALUES EN FIN DE FICHIER ARTICLE POUR
      *EPUISER LES ORPHELINS DE L OUVERTURE ET DES MOUVEMENTS)
       01  WS-ART-COURANT    PIC X(5) VALUE LOW-VALUES.
      *CUMULS DE L ARTICLE COURANT
       01  WS-A-QTE-OUV      PIC 9(7) VALUE ZERO.
       01  WS-A-VAL-OUV      PIC 9(11)V99 VALUE ZERO.
       01  WS-A-ENTREES      PIC 9(7) VALUE ZERO.
       01  WS-A-SORTIES      PIC 9(7) VALUE ZERO.
       01  WS-A-POST         PIC S9(7) VALUE ZERO.
       01  WS-A-QTE-LOTS     PIC 9(7) VALUE ZERO.
       01  WS-A-QTE-CLO      PIC 9(7) VALUE ZERO.
       01  WS-A-VAL-CLO      PIC 9(11)V99 VALUE ZERO.
       01  WS-A-ECART        PIC S9(7) VALUE ZERO.
      *COUT MOYEN DES LOTS EN PROPRE DE L ARTICLE (MEME CALCUL QU
      *ARIO981) POUR LA QUANTITE NON PORTEE PAR UN LOT
       01  WS-CUM-QTE-LOT    PIC 9(7) VALUE ZERO.
       01  WS-CUM-VAL-LOT    PIC 9(9)V99 VALUE ZERO.
       01  WS-COUT-MOYEN     PIC 9(5)V9999 VALUE ZERO.
       01  WS-QTE-HORS-LOT   PIC 9(7) VALUE ZERO.
       01  WS-FS-LOT-ART     PIC X.
           88 LOT-ART-ENCOURS                     VALUE '0'.
           88 LOT-ART-FIN                         VALUE '1'.
      *TOTAUX DE LA CLOTURE
       01  WS-T-VAL-OUV      PIC 9(11)V99 VALUE ZERO.
       01  WS-T-VAL-CLO      PIC 9(11)V99 VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LCLO-TIRET     PIC X(132) VALUE ALL '-'.
       01  WS-LCLO-BLANC     PIC X(132) VALUE SPACES.
       01  WS-LCLO-ENTETE.
           05  FILLER            PIC X(40)
                   VALUE 'ETAT DES MOUVEMENTS DE STOCK - CLOTURE '.
           05  WS-LCLO-PER-ED    PIC 9(6).
           05  FILLER            PIC X(15)
                   VALUE ' - OUVERTURE : '.
           05  WS-LCLO-OUV-PER-ED
                                 PIC X(6).
           05  FILLER            PIC X(47) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LCLO-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LCLO-COLONNES.
           05  FILLER            PIC X(27)
                   VALUE 'ART.  LIBELLE'.
           05  FILLER            PIC X(24)
                   VALUE '  OUVERT  ENTREE  SORTIE'.
           05  FILLER            PIC X(24)
                   VALUE ' POSTER. CLOTURE   ECART'.
           05  FILLER            PIC X(29)
                   VALUE '   VAL. OUVERT.    VAL. CLOT.'.
           05  FILLER            PIC X(28) VALUE SPACES.
       01  WS-LCLO-DETAIL.
           05  WS-LCLO-ART-ED    PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCLO-LIB-ED    PIC X(20).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCLO-QOUV-ED   PIC ZZZZZZZ9.
           05  WS-LCLO-ENT-ED    PIC ZZZZZZZ9.
           05  WS-LCLO-SOR-ED    PIC ZZZZZZZ9.
           05  WS-LCLO-POST-ED   PIC -------9.
           05  WS-LCLO-QCLO-ED   PIC ZZZZZZZ9.
           05  WS-LCLO-ECART-ED  PIC -------9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCLO-VOUV-ED   PIC ZZZZZZZZZZ9,99.
           05  WS-LCLO-VCLO-ED   PIC ZZZZZZZZZZ9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LCLO-SIGNAL    PIC X(10).
           05  FILLER            PIC X(17) VALUE SPACES.
       01  WS-LCLO-TOTAL.
           05  FILLER            PIC X(27)
                   VALUE 'TOTAL DU STOCK'.
           05  FILLER            PIC X(49) VALUE SPACES.
           05  WS-LCLO-TVOUV-ED  PIC ZZZZZZZZZZ9,99.
           05  WS-LCLO-TVCLO-ED  PIC ZZZZZZZZZZ9,99.
           05  FILLER            PIC X(28) VALUE SPACES.
      *COMPTEURS RENDU EXEC
       01  WS-NB-ART-LUS     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ART-EDITES  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ART-ECART   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ART-LOTS-SUP
                             PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-LIGNES-CLO  PIC 9(7) VALUE ZERO.
       01  WS-NB-CLOP-LUS    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CLOP-ORPH   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-MVT-LUS     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-MVT-PERIODE PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-MVT-POST    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-MVT-ORPH    PIC S9(7) COMP VALUE ZERO.
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
      * CONTROLE LA PERIODE, PHOTOGRAPHIE LE STOCK ARTICLE PAR ARTICLE*
      * EN EDITANT L ETAT DES MOUVEMENTS, PUIS ENREGISTRE LE MOIS CLOS*
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-DATE-DEB
              THRU  7000-INIT-DATE-FIN.
      *
           PERFORM  1000-CTL-PERIODE-DEB
              THRU  1000-CTL-PERIODE-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  8000-EDITION-ENTETE-DEB
              THRU  8000-EDITION-ENTETE-FIN.
      *
           PERFORM  6010-READ-F-ART-E-DEB
              THRU  6010-READ-F-ART-E-FIN.
           PERFORM  2000-TRT-ARTICLE-DEB
              THRU  2000-TRT-ARTICLE-FIN
             UNTIL  ART-FIN.
      *
      *    EPUISE LES SOLDES ET MOUVEMENTS D ARTICLES SUPPRIMES
           MOVE HIGH-VALUES             TO WS-ART-COURANT.
           PERFORM  2015-CUMUL-OUVERTURE-DEB
              THRU  2015-CUMUL-OUVERTURE-FIN
             UNTIL  CLOP-FIN OR CLOP-ABSENT.
           PERFORM  2025-CUMUL-MOUVEMENT-DEB
              THRU  2025-CUMUL-MOUVEMENT-FIN
             UNTIL  AMVT-FIN.
      *
           PERFORM  8040-EDITION-TOTAL-DEB
              THRU  8040-EDITION-TOTAL-FIN.
      *
           PERFORM  3000-MAJ-CONTROLE-DEB
              THRU  3000-MAJ-CONTROLE-FIN.
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
      * TRT 1000 REFUSE UNE PERIODE FUTURE OU DEJA CLOSE
      * (LECTURE DE L ENREGISTREMENT 'STOCK' DE CLP0101)
      *----------------------------------------------------
       1000-CTL-PERIODE-DEB.
      *
           IF  WS-PER-MM < 1 OR WS-PER-MM > 12
               DISPLAY 'PERIODE SYSIN INVALIDE : ' WS-PERIODE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           IF  WS-PERIODE > WS-PERIODE-JOUR
               DISPLAY 'PERIODE FUTURE, CLOTURE REFUSEE : '
                       WS-PERIODE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-CTL-ES.
           IF WS-FS-CTL-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CTL-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CTL-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM  6030-READ-F-CTL-ES-DEB
              THRU  6030-READ-F-CTL-ES-FIN.
      *
           IF  CTL-A-MODIFIER
               IF  WS-PERIODE NOT > WS-CLP-PERIODE
                   DISPLAY 'PERIODE DEJA CLOSE, CLOTURE REFUSEE : '
                           WS-PERIODE
                   DISPLAY 'DERNIERE PERIODE CLOSE              : '
                           WS-CLP-PERIODE
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
               IF  WS-CLP-PERIODE NOT = WS-PERIODE-PREC
                   DISPLAY 'ATTENTION : MOIS NON CLOS ENTRE '
                           WS-CLP-PERIODE ' ET ' WS-PERIODE
               END-IF
           END-IF.
      *
       1000-CTL-PERIODE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 TRAITE UN ARTICLE : OUVERTURE, MOUVEMENTS DU
      * MOIS, PHOTO DES LOTS PUIS LIGNE DE L ETAT
      *----------------------------------------------------
       2000-TRT-ARTICLE-DEB.
      *
           ADD  1                       TO WS-NB-ART-LUS.
           MOVE WS-ART-CODE             TO WS-ART-COURANT.
           MOVE ZERO                    TO WS-A-QTE-OUV
                                           WS-A-VAL-OUV
                                           WS-A-ENTREES
                                           WS-A-SORTIES
                                           WS-A-POST
                                           WS-A-QTE-LOTS
                                           WS-A-QTE-CLO
                                           WS-A-VAL-CLO.
      *
           PERFORM  2015-CUMUL-OUVERTURE-DEB
              THRU  2015-CUMUL-OUVERTURE-FIN
             UNTIL  CLOP-FIN OR CLOP-ABSENT
                 OR FS-CLOP-ART-CODE > WS-ART-COURANT.
      *
           PERFORM  2025-CUMUL-MOUVEMENT-DEB
              THRU  2025-CUMUL-MOUVEMENT-FIN
             UNTIL  AMVT-FIN
                 OR WS-AMVT-ART-CODE > WS-ART-COURANT.
      *
           PERFORM  2030-PHOTO-LOTS-DEB
              THRU  2030-PHOTO-LOTS-FIN.
      *
           PERFORM  2040-PHOTO-HORS-LOT-DEB
              THRU  2040-PHOTO-HORS-LOT-FIN.
      *
           COMPUTE WS-A-ECART = WS-A-QTE-CLO
                              - WS-A-QTE-OUV
                              - WS-A-ENTREES
                              + WS-A-SORTIES
                              - WS-A-POST.
           ADD  WS-A-VAL-OUV            TO WS-T-VAL-OUV.
           ADD  WS-A-VAL-CLO            TO WS-T-VAL-CLO.
      *
           IF  WS-A-QTE-OUV NOT = ZERO OR WS-A-ENTREES NOT = ZERO
               OR WS-A-SORTIES NOT = ZERO OR WS-A-POST NOT = ZERO
               OR WS-A-QTE-CLO NOT = ZERO
               PERFORM  8020-EDITION-DETAIL-DEB
                  THRU  8020-EDITION-DETAIL-FIN
           END-IF.
      *
           PERFORM  6010-READ-F-ART-E-DEB
              THRU  6010-READ-F-ART-E-FIN.
      *
       2000-TRT-ARTICLE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2015 CUMULE LE SOLDE D OUVERTURE DE L ARTICLE COURANT
      * (UNE LIGNE D UN ARTICLE DISPARU EST COMPTEE ORPHELINE)
      *----------------------------------------------------
       2015-CUMUL-OUVERTURE-DEB.
      *
           IF  FS-CLOP-ART-CODE = WS-ART-COURANT
               MOVE FS-BUFF-F-CLOP-E    TO WS-CLS-ENR
               ADD  WS-CLS-QTE          TO WS-A-QTE-OUV
               ADD  WS-CLS-VALEUR       TO WS-A-VAL-OUV
           ELSE
               ADD  1                   TO WS-NB-CLOP-ORPH
           END-IF.
      *
           PERFORM  6040-READ-F-CLOP-E-DEB
              THRU  6040-READ-F-CLOP-E-FIN.
      *
       2015-CUMUL-OUVERTURE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2025 CLASSE UN MOUVEMENT DE L ARTICLE COURANT : ENTREE
      * OU SORTIE DU MOIS, OU MOUVEMENT NET POSTERIEUR A LA FIN DU
      * MOIS (DEJA DANS LE STOCK PHOTOGRAPHIE)
      *----------------------------------------------------
       2025-CUMUL-MOUVEMENT-DEB.
      *
           IF  WS-AMVT-ART-CODE NOT = WS-ART-COURANT
               IF  WS-AMVT-DATE NOT < WS-DATE-DEB-PER
                   ADD  1               TO WS-NB-MVT-ORPH
               END-IF
               GO TO 2025-CUMUL-MOUVEMENT-SUITE
           END-IF.
      *
           IF  WS-AMVT-DATE < WS-DATE-DEB-PER
               GO TO 2025-CUMUL-MOUVEMENT-SUITE
           END-IF.
      *
           IF  WS-AMVT-DATE > WS-DATE-FIN-PER
               ADD  1                   TO WS-NB-MVT-POST
               EVALUATE TRUE
                   WHEN AMVT-RECEPTION
                   WHEN AMVT-RETOUR
                   WHEN AMVT-FAB-RECEPT
                      ADD      WS-AMVT-QTE TO WS-A-POST
                   WHEN AMVT-SORTIE
                   WHEN AMVT-RETOUR-FOU
                   WHEN AMVT-FAB-COMPOSANT
                      SUBTRACT WS-AMVT-QTE FROM WS-A-POST
                   WHEN OTHER
                      CONTINUE
               END-EVALUATE
               GO TO 2025-CUMUL-MOUVEMENT-SUITE
           END-IF.
      *
           ADD  1                       TO WS-NB-MVT-PERIODE.
           EVALUATE TRUE
               WHEN AMVT-RECEPTION
               WHEN AMVT-RETOUR
               WHEN AMVT-FAB-RECEPT
                  ADD  WS-AMVT-QTE      TO WS-A-ENTREES
               WHEN AMVT-SORTIE
               WHEN AMVT-RETOUR-FOU
               WHEN AMVT-FAB-COMPOSANT
                  ADD  WS-AMVT-QTE      TO WS-A-SORTIES
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
      *
       2025-CUMUL-MOUVEMENT-SUITE.
           ADD  1                       TO WS-NB-MVT-LUS.
           PERFORM  6020-READ-F-AMVT-E-DEB
              THRU  6020-READ-F-AMVT-E-FIN.
      *
       2025-CUMUL-MOUVEMENT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2030 ECRIT UNE LIGNE DE PHOTO PAR LOT DE L ARTICLE ET
      * CUMULE LE COUT MOYEN DES LOTS EN PROPRE
      *----------------------------------------------------
       2030-PHOTO-LOTS-DEB.
      *
           MOVE ZERO                    TO WS-CUM-QTE-LOT
                                           WS-CUM-VAL-LOT
                                           WS-COUT-MOYEN.
           SET  LOT-ART-ENCOURS         TO TRUE.
      *
           PERFORM  6050-START-F-LOT-E-DEB
              THRU  6050-START-F-LOT-E-FIN.
      *
           IF  FLOT-OK
               PERFORM  6055-READNEXT-F-LOT-E-DEB
                  THRU  6055-READNEXT-F-LOT-E-FIN
               PERFORM  2035-PHOTO-UN-LOT-DEB
                  THRU  2035-PHOTO-UN-LOT-FIN
                 UNTIL  FLOT-FIN OR LOT-ART-FIN
           END-IF.
      *
           IF  WS-CUM-QTE-LOT NOT = ZERO
               COMPUTE WS-COUT-MOYEN ROUNDED =
                       WS-CUM-VAL-LOT / WS-CUM-QTE-LOT
           END-IF.
      *
       2030-PHOTO-LOTS-FIN.
           EXIT.
       2035-PHOTO-UN-LOT-DEB.
      *
           IF  WS-LOT-ART-CODE NOT = WS-ART-COURANT
               SET  LOT-ART-FIN         TO TRUE
               GO TO 2035-PHOTO-UN-LOT-FIN
           END-IF.
      *
           IF  WS-LOT-QTE NOT = ZERO
               MOVE SPACES              TO WS-CLS-ENR
               MOVE WS-PERIODE          TO WS-CLS-PERIODE
               MOVE WS-ART-COURANT      TO WS-CLS-ART-CODE
               MOVE WS-LOT-DEPOT        TO WS-CLS-DEPOT
               MOVE WS-LOT-NUM          TO WS-CLS-LOT
               MOVE WS-LOT-QTE          TO WS-CLS-QTE
               MOVE WS-LOT-PXU          TO WS-CLS-PXU
      *        UN LOT EN CONSIGNATION APPARTIENT ENCORE AU
      *        FOURNISSEUR : REPRIS EN QUANTITE, SANS VALEUR
               IF  LOT-CONSIGNATION
                   SET  CLS-CONSIGNATION TO TRUE
                   MOVE ZERO            TO WS-CLS-VALEUR
               ELSE
                   COMPUTE WS-CLS-VALEUR = WS-LOT-QTE * WS-LOT-PXU
                   ADD  WS-LOT-QTE      TO WS-CUM-QTE-LOT
                   ADD  WS-CLS-VALEUR   TO WS-CUM-VAL-LOT
               END-IF
               ADD  WS-LOT-QTE          TO WS-A-QTE-LOTS
               PERFORM  8010-ECRITURE-PHOTO-DEB
                  THRU  8010-ECRITURE-PHOTO-FIN
           END-IF.
      *
           PERFORM  6055-READNEXT-F-LOT-E-DEB
              THRU  6055-READNEXT-F-LOT-E-FIN.
      *
       2035-PHOTO-UN-LOT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2040 ECRIT LA LIGNE SANS LOT POUR LA QUANTITE ARTICLE
      * NON PORTEE PAR UN LOT, AU COUT MOYEN DES LOTS EN PROPRE
      *----------------------------------------------------
       2040-PHOTO-HORS-LOT-DEB.
      *
           IF  WS-A-QTE-LOTS > WS-ART-QTE
               ADD  1                   TO WS-NB-ART-LOTS-SUP
               GO TO 2040-PHOTO-HORS-LOT-FIN
           END-IF.
      *
           COMPUTE WS-QTE-HORS-LOT = WS-ART-QTE - WS-A-QTE-LOTS.
           IF  WS-QTE-HORS-LOT = ZERO
               GO TO 2040-PHOTO-HORS-LOT-FIN
           END-IF.
      *
           MOVE SPACES                  TO WS-CLS-ENR.
           MOVE WS-PERIODE              TO WS-CLS-PERIODE.
           MOVE WS-ART-COURANT          TO WS-CLS-ART-CODE.
           MOVE WS-QTE-HORS-LOT         TO WS-CLS-QTE.
           COMPUTE WS-CLS-PXU ROUNDED = WS-COUT-MOYEN.
           COMPUTE WS-CLS-VALEUR ROUNDED =
                   WS-QTE-HORS-LOT * WS-COUT-MOYEN.
           PERFORM  8010-ECRITURE-PHOTO-DEB
              THRU  8010-ECRITURE-PHOTO-FIN.
      *
       2040-PHOTO-HORS-LOT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 ENREGISTRE LE MOIS CLOS DANS CLP0101
      *----------------------------------------------------
       3000-MAJ-CONTROLE-DEB.
      *
           MOVE SPACES                  TO WS-CLP-ENR.
           SET  CLP-CLE-STOCK           TO TRUE.
           MOVE WS-PERIODE              TO WS-CLP-PERIODE.
           MOVE WS-DATE-FIN-PER         TO WS-CLP-DATE-FIN.
           MOVE WS-DATEJ-N              TO WS-CLP-DATE-CLOT.
           MOVE WS-HEUREJ (1:6)         TO WS-CLP-HEURE-CLOT.
           MOVE WS-NB-LIGNES-CLO        TO WS-CLP-NB-LIGNES.
           MOVE WS-T-VAL-CLO            TO WS-CLP-VALEUR.
      *
           IF  CTL-A-MODIFIER
               REWRITE FS-BUFF-F-CTL-ES FROM WS-CLP-ENR
           ELSE
               WRITE   FS-BUFF-F-CTL-ES FROM WS-CLP-ENR
           END-IF.
           IF NOT CTL-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-CTL-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CTL-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       3000-MAJ-CONTROLE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *6000 OUVRE LES FICHIERS (LE CONTROLE EST OUVERT EN 1000) ET LIT
      *     LES PREMIERS SOLDE D OUVERTURE ET MOUVEMENT
      *------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN INPUT F-ART-E.
           IF WS-FS-ART-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
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
      *    PREMIERE CLOTURE : PAS DE PHOTO PRECEDENTE (FS 35)
           OPEN INPUT F-CLOP-E.
           EVALUATE TRUE
               WHEN CLOP-OK
                  MOVE WS-PERIODE-PREC  TO WS-LCLO-OUV-PER-ED
               WHEN CLOP-ABSENT
                  DISPLAY 'PAS DE CLOTURE PRECEDENTE : '
                          'SOLDES D OUVERTURE A ZERO'
                  MOVE 'AUCUNE'         TO WS-LCLO-OUV-PER-ED
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CLOP-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-CLOP-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           OPEN OUTPUT F-CLS-S.
           IF WS-FS-CLS-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CLS-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-CLO-S.
           IF WS-FS-ETAT-CLO-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-CLO-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-CLO-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           IF  CLOP-OK
               PERFORM  6040-READ-F-CLOP-E-DEB
                  THRU  6040-READ-F-CLOP-E-FIN
      *        LA PHOTO D OUVERTURE DOIT ETRE CELLE DU MOIS PRECEDENT
               IF  CLOP-OK
                   IF  FS-CLOP-PERIODE NOT < WS-PERIODE
                       DISPLAY 'PHOTO D OUVERTURE DU MOIS '
                               FS-CLOP-PERIODE
                               ' POSTERIEURE AU MOIS A CLORE'
                       PERFORM 9999-ERREUR-PROGRAMME-DEB
                          THRU 9999-ERREUR-PROGRAMME-FIN
                   END-IF
                   MOVE FS-CLOP-PERIODE TO WS-LCLO-OUV-PER-ED
                   IF  FS-CLOP-PERIODE NOT = WS-PERIODE-PREC
                       DISPLAY 'ATTENTION : PHOTO D OUVERTURE DU MOIS '
                               FS-CLOP-PERIODE
                   END-IF
               END-IF
           END-IF.
      *
           PERFORM  6020-READ-F-AMVT-E-DEB
              THRU  6020-READ-F-AMVT-E-FIN.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT L ARTICLE SUIVANT SUR F-ART-E
      *------------------------------------
       6010-READ-F-ART-E-DEB.
      *
           READ F-ART-E INTO WS-ART-ENR.
           IF NOT (ART-OK OR ART-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-ART-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 LIT LE MOUVEMENT SUIVANT SUR F-AMVT-E
      *------------------------------------
       6020-READ-F-AMVT-E-DEB.
      *
           READ F-AMVT-E INTO WS-AMVT-ENR.
           IF NOT (AMVT-OK OR AMVT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-AMVT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-AMVT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-F-AMVT-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 LIT L ENREGISTREMENT 'STOCK' DE CLP0101 - ABSENT = AUCUN
      *     MOIS ENCORE CLOS, IL SERA CREE EN FIN DE TRAITEMENT
      *------------------------------------
       6030-READ-F-CTL-ES-DEB.
      *
           MOVE SPACES                   TO WS-CLP-ENR.
           SET  CLP-CLE-STOCK            TO TRUE.
           MOVE WS-CLP-CLE               TO FS-KEY-CTL.
           READ F-CTL-ES INTO WS-CLP-ENR
             KEY IS FS-KEY-CTL
           END-READ.
           EVALUATE TRUE
               WHEN CTL-OK
                  SET  CTL-A-MODIFIER    TO TRUE
               WHEN CTL-INEXISTANT
                  SET  CTL-A-CREER       TO TRUE
               WHEN OTHER
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CTL-ES'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-CTL-ES
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
       6030-READ-F-CTL-ES-FIN.
           EXIT.
      *-------------------------------------
      *6040 LIT LA LIGNE SUIVANTE DE LA PHOTO D OUVERTURE (GARDEE
      *     DANS LE TAMPON POUR LA RUPTURE SUR ARTICLE)
      *------------------------------------
       6040-READ-F-CLOP-E-DEB.
      *
           READ F-CLOP-E.
           IF CLOP-OK
              ADD  1                     TO WS-NB-CLOP-LUS
           ELSE
              IF NOT CLOP-FIN
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLOP-E'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-CLOP-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6040-READ-F-CLOP-E-FIN.
           EXIT.
      *-------------------------------------
      *6050 POSITIONNE F-LOT-E SUR LE PREMIER LOT DE L ARTICLE
      *------------------------------------
       6050-START-F-LOT-E-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-LOT.
           MOVE WS-ART-COURANT           TO FS-KEY-LOT (1:5).
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
       6050-START-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6055 LIT LE LOT SUIVANT SUR F-LOT-E
      *------------------------------------
       6055-READNEXT-F-LOT-E-DEB.
      *
           READ F-LOT-E NEXT RECORD INTO WS-LOT-ENR.
           IF NOT (FLOT-OK OR FLOT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6055-READNEXT-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-ART-E.
           CLOSE F-LOT-E.
           CLOSE F-AMVT-E.
           IF  NOT CLOP-ABSENT
               CLOSE F-CLOP-E
           END-IF.
           CLOSE F-CTL-ES.
           CLOSE F-CLS-S.
           CLOSE F-ETAT-CLO-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LA DATE, LA PERIODE A CLORE ET SES BORNES
      *------------------------------------
       7000-INIT-DATE-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           ACCEPT WS-HEUREJ FROM TIME.
           MOVE WS-DATEJ-JJ   TO WS-LCLO-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LCLO-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LCLO-DATE-ED (7:4).
           COMPUTE WS-PERIODE-JOUR = (WS-DATEJ-AAAA * 100)
                                   + WS-DATEJ-MM.
      *
           MOVE SPACES                  TO WS-SYSIN-CLO.
           ACCEPT WS-SYSIN-CLO FROM SYSIN.
           IF  WS-PERIODE-X NUMERIC
               AND WS-PERIODE-N > ZERO
               MOVE WS-PERIODE-N        TO WS-PERIODE
           ELSE
               MOVE WS-PERIODE-JOUR     TO WS-PERIODE
           END-IF.
           MOVE WS-PERIODE              TO WS-LCLO-PER-ED.
      *
           PERFORM  7010-BORNES-PERIODE-DEB
              THRU  7010-BORNES-PERIODE-FIN.
      *
       7000-INIT-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7010 CALCULE LE PREMIER ET LE DERNIER JOUR DE LA PERIODE ET LE
      *     MOIS PRECEDENT (ANNEE BISSEXTILE : DIVISIBLE PAR 4 ET NON
      *     PAR 100, OU DIVISIBLE PAR 400)
      *------------------------------------
       7010-BORNES-PERIODE-DEB.
      *
           IF  WS-PER-MM < 1 OR WS-PER-MM > 12
               GO TO 7010-BORNES-PERIODE-FIN
           END-IF.
      *
           MOVE WS-NBJ-MOIS (WS-PER-MM) TO WS-NBJ-FIN.
           IF  WS-PER-MM = 2
               DIVIDE WS-PER-AAAA BY 4   GIVING WS-QUOTIENT
                                      REMAINDER WS-RESTE-4
               DIVIDE WS-PER-AAAA BY 100 GIVING WS-QUOTIENT
                                      REMAINDER WS-RESTE-100
               DIVIDE WS-PER-AAAA BY 400 GIVING WS-QUOTIENT
                                      REMAINDER WS-RESTE-400
               IF  (WS-RESTE-4 = ZERO AND WS-RESTE-100 NOT = ZERO)
                   OR WS-RESTE-400 = ZERO
                   MOVE 29               TO WS-NBJ-FIN
               END-IF
           END-IF.
      *
           COMPUTE WS-DATE-DEB-PER = (WS-PERIODE * 100) + 1.
           COMPUTE WS-DATE-FIN-PER = (WS-PERIODE * 100) + WS-NBJ-FIN.
      *
           IF  WS-PER-MM = 1
               COMPUTE WS-PERIODE-PREC = ((WS-PER-AAAA - 1) * 100)
                                       + 12
           ELSE
               COMPUTE WS-PERIODE-PREC = WS-PERIODE - 1
           END-IF.
      *
       7010-BORNES-PERIODE-FIN.
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
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-TIRET.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-COLONNES.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8010 ECRIT UNE LIGNE DE LA PHOTO DE CLOTURE
      *------------------------------------
       8010-ECRITURE-PHOTO-DEB.
      *
           WRITE FS-BUFF-F-CLS-S FROM WS-CLS-ENR.
           IF WS-FS-CLS-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-CLS-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLS-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           ADD  1                       TO WS-NB-LIGNES-CLO.
           ADD  WS-CLS-QTE              TO WS-A-QTE-CLO.
           ADD  WS-CLS-VALEUR           TO WS-A-VAL-CLO.
      *
       8010-ECRITURE-PHOTO-FIN.
           EXIT.
      *-------------------------------------
      *8020 EDITE LA LIGNE DE L ARTICLE COURANT (ECART SIGNALE)
      *------------------------------------
       8020-EDITION-DETAIL-DEB.
      *
           MOVE WS-ART-COURANT          TO WS-LCLO-ART-ED.
           MOVE WS-ART-LIBEL            TO WS-LCLO-LIB-ED.
           MOVE WS-A-QTE-OUV            TO WS-LCLO-QOUV-ED.
           MOVE WS-A-ENTREES            TO WS-LCLO-ENT-ED.
           MOVE WS-A-SORTIES            TO WS-LCLO-SOR-ED.
           MOVE WS-A-POST               TO WS-LCLO-POST-ED.
           MOVE WS-A-QTE-CLO            TO WS-LCLO-QCLO-ED.
           MOVE WS-A-ECART              TO WS-LCLO-ECART-ED.
           MOVE WS-A-VAL-OUV            TO WS-LCLO-VOUV-ED.
           MOVE WS-A-VAL-CLO            TO WS-LCLO-VCLO-ED.
           IF  WS-A-ECART NOT = ZERO
               MOVE '<== ECART'         TO WS-LCLO-SIGNAL
               ADD  1                   TO WS-NB-ART-ECART
           ELSE
               MOVE SPACES              TO WS-LCLO-SIGNAL
           END-IF.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-DETAIL.
           ADD  1                       TO WS-NB-ART-EDITES.
      *
       8020-EDITION-DETAIL-FIN.
           EXIT.
      *-------------------------------------
      *8040 EDITE LE TOTAL VALORISE DE L ETAT
      *------------------------------------
       8040-EDITION-TOTAL-DEB.
      *
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-TIRET.
           MOVE WS-T-VAL-OUV            TO WS-LCLO-TVOUV-ED.
           MOVE WS-T-VAL-CLO            TO WS-LCLO-TVCLO-ED.
           WRITE FS-BUFF-F-ETAT-CLO-S FROM WS-LCLO-TOTAL.
      *
       8040-EDITION-TOTAL-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO958              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* PERIODE CLOSE              : ' WS-PERIODE.
           DISPLAY '* DERNIER JOUR VERROUILLE    : ' WS-DATE-FIN-PER.
           DISPLAY '* ARTICLES LUS               : ' WS-NB-ART-LUS.
           DISPLAY '* ARTICLES EDITES            : ' WS-NB-ART-EDITES.
           DISPLAY '* ARTICLES EN ECART          : ' WS-NB-ART-ECART.
           DISPLAY '* ARTICLES LOTS > STOCK      : '
                   WS-NB-ART-LOTS-SUP.
           DISPLAY '* LIGNES DE PHOTO ECRITES    : ' WS-NB-LIGNES-CLO.
           DISPLAY '* LIGNES D OUVERTURE LUES    : ' WS-NB-CLOP-LUS.
           DISPLAY '* DONT ARTICLES DISPARUS     : ' WS-NB-CLOP-ORPH.
           DISPLAY '* MOUVEMENTS LUS             : ' WS-NB-MVT-LUS.
           DISPLAY '* MOUVEMENTS DU MOIS         : ' WS-NB-MVT-PERIODE.
           DISPLAY '* MOUVEMENTS POSTERIEURS     : ' WS-NB-MVT-POST.
           DISPLAY '* MOUVEMENTS SANS ARTICLE    : ' WS-NB-MVT-ORPH.
           DISPLAY '* VALEUR D OUVERTURE         : ' WS-T-VAL-OUV.
           DISPLAY '* VALEUR DE CLOTURE          : ' WS-T-VAL-CLO.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO958         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO958        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
