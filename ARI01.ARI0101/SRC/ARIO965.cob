      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO965                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *RAPPROCHEMENT NOCTURNE DES TROIS IMAGES DU STOCK D UN ARTICLE :*
      * - LA QUANTITE COMPTABLE WS-ART-QTE DE ART0101 (F-ART-E),      *
      * - LA SOMME DES QUANTITES DE SES LOTS DANS LOT0101 (F-LOT-E),  *
      * - LE SOLDE WS-AMVT-SOLDE DE SON DERNIER MOUVEMENT ARTMVTS     *
      *   (F-AMVT-E, SORTIES DE KIT PARENT KITSOR EXCLUES).           *
      *LE RAPPROCHEMENT EST AUSSI FAIT PAR DEPOT ENTRE LES LOTS ET LES *
      *MOUVEMENTS : SOLDE PAR DEPOT DE LA DERNIERE PHOTO DE CLOTURE   *
      *(F-CLOP-E, COPY CLOTSTK, ARIO958) PLUS LES MOUVEMENTS DATES    *
      *APRES LE MOIS CLOS (ENTREES RECEPT RETOUR FABREC, SORTIES      *
      *SORTIE RETFOU FABCOM, JAMBE DE DEPART PUIS D ARRIVEE D UN      *
      *TRANSF). UN MOUVEMENT SANS DEPOT PORTANT UN LOT EST IMPUTE AU  *
      *DEPOT DE RESIDENCE DU LOT ; A DEFAUT IL RESTE SANS DEPOT.      *
      *SANS PHOTO DE CLOTURE, TOUT L HISTORIQUE ARTMVTS EST CUMULE.   *
      *CHAQUE DESACCORD EST EDITE (F-ETAT-RAP-S) AVEC, COMME PISTE, LA*
      *DERNIERE ECRITURE DU JOURNAL ARTJRNL (F-JRNL-E) DE L ARTICLE.  *
      *EN OPTION, QUAND LES LOTS ET LE DERNIER MOUVEMENT S ACCORDENT  *
      *CONTRE ART0101, UNE CORRECTION EST PROPOSEE DANS LE FICHIER    *
      *F-PROP-S (COPY ECARTINV, ORIGINE 'R') : APRES VISA DU          *
      *SUPERVISEUR, IL EST APPLIQUE PAR L ETAPE APPLIQ D ARIO994      *
      *(REGLES ET JOURNALISATION 'I' DE LA CORRECTION ARIC121, REFUS  *
      *EN MOIS DE STOCK CLOS).                                        *
      *LES LIGNES D OUVERTURE ET MOUVEMENTS D ARTICLES ABSENTS DE     *
      *ART0101 SONT COMPTES AU COMPTE RENDU.                          *
      *SYSIN  -> OPTION PROPOSITION ('O' = FICHIER DES CORRECTIONS    *
      *          PROPOSEES, DEFAUT 'N')                               *
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
       PROGRAM-ID.      ARIO965.
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
      *                      F-CLOP-E : PHOTO DU DERNIER MOIS CLOS
      *                      (SOLDE D OUVERTURE PAR DEPOT)
      *                      -------------------------------------------
           SELECT OPTIONAL F-CLOP-E    ASSIGN TO CLOTPREC
                   FILE STATUS         IS WS-FS-CLOP-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-JRNL-E : JOURNAL ARTJRNL EN ENTREE
      *                      -------------------------------------------
           SELECT  F-JRNL-E            ASSIGN TO INP004
                   FILE STATUS         IS WS-FS-JRNL-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-PROP-S : CORRECTIONS PROPOSEES (ENTREE
      *                      DE L ETAPE APPLIQ D ARIO994)
      *                      -------------------------------------------
           SELECT OPTIONAL F-PROP-S    ASSIGN TO PROPCOR
                   FILE STATUS         IS WS-FS-PROP-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-RAP-S : ETAT DES DESACCORDS
      *                      -------------------------------------------
           SELECT  F-ETAT-RAP-S        ASSIGN TO ETATRAP
                   FILE STATUS         IS WS-FS-ETAT-RAP-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 INP003 CLOTPREC INP004 PROPCOR ETATRAP*
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
      *PHOTO DU DERNIER MOIS CLOS (ENREGISTREMENT D AVANCE GARDE DANS
      *LE TAMPON, L ARTICLE SERT A LA RUPTURE)
       FD  F-CLOP-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-CLOP-E.
           05  FS-CLOP-PERIODE   PIC 9(6).
           05  FS-CLOP-ART-CODE  PIC X(5).
           05  FILLER            PIC X(49).
      *JOURNAL ARTJRNL
       FD  F-JRNL-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-JRNL-E      PIC X(639).
      *CORRECTIONS PROPOSEES EN SORTIE
       FD  F-PROP-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-PROP-S      PIC X(40).
      *ETAT DES DESACCORDS EN SORTIE
       FD  F-ETAT-RAP-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-RAP-S  PIC X(132).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY ARTICLE.
       COPY ARTLOT.
       COPY ARTMVTS.
       COPY CLOTSTK.
       COPY ARTJRNL.
       COPY ECARTINV.
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
       01  WS-FS-JRNL-E      PIC X(2).
           88 JRNL-OK                             VALUE '00'.
           88 JRNL-FIN                            VALUE '10'.
       01  WS-FS-PROP-S      PIC X(2).
           88 PROP-OK                             VALUE '00'.
       01  WS-FS-ETAT-RAP-S  PIC X(2).
           88 ETRAP-OK                            VALUE '00'.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
      *COMMANDE SYSIN : OPTION PROPOSITION DE CORRECTIONS
       01  WS-SYSIN-RAP.
           05  WS-OPT-PROP       PIC X(1).
               88  OPT-PROPOSITION        VALUE 'O'.
           05  FILLER            PIC X(79).
      *MOIS CLOS DE LA PHOTO D OUVERTURE ET DERNIER JOUR AAAAMM99
      *AU DELA DUQUEL LES MOUVEMENTS SONT CUMULES PAR DEPOT
       01  WS-PERIODE-OUV    PIC 9(6) VALUE ZERO.
       01  WS-DATE-LIM-OUV   PIC 9(8) VALUE ZERO.
      *ARTICLE EN COURS (HIGH-VALUES EN FIN DE FICHIER ARTICLE POUR
      *EPUISER LES ORPHELINS DE L OUVERTURE ET DES MOUVEMENTS)
       01  WS-ART-COURANT    PIC X(5) VALUE LOW-VALUES.
      *LES TROIS IMAGES DU STOCK DE L ARTICLE COURANT
       01  WS-A-QTE-ART      PIC 9(7) VALUE ZERO.
       01  WS-A-QTE-LOTS     PIC 9(7) VALUE ZERO.
       01  WS-A-SOLDE-MVT    PIC 9(7) VALUE ZERO.
       01  WS-MVT-ARTICLE    PIC X VALUE '0'.
           88 MVT-ABSENT                          VALUE '0'.
           88 MVT-PRESENT                         VALUE '1'.
      *NATURE DU DESACCORD DE L ARTICLE ET CORRECTION PROPOSEE
       01  WS-A-NATURE       PIC X(16) VALUE SPACES.
       01  WS-A-PROP         PIC X VALUE '0'.
           88 SANS-PROPOSITION                    VALUE '0'.
           88 AVEC-PROPOSITION                    VALUE '1'.
       01  WS-A-QTE-PROP     PIC 9(7) VALUE ZERO.
      *SENS ATTENDU DE LA PROCHAINE JAMBE DE TRANSFERT (ARIC127 ECRIT
      *LA JAMBE DE DEPART PUIS CELLE D ARRIVEE)
       01  WS-JAMBE-TRANSF   PIC X VALUE '0'.
           88 JAMBE-DEPART                        VALUE '0'.
           88 JAMBE-ARRIVEE                       VALUE '1'.
       01  WS-FS-LOT-ART     PIC X.
           88 LOT-ART-ENCOURS                     VALUE '0'.
           88 LOT-ART-FIN                         VALUE '1'.
      *DEPOT ET QUANTITES A CUMULER DANS LA TABLE DES DEPOTS
       01  WS-DEP-RECH       PIC X(3) VALUE SPACES.
       01  WS-DEP-QTE-LOTS   PIC S9(7) VALUE ZERO.
       01  WS-DEP-QTE-MVTS   PIC S9(7) VALUE ZERO.
      *TABLE DES DEPOTS DE L ARTICLE COURANT : LOTS ET MOUVEMENTS
       01  WS-TAB-DEP.
           05  WS-TDEP-ENTREE        OCCURS 50.
               10  WS-TDEP-CODE      PIC X(3).
               10  WS-TDEP-LOTS      PIC S9(7).
               10  WS-TDEP-MVTS      PIC S9(7).
       01  WS-NB-DEP         PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-DEP        PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-DEP-TRV    PIC S9(4) COMP VALUE ZERO.
      *TABLE DES ARTICLES EN DESACCORD ET DE LEUR DERNIERE ECRITURE
      *DE JOURNAL (PISTE)
       01  WS-TAB-ART-ECA.
           05  WS-TAE-ENTREE         OCCURS 9999.
               10  WS-TAE-ART        PIC X(5).
               10  WS-TAE-JRN        PIC X VALUE '0'.
                   88 TAE-SANS-JRN                VALUE '0'.
                   88 TAE-AVEC-JRN                VALUE '1'.
               10  WS-TAE-JRN-DATE   PIC 9(8).
               10  WS-TAE-JRN-HEURE  PIC 9(6).
               10  WS-TAE-JRN-PROG   PIC X(8).
               10  WS-TAE-JRN-OPER   PIC X.
               10  WS-TAE-JRN-RAISON PIC X(20).
       01  WS-NB-TAE         PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-TAE        PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-TAE-TRV    PIC S9(4) COMP VALUE ZERO.
      *TABLE DES LIGNES DE DESACCORD A EDITER (NIVEAU 'A' ARTICLE,
      *'D' DEPOT), DANS L ORDRE DES ARTICLES
       01  WS-TAB-LIG.
           05  WS-TLIG-ENTREE        OCCURS 9999.
               10  WS-TLIG-IND-TAE   PIC S9(4) COMP.
               10  WS-TLIG-NIVEAU    PIC X.
                   88 TLIG-ARTICLE                VALUE 'A'.
                   88 TLIG-DEPOT                  VALUE 'D'.
               10  WS-TLIG-LIBEL     PIC X(20).
               10  WS-TLIG-DEPOT     PIC X(3).
               10  WS-TLIG-QTE-ART   PIC 9(7).
               10  WS-TLIG-QTE-LOTS  PIC S9(7).
               10  WS-TLIG-QTE-MVT   PIC S9(7).
               10  WS-TLIG-MVT       PIC X.
               10  WS-TLIG-NATURE    PIC X(16).
               10  WS-TLIG-PROP      PIC X.
               10  WS-TLIG-QTE-PROP  PIC 9(7).
       01  WS-NB-LIG         PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-LIG        PIC S9(4) COMP VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LRAP-TIRET     PIC X(132) VALUE ALL '-'.
       01  WS-LRAP-ENTETE.
           05  FILLER            PIC X(40)
                   VALUE 'RAPPROCHEMENT DU STOCK ARTICLE / LOTS / '.
           05  FILLER            PIC X(28)
                   VALUE 'MOUVEMENTS - OUVERTURE : '.
           05  WS-LRAP-OUV-ED    PIC X(6).
           05  FILLER            PIC X(40) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LRAP-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LRAP-COLONNES.
           05  FILLER            PIC X(27)
                   VALUE 'ART.  LIBELLE'.
           05  FILLER            PIC X(6)  VALUE 'DEPOT '.
           05  FILLER            PIC X(27)
                   VALUE '   ART0101 LOT0101 ARTMVTS'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(16) VALUE 'DESACCORD'.
           05  FILLER            PIC X(12) VALUE '  PROPOSE'.
           05  FILLER            PIC X(42) VALUE SPACES.
       01  WS-LRAP-DETAIL.
           05  WS-LRAP-ART-ED    PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LRAP-LIB-ED    PIC X(20).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LRAP-DEP-ED    PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LRAP-QART-ED   PIC X(10).
           05  WS-LRAP-QART-N REDEFINES WS-LRAP-QART-ED
                                 PIC ZZZZZZZZZ9.
           05  WS-LRAP-QLOT-ED   PIC -------9.
           05  WS-LRAP-QMVT-ED   PIC X(8).
           05  WS-LRAP-QMVT-N REDEFINES WS-LRAP-QMVT-ED
                                 PIC -------9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LRAP-NAT-ED    PIC X(16).
           05  WS-LRAP-PROP-ED   PIC X(9).
           05  WS-LRAP-PROP-N REDEFINES WS-LRAP-PROP-ED
                                 PIC ZZZZZZZZ9.
           05  FILLER            PIC X(45) VALUE SPACES.
       01  WS-LRAP-PISTE.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  FILLER            PIC X(24)
                   VALUE 'PISTE ARTJRNL         : '.
           05  WS-LRAP-JDATE-ED  PIC 99/99/9999.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LRAP-JHEURE-ED PIC 99B99B99.
           05  FILLER            PIC X(8)  VALUE '  PROG. '.
           05  WS-LRAP-JPROG-ED  PIC X(8).
           05  FILLER            PIC X(8)  VALUE '  OPER. '.
           05  WS-LRAP-JOPER-ED  PIC X(1).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LRAP-JRAIS-ED  PIC X(20).
           05  FILLER            PIC X(36) VALUE SPACES.
       01  WS-LRAP-SANS-PISTE.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  FILLER            PIC X(24)
                   VALUE 'PISTE ARTJRNL         : '.
           05  FILLER            PIC X(40)
                   VALUE 'AUCUNE ECRITURE POUR L ARTICLE'.
           05  FILLER            PIC X(62) VALUE SPACES.
      *ZONES DE CONVERSION DE LA DATE ET DE L HEURE DE LA PISTE
       01  WS-JDATE          PIC 9(8) VALUE ZERO.
       01  WS-JDATE-R REDEFINES WS-JDATE.
           05  WS-JDATE-AAAA     PIC 9(4).
           05  WS-JDATE-MM       PIC 99.
           05  WS-JDATE-JJ       PIC 99.
      *COMPTEURS RENDU EXEC
       01  WS-NB-ART-LUS     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ART-ECART   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-DEP-ECART   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-PROP        PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-LIG-PERDUES PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-DEP-PERDUS  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-LOTS-LUS    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CLOP-LUS    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CLOP-ORPH   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-MVT-LUS     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-MVT-ORPH    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-JRNL-LUS    PIC S9(7) COMP VALUE ZERO.
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
      * RAPPROCHE LES ARTICLES UN A UN EN MEMORISANT LES DESACCORDS,  *
      * RECHERCHE LEUR DERNIERE ECRITURE DE JOURNAL PUIS EDITE L ETAT *
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-DEB
              THRU  7000-INIT-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  6010-READ-F-ART-E-DEB
              THRU  6010-READ-F-ART-E-FIN.
           PERFORM  1000-TRT-ARTICLE-DEB
              THRU  1000-TRT-ARTICLE-FIN
             UNTIL  ART-FIN.
      *
      *    EPUISE LES SOLDES ET MOUVEMENTS D ARTICLES SUPPRIMES
           MOVE HIGH-VALUES             TO WS-ART-COURANT.
           PERFORM  1020-CUMUL-OUVERTURE-DEB
              THRU  1020-CUMUL-OUVERTURE-FIN
             UNTIL  CLOP-FIN OR CLOP-ABSENT.
           PERFORM  1030-CUMUL-MOUVEMENT-DEB
              THRU  1030-CUMUL-MOUVEMENT-FIN
             UNTIL  AMVT-FIN.
      *
           PERFORM  2000-PISTES-JOURNAL-DEB
              THRU  2000-PISTES-JOURNAL-FIN.
      *
           PERFORM  3000-EDITION-ETAT-DEB
              THRU  3000-EDITION-ETAT-FIN.
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
      * TRT 1000 RAPPROCHE UN ARTICLE : LOTS, OUVERTURE ET
      * MOUVEMENTS PAR DEPOT, PUIS COMPARAISON DES TROIS IMAGES
      * ET DES DEPOTS
      *----------------------------------------------------
       1000-TRT-ARTICLE-DEB.
      *
           ADD  1                       TO WS-NB-ART-LUS.
           MOVE WS-ART-CODE             TO WS-ART-COURANT.
           MOVE WS-ART-QTE              TO WS-A-QTE-ART.
           MOVE ZERO                    TO WS-A-QTE-LOTS
                                           WS-A-SOLDE-MVT
                                           WS-NB-DEP.
           SET  MVT-ABSENT              TO TRUE.
           SET  JAMBE-DEPART            TO TRUE.
      *
           PERFORM  1010-CUMUL-LOTS-DEB
              THRU  1010-CUMUL-LOTS-FIN.
      *
           PERFORM  1020-CUMUL-OUVERTURE-DEB
              THRU  1020-CUMUL-OUVERTURE-FIN
             UNTIL  CLOP-FIN OR CLOP-ABSENT
                 OR FS-CLOP-ART-CODE > WS-ART-COURANT.
      *
           PERFORM  1030-CUMUL-MOUVEMENT-DEB
              THRU  1030-CUMUL-MOUVEMENT-FIN
             UNTIL  AMVT-FIN
                 OR WS-AMVT-ART-CODE > WS-ART-COURANT.
      *
           PERFORM  1040-RAPPROCHE-ARTICLE-DEB
              THRU  1040-RAPPROCHE-ARTICLE-FIN.
      *
           PERFORM  1050-RAPPROCHE-DEPOT-DEB
              THRU  1050-RAPPROCHE-DEPOT-FIN
             VARYING WS-IND-DEP FROM 1 BY 1
             UNTIL  WS-IND-DEP > WS-NB-DEP.
      *
           PERFORM  6010-READ-F-ART-E-DEB
              THRU  6010-READ-F-ART-E-FIN.
      *
       1000-TRT-ARTICLE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1010 CUMULE LES LOTS DE L ARTICLE, AU TOTAL ET PAR DEPOT
      *----------------------------------------------------
       1010-CUMUL-LOTS-DEB.
      *
           SET  LOT-ART-ENCOURS         TO TRUE.
           PERFORM  6050-START-F-LOT-E-DEB
              THRU  6050-START-F-LOT-E-FIN.
      *
           IF  FLOT-OK
               PERFORM  6055-READNEXT-F-LOT-E-DEB
                  THRU  6055-READNEXT-F-LOT-E-FIN
               PERFORM  1015-CUMUL-UN-LOT-DEB
                  THRU  1015-CUMUL-UN-LOT-FIN
                 UNTIL  FLOT-FIN OR LOT-ART-FIN
           END-IF.
      *
       1010-CUMUL-LOTS-FIN.
           EXIT.
       1015-CUMUL-UN-LOT-DEB.
      *
           IF  WS-LOT-ART-CODE NOT = WS-ART-COURANT
               SET  LOT-ART-FIN         TO TRUE
               GO TO 1015-CUMUL-UN-LOT-FIN
           END-IF.
      *
           ADD  1                       TO WS-NB-LOTS-LUS.
           ADD  WS-LOT-QTE              TO WS-A-QTE-LOTS.
           MOVE WS-LOT-DEPOT            TO WS-DEP-RECH.
           MOVE WS-LOT-QTE              TO WS-DEP-QTE-LOTS.
           MOVE ZERO                    TO WS-DEP-QTE-MVTS.
           PERFORM  7100-CUMUL-DEPOT-DEB
              THRU  7100-CUMUL-DEPOT-FIN.
      *
           PERFORM  6055-READNEXT-F-LOT-E-DEB
              THRU  6055-READNEXT-F-LOT-E-FIN.
      *
       1015-CUMUL-UN-LOT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1020 PREND LE SOLDE DE CLOTURE PAR DEPOT DE L ARTICLE
      * COURANT COMME OUVERTURE DES MOUVEMENTS (UNE LIGNE D UN
      * ARTICLE DISPARU EST COMPTEE ORPHELINE)
      *----------------------------------------------------
       1020-CUMUL-OUVERTURE-DEB.
      *
           IF  FS-CLOP-ART-CODE = WS-ART-COURANT
               MOVE FS-BUFF-F-CLOP-E    TO WS-CLS-ENR
               MOVE WS-CLS-DEPOT        TO WS-DEP-RECH
               MOVE ZERO                TO WS-DEP-QTE-LOTS
               MOVE WS-CLS-QTE          TO WS-DEP-QTE-MVTS
               PERFORM  7100-CUMUL-DEPOT-DEB
                  THRU  7100-CUMUL-DEPOT-FIN
           ELSE
               ADD  1                   TO WS-NB-CLOP-ORPH
           END-IF.
      *
           PERFORM  6040-READ-F-CLOP-E-DEB
              THRU  6040-READ-F-CLOP-E-FIN.
      *
       1020-CUMUL-OUVERTURE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1030 RETIENT LE SOLDE DU MOUVEMENT (LE DERNIER LU EST LE
      * PLUS RECENT) ET CUMULE PAR DEPOT LES MOUVEMENTS POSTERIEURS
      * AU MOIS CLOS DE LA PHOTO D OUVERTURE
      *----------------------------------------------------
       1030-CUMUL-MOUVEMENT-DEB.
      *
           IF  WS-AMVT-ART-CODE NOT = WS-ART-COURANT
               ADD  1                   TO WS-NB-MVT-ORPH
               GO TO 1030-CUMUL-MOUVEMENT-SUITE
           END-IF.
      *
      *    LE SOLDE D UNE SORTIE DE KIT PARENT EST SANS OBJET
           IF  AMVT-KIT-PARENT
               GO TO 1030-CUMUL-MOUVEMENT-SUITE
           END-IF.
           MOVE WS-AMVT-SOLDE           TO WS-A-SOLDE-MVT.
           SET  MVT-PRESENT             TO TRUE.
      *
           IF  WS-AMVT-DATE NOT > WS-DATE-LIM-OUV
               GO TO 1030-CUMUL-MOUVEMENT-SUITE
           END-IF.
      *
           MOVE ZERO                    TO WS-DEP-QTE-LOTS
                                           WS-DEP-QTE-MVTS.
           EVALUATE TRUE
               WHEN AMVT-RECEPTION
               WHEN AMVT-RETOUR
               WHEN AMVT-FAB-RECEPT
                  MOVE WS-AMVT-QTE      TO WS-DEP-QTE-MVTS
               WHEN AMVT-SORTIE
               WHEN AMVT-RETOUR-FOU
               WHEN AMVT-FAB-COMPOSANT
                  COMPUTE WS-DEP-QTE-MVTS = ZERO - WS-AMVT-QTE
               WHEN AMVT-TRANSFERT
                  IF  JAMBE-DEPART
                      COMPUTE WS-DEP-QTE-MVTS = ZERO - WS-AMVT-QTE
                      SET  JAMBE-ARRIVEE TO TRUE
                  ELSE
                      MOVE WS-AMVT-QTE  TO WS-DEP-QTE-MVTS
                      SET  JAMBE-DEPART TO TRUE
                  END-IF
               WHEN OTHER
                  GO TO 1030-CUMUL-MOUVEMENT-SUITE
           END-EVALUATE.
      *
           PERFORM  7110-DEPOT-MOUVEMENT-DEB
              THRU  7110-DEPOT-MOUVEMENT-FIN.
           PERFORM  7100-CUMUL-DEPOT-DEB
              THRU  7100-CUMUL-DEPOT-FIN.
      *
       1030-CUMUL-MOUVEMENT-SUITE.
           ADD  1                       TO WS-NB-MVT-LUS.
           PERFORM  6020-READ-F-AMVT-E-DEB
              THRU  6020-READ-F-AMVT-E-FIN.
      *
       1030-CUMUL-MOUVEMENT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1040 COMPARE LES TROIS IMAGES DE L ARTICLE. QUAND LES
      * LOTS ET LE DERNIER MOUVEMENT S ACCORDENT CONTRE ART0101, LEUR
      * QUANTITE EST PROPOSEE EN CORRECTION DE L ARTICLE
      *----------------------------------------------------
       1040-RAPPROCHE-ARTICLE-DEB.
      *
           SET  SANS-PROPOSITION        TO TRUE.
           MOVE ZERO                    TO WS-A-QTE-PROP.
      *
           IF  MVT-ABSENT
               IF  WS-A-QTE-ART = WS-A-QTE-LOTS
                   GO TO 1040-RAPPROCHE-ARTICLE-FIN
               END-IF
               MOVE 'LOTS SANS MVT'     TO WS-A-NATURE
               GO TO 1040-RAPPROCHE-ARTICLE-EDIT
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-A-QTE-ART  = WS-A-QTE-LOTS
                AND WS-A-QTE-ART  = WS-A-SOLDE-MVT
                  GO TO 1040-RAPPROCHE-ARTICLE-FIN
               WHEN WS-A-QTE-LOTS = WS-A-SOLDE-MVT
                  MOVE 'ART0101 ISOLE'  TO WS-A-NATURE
                  IF  WS-A-QTE-LOTS NOT > 999999
                      SET  AVEC-PROPOSITION TO TRUE
                      MOVE WS-A-QTE-LOTS    TO WS-A-QTE-PROP
                  END-IF
               WHEN WS-A-QTE-ART  = WS-A-SOLDE-MVT
                  MOVE 'LOT0101 ISOLE'  TO WS-A-NATURE
               WHEN WS-A-QTE-ART  = WS-A-QTE-LOTS
                  MOVE 'ARTMVTS ISOLE'  TO WS-A-NATURE
               WHEN OTHER
                  MOVE 'TROIS SOURCES'  TO WS-A-NATURE
           END-EVALUATE.
      *
       1040-RAPPROCHE-ARTICLE-EDIT.
           ADD  1                       TO WS-NB-ART-ECART.
           PERFORM  7200-AJOUT-LIGNE-DEB
              THRU  7200-AJOUT-LIGNE-FIN.
           IF  WS-IND-LIG NOT = ZERO
               SET  TLIG-ARTICLE (WS-IND-LIG) TO TRUE
               MOVE SPACES              TO WS-TLIG-DEPOT (WS-IND-LIG)
               MOVE WS-A-QTE-ART        TO WS-TLIG-QTE-ART (WS-IND-LIG)
               MOVE WS-A-QTE-LOTS       TO WS-TLIG-QTE-LOTS (WS-IND-LIG)
               MOVE WS-A-SOLDE-MVT      TO WS-TLIG-QTE-MVT (WS-IND-LIG)
               MOVE WS-MVT-ARTICLE      TO WS-TLIG-MVT (WS-IND-LIG)
               MOVE WS-A-NATURE         TO WS-TLIG-NATURE (WS-IND-LIG)
               MOVE WS-A-PROP           TO WS-TLIG-PROP (WS-IND-LIG)
               MOVE WS-A-QTE-PROP       TO WS-TLIG-QTE-PROP (WS-IND-LIG)
           END-IF.
      *
           IF  AVEC-PROPOSITION AND OPT-PROPOSITION
               PERFORM  6060-WRITE-F-PROP-S-DEB
                  THRU  6060-WRITE-F-PROP-S-FIN
           END-IF.
      *
       1040-RAPPROCHE-ARTICLE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1050 COMPARE LES LOTS ET LES MOUVEMENTS D UN DEPOT
      *----------------------------------------------------
       1050-RAPPROCHE-DEPOT-DEB.
      *
           IF  WS-TDEP-LOTS (WS-IND-DEP) = WS-TDEP-MVTS (WS-IND-DEP)
               GO TO 1050-RAPPROCHE-DEPOT-FIN
           END-IF.
      *
           ADD  1                       TO WS-NB-DEP-ECART.
           PERFORM  7200-AJOUT-LIGNE-DEB
              THRU  7200-AJOUT-LIGNE-FIN.
           IF  WS-IND-LIG NOT = ZERO
               SET  TLIG-DEPOT (WS-IND-LIG) TO TRUE
               MOVE WS-TDEP-CODE (WS-IND-DEP)
                                        TO WS-TLIG-DEPOT (WS-IND-LIG)
               MOVE ZERO                TO WS-TLIG-QTE-ART (WS-IND-LIG)
               MOVE WS-TDEP-LOTS (WS-IND-DEP)
                                        TO WS-TLIG-QTE-LOTS (WS-IND-LIG)
               MOVE WS-TDEP-MVTS (WS-IND-DEP)
                                        TO WS-TLIG-QTE-MVT (WS-IND-LIG)
               MOVE '1'                 TO WS-TLIG-MVT (WS-IND-LIG)
               MOVE 'DEPOT LOTS/MVTS'   TO WS-TLIG-NATURE (WS-IND-LIG)
               MOVE '0'                 TO WS-TLIG-PROP (WS-IND-LIG)
               MOVE ZERO                TO WS-TLIG-QTE-PROP (WS-IND-LIG)
           END-IF.
      *
       1050-RAPPROCHE-DEPOT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 LIT LE JOURNAL ET RETIENT POUR CHAQUE ARTICLE EN
      * DESACCORD SA DERNIERE ECRITURE (JOURNAL CHRONOLOGIQUE ; LES
      * OPERATIONS SUR COMMANDES PORTENT UN NUMERO DE COMMANDE)
      *----------------------------------------------------
       2000-PISTES-JOURNAL-DEB.
      *
           IF  WS-NB-TAE = ZERO
               GO TO 2000-PISTES-JOURNAL-FIN
           END-IF.
      *
           OPEN INPUT F-JRNL-E.
           IF WS-FS-JRNL-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-JRNL-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-JRNL-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM  6030-READ-F-JRNL-E-DEB
              THRU  6030-READ-F-JRNL-E-FIN.
           PERFORM  2010-PISTE-UNE-ECRITURE-DEB
              THRU  2010-PISTE-UNE-ECRITURE-FIN
             UNTIL  JRNL-FIN.
      *
           CLOSE F-JRNL-E.
      *
       2000-PISTES-JOURNAL-FIN.
           EXIT.
       2010-PISTE-UNE-ECRITURE-DEB.
      *
           IF  JRN-CREATION-CDE OR JRN-ANNULATION-CDE
               GO TO 2010-PISTE-UNE-ECRITURE-SUITE
           END-IF.
      *
           MOVE ZERO                    TO WS-IND-TAE-TRV.
           PERFORM  7020-CHERCHE-TAE-DEB
              THRU  7020-CHERCHE-TAE-FIN
             VARYING WS-IND-TAE FROM 1 BY 1
             UNTIL  WS-IND-TAE > WS-NB-TAE
                 OR WS-IND-TAE-TRV NOT = ZERO.
      *
           IF  WS-IND-TAE-TRV NOT = ZERO
               SET  TAE-AVEC-JRN (WS-IND-TAE-TRV) TO TRUE
               MOVE WS-JRN-DATE    TO WS-TAE-JRN-DATE (WS-IND-TAE-TRV)
               MOVE WS-JRN-HEURE   TO WS-TAE-JRN-HEURE (WS-IND-TAE-TRV)
               MOVE WS-JRN-PROG    TO WS-TAE-JRN-PROG (WS-IND-TAE-TRV)
               MOVE WS-JRN-OPER    TO WS-TAE-JRN-OPER (WS-IND-TAE-TRV)
               MOVE WS-JRN-RAISON  TO WS-TAE-JRN-RAISON (WS-IND-TAE-TRV)
           END-IF.
      *
       2010-PISTE-UNE-ECRITURE-SUITE.
           PERFORM  6030-READ-F-JRNL-E-DEB
              THRU  6030-READ-F-JRNL-E-FIN.
      *
       2010-PISTE-UNE-ECRITURE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 EDITE LES DESACCORDS, LA PISTE DE JOURNAL SOUS LA
      * DERNIERE LIGNE DE CHAQUE ARTICLE
      *----------------------------------------------------
       3000-EDITION-ETAT-DEB.
      *
           PERFORM  8000-EDITION-ENTETE-DEB
              THRU  8000-EDITION-ENTETE-FIN.
      *
           PERFORM  3010-EDITE-UNE-LIGNE-DEB
              THRU  3010-EDITE-UNE-LIGNE-FIN
             VARYING WS-IND-LIG FROM 1 BY 1
             UNTIL  WS-IND-LIG > WS-NB-LIG.
      *
       3000-EDITION-ETAT-FIN.
           EXIT.
       3010-EDITE-UNE-LIGNE-DEB.
      *
           PERFORM  8010-EDITION-DETAIL-DEB
              THRU  8010-EDITION-DETAIL-FIN.
      *
           IF  WS-IND-LIG < WS-NB-LIG
               IF  WS-TLIG-IND-TAE (WS-IND-LIG + 1)
                   = WS-TLIG-IND-TAE (WS-IND-LIG)
                   GO TO 3010-EDITE-UNE-LIGNE-FIN
               END-IF
           END-IF.
      *
           MOVE WS-TLIG-IND-TAE (WS-IND-LIG) TO WS-IND-TAE.
           PERFORM  8020-EDITION-PISTE-DEB
              THRU  8020-EDITION-PISTE-FIN.
      *
       3010-EDITE-UNE-LIGNE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *6000 OUVRE LES FICHIERS (LE JOURNAL EST OUVERT EN 2000) ET LIT
      *     LA PREMIERE LIGNE D OUVERTURE ET LE PREMIER MOUVEMENT
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
      *    AUCUN MOIS ENCORE CLOS : PAS DE PHOTO D OUVERTURE (FS 35)
           OPEN INPUT F-CLOP-E.
           EVALUATE TRUE
               WHEN CLOP-OK
                  CONTINUE
               WHEN CLOP-ABSENT
                  DISPLAY 'PAS DE PHOTO DE CLOTURE : '
                          'TOUT L HISTORIQUE EST CUMULE'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CLOP-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-CLOP-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           IF  OPT-PROPOSITION
               OPEN OUTPUT F-PROP-S
               IF WS-FS-PROP-S NOT = '00'
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-PROP-S'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-PROP-S
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
           END-IF.
      *
           OPEN OUTPUT F-ETAT-RAP-S.
           IF WS-FS-ETAT-RAP-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-RAP-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-RAP-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
      *    LA PHOTO DONNE LE MOIS CLOS AU DELA DUQUEL LES MOUVEMENTS
      *    SONT CUMULES
           MOVE 'AUCUNE'                TO WS-LRAP-OUV-ED.
           IF  CLOP-OK
               PERFORM  6040-READ-F-CLOP-E-DEB
                  THRU  6040-READ-F-CLOP-E-FIN
               IF  CLOP-OK
                   MOVE FS-CLOP-PERIODE TO WS-PERIODE-OUV
                                           WS-LRAP-OUV-ED
                   COMPUTE WS-DATE-LIM-OUV = (WS-PERIODE-OUV * 100)
                                           + 99
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
      *6030 LIT L ECRITURE SUIVANTE DU JOURNAL
      *------------------------------------
       6030-READ-F-JRNL-E-DEB.
      *
           READ F-JRNL-E INTO WS-JRN-ENR.
           IF JRNL-OK
              ADD  1                     TO WS-NB-JRNL-LUS
           ELSE
              IF NOT JRNL-FIN
                 DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-JRNL-E'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-JRNL-E
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
      *
       6030-READ-F-JRNL-E-FIN.
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
      *6056 LIT EN DIRECT LE LOT DU MOUVEMENT COURANT (LOT SOLDE ET
      *     SUPPRIME = FS 23)
      *------------------------------------
       6056-READ-F-LOT-E-DEB.
      *
           MOVE WS-AMVT-ART-CODE         TO FS-KEY-LOT (1:5).
           MOVE WS-AMVT-LOT              TO FS-KEY-LOT (6:6).
           READ F-LOT-E INTO WS-LOT-ENR
             KEY IS FS-KEY-LOT
           END-READ.
           IF NOT (FLOT-OK OR FLOT-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-LOT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-LOT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6056-READ-F-LOT-E-FIN.
           EXIT.
      *-------------------------------------
      *6060 ECRIT LA CORRECTION PROPOSEE DE L ARTICLE COURANT
      *------------------------------------
       6060-WRITE-F-PROP-S-DEB.
      *
           MOVE SPACES                   TO WS-ECA-ENR.
           MOVE WS-ART-COURANT           TO WS-ECA-ART-CODE.
           MOVE WS-A-QTE-ART             TO WS-ECA-QTE-LIVRE.
           MOVE WS-A-QTE-PROP            TO WS-ECA-QTE-COMPTEE.
           COMPUTE WS-ECA-DELTA = WS-A-QTE-PROP - WS-A-QTE-ART.
           MOVE WS-DATEJ-N               TO WS-ECA-DATE-CAMP.
           SET  ECA-RAPPROCHEMENT        TO TRUE.
      *
           WRITE FS-BUFF-F-PROP-S FROM WS-ECA-ENR.
           IF WS-FS-PROP-S NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-PROP-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PROP-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                        TO WS-NB-PROP.
      *
       6060-WRITE-F-PROP-S-FIN.
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
           IF  OPT-PROPOSITION
               CLOSE F-PROP-S
           END-IF.
           CLOSE F-ETAT-RAP-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LA DATE DU JOUR ET LIT L OPTION SYSIN
      *------------------------------------
       7000-INIT-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE WS-DATEJ-JJ   TO WS-LRAP-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LRAP-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LRAP-DATE-ED (7:4).
      *
           MOVE SPACES                  TO WS-SYSIN-RAP.
           ACCEPT WS-SYSIN-RAP FROM SYSIN.
      *
       7000-INIT-FIN.
           EXIT.
      *-------------------------------------
      *7020 RECHERCHE L ARTICLE DE L ECRITURE DE JOURNAL DANS LA
      *     TABLE DES ARTICLES EN DESACCORD
      *------------------------------------
       7020-CHERCHE-TAE-DEB.
      *
           IF  WS-TAE-ART (WS-IND-TAE) = WS-JRN-CODE
               MOVE WS-IND-TAE          TO WS-IND-TAE-TRV
           END-IF.
      *
       7020-CHERCHE-TAE-FIN.
           EXIT.
      *-------------------------------------
      *7100 CUMULE LES QUANTITES DE LOTS ET DE MOUVEMENTS SUR LE
      *     DEPOT WS-DEP-RECH DE LA TABLE (CREE AU BESOIN)
      *------------------------------------
       7100-CUMUL-DEPOT-DEB.
      *
           MOVE ZERO                    TO WS-IND-DEP-TRV.
           PERFORM  7105-CHERCHE-DEPOT-DEB
              THRU  7105-CHERCHE-DEPOT-FIN
             VARYING WS-IND-DEP FROM 1 BY 1
             UNTIL  WS-IND-DEP > WS-NB-DEP
                 OR WS-IND-DEP-TRV NOT = ZERO.
      *
           IF  WS-IND-DEP-TRV = ZERO
               IF  WS-NB-DEP NOT < 50
                   ADD  1               TO WS-NB-DEP-PERDUS
                   GO TO 7100-CUMUL-DEPOT-FIN
               END-IF
               ADD  1                   TO WS-NB-DEP
               MOVE WS-NB-DEP           TO WS-IND-DEP-TRV
               MOVE WS-DEP-RECH         TO WS-TDEP-CODE (WS-IND-DEP-TRV)
               MOVE ZERO                TO WS-TDEP-LOTS (WS-IND-DEP-TRV)
                                           WS-TDEP-MVTS (WS-IND-DEP-TRV)
           END-IF.
      *
           ADD  WS-DEP-QTE-LOTS   TO WS-TDEP-LOTS (WS-IND-DEP-TRV).
           ADD  WS-DEP-QTE-MVTS   TO WS-TDEP-MVTS (WS-IND-DEP-TRV).
      *
       7100-CUMUL-DEPOT-FIN.
           EXIT.
       7105-CHERCHE-DEPOT-DEB.
      *
           IF  WS-TDEP-CODE (WS-IND-DEP) = WS-DEP-RECH
               MOVE WS-IND-DEP          TO WS-IND-DEP-TRV
           END-IF.
      *
       7105-CHERCHE-DEPOT-FIN.
           EXIT.
      *-------------------------------------
      *7110 DETERMINE LE DEPOT DU MOUVEMENT COURANT : CELUI PORTE PAR
      *     LE MOUVEMENT, SINON CELUI DU LOT PORTE PAR LE MOUVEMENT
      *------------------------------------
       7110-DEPOT-MOUVEMENT-DEB.
      *
           MOVE WS-AMVT-DEPOT           TO WS-DEP-RECH.
           IF  WS-AMVT-DEPOT NOT = SPACES
               OR WS-AMVT-LOT = SPACES
               GO TO 7110-DEPOT-MOUVEMENT-FIN
           END-IF.
      *
           PERFORM  6056-READ-F-LOT-E-DEB
              THRU  6056-READ-F-LOT-E-FIN.
           IF  FLOT-OK
               MOVE WS-LOT-DEPOT        TO WS-DEP-RECH
           END-IF.
      *
       7110-DEPOT-MOUVEMENT-FIN.
           EXIT.
      *-------------------------------------
      *7200 RESERVE UNE LIGNE DE DESACCORD POUR L ARTICLE COURANT
      *     (WS-IND-LIG A ZERO SI LA TABLE EST PLEINE) ET INSCRIT
      *     L ARTICLE DANS LA TABLE DES PISTES A SA PREMIERE LIGNE
      *------------------------------------
       7200-AJOUT-LIGNE-DEB.
      *
           MOVE ZERO                    TO WS-IND-LIG.
           IF  WS-NB-LIG NOT < 9999
               ADD  1                   TO WS-NB-LIG-PERDUES
               GO TO 7200-AJOUT-LIGNE-FIN
           END-IF.
      *
           IF  WS-NB-TAE = ZERO
               OR WS-TAE-ART (WS-NB-TAE) NOT = WS-ART-COURANT
               ADD  1                   TO WS-NB-TAE
               MOVE WS-ART-COURANT      TO WS-TAE-ART (WS-NB-TAE)
               SET  TAE-SANS-JRN (WS-NB-TAE) TO TRUE
           END-IF.
      *
           ADD  1                       TO WS-NB-LIG.
           MOVE WS-NB-LIG               TO WS-IND-LIG.
           MOVE WS-NB-TAE               TO WS-TLIG-IND-TAE (WS-IND-LIG).
           MOVE WS-ART-LIBEL            TO WS-TLIG-LIBEL (WS-IND-LIG).
      *
       7200-AJOUT-LIGNE-FIN.
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
           WRITE FS-BUFF-F-ETAT-RAP-S FROM WS-LRAP-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-RAP-S FROM WS-LRAP-TIRET.
           WRITE FS-BUFF-F-ETAT-RAP-S FROM WS-LRAP-COLONNES.
           WRITE FS-BUFF-F-ETAT-RAP-S FROM WS-LRAP-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8010 EDITE UNE LIGNE DE DESACCORD (ARTICLE OU DEPOT)
      *------------------------------------
       8010-EDITION-DETAIL-DEB.
      *
           MOVE WS-TLIG-IND-TAE (WS-IND-LIG) TO WS-IND-TAE.
           MOVE WS-TAE-ART (WS-IND-TAE)  TO WS-LRAP-ART-ED.
           MOVE WS-TLIG-LIBEL (WS-IND-LIG)
                                        TO WS-LRAP-LIB-ED.
           MOVE WS-TLIG-QTE-LOTS (WS-IND-LIG)
                                        TO WS-LRAP-QLOT-ED.
           MOVE WS-TLIG-NATURE (WS-IND-LIG)
                                        TO WS-LRAP-NAT-ED.
      *
           IF  TLIG-ARTICLE (WS-IND-LIG)
               MOVE 'TOUS'              TO WS-LRAP-DEP-ED
               MOVE WS-TLIG-QTE-ART (WS-IND-LIG)
                                        TO WS-LRAP-QART-N
           ELSE
               IF  WS-TLIG-DEPOT (WS-IND-LIG) = SPACES
                   MOVE 'SANS'          TO WS-LRAP-DEP-ED
               ELSE
                   MOVE WS-TLIG-DEPOT (WS-IND-LIG)
                                        TO WS-LRAP-DEP-ED
               END-IF
               MOVE SPACES              TO WS-LRAP-QART-ED
           END-IF.
      *
           IF  WS-TLIG-MVT (WS-IND-LIG) = '1'
               MOVE WS-TLIG-QTE-MVT (WS-IND-LIG)
                                        TO WS-LRAP-QMVT-N
           ELSE
               MOVE '  ABSENT'          TO WS-LRAP-QMVT-ED
           END-IF.
      *
           IF  WS-TLIG-PROP (WS-IND-LIG) = '1'
               MOVE WS-TLIG-QTE-PROP (WS-IND-LIG)
                                        TO WS-LRAP-PROP-N
           ELSE
               MOVE SPACES              TO WS-LRAP-PROP-ED
           END-IF.
      *
           WRITE FS-BUFF-F-ETAT-RAP-S FROM WS-LRAP-DETAIL.
      *
       8010-EDITION-DETAIL-FIN.
           EXIT.
      *-------------------------------------
      *8020 EDITE LA PISTE DE JOURNAL DE L ARTICLE WS-IND-TAE
      *------------------------------------
       8020-EDITION-PISTE-DEB.
      *
           IF  TAE-SANS-JRN (WS-IND-TAE)
               WRITE FS-BUFF-F-ETAT-RAP-S FROM WS-LRAP-SANS-PISTE
               GO TO 8020-EDITION-PISTE-FIN
           END-IF.
      *
           MOVE WS-TAE-JRN-DATE (WS-IND-TAE) TO WS-JDATE.
           MOVE WS-JDATE-JJ   TO WS-LRAP-JDATE-ED (1:2)
           MOVE WS-JDATE-MM   TO WS-LRAP-JDATE-ED (4:2)
           MOVE WS-JDATE-AAAA TO WS-LRAP-JDATE-ED (7:4).
           MOVE WS-TAE-JRN-HEURE (WS-IND-TAE) TO WS-LRAP-JHEURE-ED.
           MOVE WS-TAE-JRN-PROG (WS-IND-TAE)  TO WS-LRAP-JPROG-ED.
           MOVE WS-TAE-JRN-OPER (WS-IND-TAE)  TO WS-LRAP-JOPER-ED.
           MOVE WS-TAE-JRN-RAISON (WS-IND-TAE) TO WS-LRAP-JRAIS-ED.
           WRITE FS-BUFF-F-ETAT-RAP-S FROM WS-LRAP-PISTE.
      *
       8020-EDITION-PISTE-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO965              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* OPTION PROPOSITION         : ' WS-OPT-PROP.
           DISPLAY '* MOIS CLOS D OUVERTURE      : ' WS-PERIODE-OUV.
           DISPLAY '* ARTICLES LUS               : ' WS-NB-ART-LUS.
           DISPLAY '* LOTS LUS                   : ' WS-NB-LOTS-LUS.
           DISPLAY '* LIGNES D OUVERTURE LUES    : ' WS-NB-CLOP-LUS.
           DISPLAY '* DONT ARTICLES DISPARUS     : ' WS-NB-CLOP-ORPH.
           DISPLAY '* MOUVEMENTS LUS             : ' WS-NB-MVT-LUS.
           DISPLAY '* MOUVEMENTS SANS ARTICLE    : ' WS-NB-MVT-ORPH.
           DISPLAY '* ECRITURES DE JOURNAL LUES  : ' WS-NB-JRNL-LUS.
           DISPLAY '* ARTICLES EN DESACCORD      : ' WS-NB-ART-ECART.
           DISPLAY '* DEPOTS EN DESACCORD        : ' WS-NB-DEP-ECART.
           DISPLAY '* CORRECTIONS PROPOSEES      : ' WS-NB-PROP.
           DISPLAY '* LIGNES NON EDITEES (TABLE) : ' WS-NB-LIG-PERDUES.
           DISPLAY '* DEPOTS NON SUIVIS (TABLE)  : ' WS-NB-DEP-PERDUS.
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
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO965         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO965        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
