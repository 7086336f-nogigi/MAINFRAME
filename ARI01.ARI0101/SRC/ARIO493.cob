      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO493                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *RAPPROCHEMENT QUOTIDIEN DU REGLEMENT DE COMPENSATION. LE       *
      *COMPTE RENDU DE REGLEMENT DE LA CHAMBRE (COPY CLRREGL : TOTAUX *
      *PAR SENS ET PAR DEVISE, DETAIL DES REFERENCES) EST COMPARE AU  *
      *CLEARING ENTRANT F-CLR-E (SENS R, CHARGE PAR ARIO231) ET AU    *
      *CLEARING SORTANT F-CLR-S (SENS E, PRODUIT PAR ARIO411) DE LA   *
      *MEME DATE DE REGLEMENT :                                       *
      *  - PAR SENS ET DEVISE : ECART DE NOMBRE (N), DE MONTANT (M)   *
      *  - PAR REFERENCE : MONTANT DIFFERENT (A), ENTREE CHEZ NOUS    *
      *    SEULEMENT (O), CHEZ LA CHAMBRE SEULEMENT (C)               *
      *  - POSITION NETTE PAR DEVISE (RECU - EMIS), NOUS ET CHAMBRE   *
      *CHAQUE ECART EST ENREGISTRE OUVERT DANS RCL0101 (COPY ECARTCLR)*
      *ET Y VIEILLIT JUSQU A SA CLOTURE EN LIGNE (ARIC234). UNE       *
      *RELANCE DE LA MEME DATE SUPPRIME D ABORD LES ECARTS ENCORE     *
      *OUVERTS DE CETTE DATE ; UN ECART DEJA CLOS N EST PAS ROUVERT.  *
      *L ETAT LISTE ENSUITE TOUS LES ECARTS OUVERTS AVEC LEUR AGE EN  *
      *JOURS (CALCUL COMMERCIAL 30/360) ET LEUR REPARTITION PAR       *
      *TRANCHE D ANCIENNETE.                                          *
      *SYSIN  -> [DATE DE REGLEMENT AAAAMMJJ] (ABSENTE = DU JOUR)     *
      *SYSOUT -> COMPTE RENDU D EXECUTION (CODE RETOUR 04 SI ECART)   *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! CLEARING SORTANT A 130 OCTETS : LES RETOURS   *
      *               ! D ENTREES EN SUSPENS (TYPE R) SONT RAPPROCHES *
      *               ! COMME LES VIREMENTS EMIS                      *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO493.
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
      *                      F-CRG-E : COMPTE RENDU DE REGLEMENT DE LA
      *                      CHAMBRE DE COMPENSATION
      *                      -------------------------------------------
           SELECT  F-CRG-E             ASSIGN TO INP001
                   FILE STATUS         IS WS-FS-CRG-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CLR-E : CLEARING ENTRANT (SENS R)
      *                      -------------------------------------------
           SELECT  F-CLR-E             ASSIGN TO INP002
                   FILE STATUS         IS WS-FS-CLR-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CLR-S : CLEARING SORTANT (SENS E)
      *                      -------------------------------------------
           SELECT  F-CLR-S             ASSIGN TO INP003
                   FILE STATUS         IS WS-FS-CLR-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ECL-ES : ECARTS DE RAPPROCHEMENT
      *                      (RCL0101)
      *                      -------------------------------------------
           SELECT  F-ECL-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-ECL
                   FILE STATUS         IS WS-FS-ECL-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-RCL-S : ETAT DE RAPPROCHEMENT
      *                      -------------------------------------------
           SELECT  F-ETAT-RCL-S        ASSIGN TO ETATRCL
                   FILE STATUS         IS WS-FS-ETAT-RCL-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 INP003 IO001 ETATRCL                  *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *COMPTE RENDU DE REGLEMENT
       FD  F-CRG-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-CRG-E       PIC X(80).
      *CLEARING ENTRANT
       FD  F-CLR-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-CLR-E       PIC X(80).
      *CLEARING SORTANT
       FD  F-CLR-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-CLR-S       PIC X(130).
      *ECARTS DE RAPPROCHEMENT
       FD  F-ECL-ES
           RECORD CONTAINS 111 CHARACTERS.
       01  FS-BUFF-F-ECL-ES.
           05  FS-KEY-ECL        PIC X(26).
           05  FILLER            PIC X(85).
      *ETAT DE RAPPROCHEMENT EN SORTIE
       FD  F-ETAT-RCL-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-RCL-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY CLRREGL.
       COPY ECARTCLR.
      *FILE STATUS
       01  WS-FS-CRG-E      PIC X(2).
           88 CRG-OK                             VALUE '00'.
           88 CRG-FIN                            VALUE '10'.
       01  WS-FS-CLR-E      PIC X(2).
           88 CLRE-OK                            VALUE '00'.
           88 CLRE-FIN                           VALUE '10'.
       01  WS-FS-CLR-S      PIC X(2).
           88 CLRS-OK                            VALUE '00'.
           88 CLRS-FIN                           VALUE '10'.
       01  WS-FS-ECL-ES     PIC X(2).
           88 ECL-FS-OK                          VALUE '00'.
           88 ECL-FS-FIN                         VALUE '10'.
           88 ECL-FS-DOUBLON                     VALUE '22'.
           88 ECL-FS-INEXISTANT                  VALUE '23'.
       01  WS-FS-ETAT-RCL-S PIC X(2).
      *ENTREE DE CLEARING RECUE (CF ARIO231)
       01  WS-CLRE-ENR.
           05  WS-CLRE-IBAN      PIC X(27).
           05  WS-CLRE-MT-X      PIC X(11).
           05  WS-CLRE-MT-N REDEFINES WS-CLRE-MT-X
                                 PIC 9(9)V99.
           05  WS-CLRE-DATE-X    PIC X(8).
           05  WS-CLRE-DATE-N REDEFINES WS-CLRE-DATE-X
                                 PIC 9(8).
           05  WS-CLRE-DEVISE    PIC X(3).
           05  WS-CLRE-REF       PIC X(16).
           05  FILLER            PIC X(15).
      *ENTREE DE CLEARING EMISE (CF ARIO411)
       01  WS-CLRS-ENR.
           05  WS-CLRS-TYPE          PIC X(1).
           05  WS-CLRS-CPTE          PIC X(10).
           05  WS-CLRS-IBAN-DONNEUR  PIC X(27).
           05  WS-CLRS-CTR           PIC X(10).
           05  WS-CLRS-MT            PIC 9(9)V99.
           05  WS-CLRS-DEVISE        PIC X(3).
           05  WS-CLRS-DATE          PIC 9(8).
           05  WS-CLRS-IBAN-BENEF    PIC X(27).
           05  FILLER                PIC X(3).
           05  WS-CLRS-REF           PIC X(14).
           05  WS-CLRS-REF-ORIG      PIC X(16).
      *CARTE SYSIN : DATE DE REGLEMENT
       01  WS-SYSIN-CARTE.
           05  WS-SYC-DATE-X     PIC X(8).
           05  WS-SYC-DATE-N REDEFINES WS-SYC-DATE-X
                                 PIC 9(8).
           05  FILLER            PIC X(72).
       01  WS-DATEJ-N        PIC 9(8)             VALUE ZERO.
       01  WS-DATE-REG       PIC 9(8)             VALUE ZERO.
       01  WS-DATE-REG-R REDEFINES WS-DATE-REG.
           05  WS-REG-AAAA       PIC 9(4).
           05  WS-REG-MM         PIC 9(2).
           05  WS-REG-JJ         PIC 9(2).
      *DECOMPOSITION DE LA DATE D UN ECART (CALCUL DE L AGE)
       01  WS-ECL-DATE-R.
           05  WS-ECLD-AAAA      PIC 9(4).
           05  WS-ECLD-MM        PIC 9(2).
           05  WS-ECLD-JJ        PIC 9(2).
      *AGE EN JOURS (CALCUL COMMERCIAL 30/360, PLANCHER A ZERO)
       01  WS-AGE-JOURS      PIC S9(5)     COMP-3 VALUE ZERO.
      *SWITCHES
       01  WS-SW-ENTETE      PIC X                VALUE '0'.
           88 ENTETE-LUE                         VALUE '1'.
           88 ENTETE-ABSENTE                     VALUE '0'.
       01  WS-SW-ECL-DATE    PIC X                VALUE '0'.
           88 ECL-DATE-ENCOURS                   VALUE '0'.
           88 ECL-DATE-FIN                       VALUE '1'.
      *ENTREE EN COURS DE RANGEMENT (SENS 1 = RECU, 2 = EMIS)
       01  WS-IND-SENS       PIC S9(4)     COMP   VALUE ZERO.
       01  WS-SENS-RANGE     PIC X(1)             VALUE SPACE.
       01  WS-REF-RANGE      PIC X(16)            VALUE SPACE.
       01  WS-DEVISE-RANGE   PIC X(3)             VALUE SPACE.
       01  WS-MT-RANGE       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-CODE-SENS      PIC X(2)             VALUE 'RE'.
      *----------------------------------------------------------------
      *TABLE DES TOTAUX PAR DEVISE ET PAR SENS, NOUS ET CHAMBRE
      *----------------------------------------------------------------
       01  WS-NB-DEV         PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-DEV        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-DEV-TRV    PIC S9(4)     COMP   VALUE ZERO.
       01  WS-TAB-DEV.
           05  WS-TDEV-ENTREE OCCURS 20.
               10  WS-TDEV-DEVISE    PIC X(3).
               10  WS-TDEV-SENS OCCURS 2.
                   15  WS-TDEV-NB-NOUS   PIC S9(7)     COMP-3.
                   15  WS-TDEV-MT-NOUS   PIC S9(13)V99 COMP-3.
                   15  WS-TDEV-NB-CHB    PIC S9(7)     COMP-3.
                   15  WS-TDEV-MT-CHB    PIC S9(13)V99 COMP-3.
      *----------------------------------------------------------------
      *TABLES DES ENTREES : NOS ENTREES (F-CLR-E ET F-CLR-S) ET LE
      *DETAIL DE LA CHAMBRE ; RAPPROCHE = 'O' UNE FOIS APPARIEE
      *----------------------------------------------------------------
       01  WS-NB-NOUS        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-NOUS       PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-NOUS-TRV   PIC S9(4)     COMP   VALUE ZERO.
       01  WS-TAB-NOUS.
           05  WS-TNOU-ENTREE OCCURS 9999.
               10  WS-TNOU-SENS      PIC X(1).
               10  WS-TNOU-REF       PIC X(16).
               10  WS-TNOU-DEVISE    PIC X(3).
               10  WS-TNOU-MT        PIC S9(13)V99 COMP-3.
               10  WS-TNOU-RAPPROCHE PIC X(1).
       01  WS-NB-CHB         PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-CHB        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-TAB-CHB.
           05  WS-TCHB-ENTREE OCCURS 9999.
               10  WS-TCHB-SENS      PIC X(1).
               10  WS-TCHB-REF       PIC X(16).
               10  WS-TCHB-DEVISE    PIC X(3).
               10  WS-TCHB-MT        PIC S9(13)V99 COMP-3.
      *POSITION NETTE DE LA DEVISE (RECU - EMIS)
       01  WS-NET-NOUS       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-NET-CHB        PIC S9(13)V99 COMP-3 VALUE ZERO.
      *ECART A CUMULER SUR UNE REFERENCE EN DOUBLE
       01  WS-CUM-MT-NOUS    PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-CUM-MT-CHB     PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-CUM-NB-NOUS    PIC S9(7)     COMP-3 VALUE ZERO.
       01  WS-CUM-NB-CHB     PIC S9(7)     COMP-3 VALUE ZERO.
      *----------------------------------------------------------------
      *LIGNES D EDITION
      *----------------------------------------------------------------
       01  WS-LRCL-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LRCL-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LRCL-ENTETE.
           05  FILLER            PIC X(42)
               VALUE 'RAPPROCHEMENT DU REGLEMENT DE COMPENSATION'.
           05  FILLER            PIC X(8)  VALUE SPACES.
           05  FILLER            PIC X(18) VALUE 'DATE REGLEMENT :  '.
           05  WS-LRCL-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LRCL-TITRE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LRCL-TITRE-ED  PIC X(78).
       01  WS-LRCL-INT-TOT.
           05  FILLER            PIC X(11) VALUE 'SENS DEV   '.
           05  FILLER            PIC X(26)
               VALUE ' NB NOUS      MONTANT NOUS'.
           05  FILLER            PIC X(26)
               VALUE ' NB CHBRE    MONTANT CHBRE'.
           05  FILLER            PIC X(17) VALUE '  ECART'.
       01  WS-LRCL-TOTAL.
           05  WS-LRCL-TOT-SENS-ED PIC X(1).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-LRCL-TOT-DEV-ED PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LRCL-TOT-NBN-ED PIC ZZZZZZ9.
           05  WS-LRCL-TOT-MTN-ED PIC -(12)9,99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LRCL-TOT-NBC-ED PIC ZZZZZZ9.
           05  WS-LRCL-TOT-MTC-ED PIC -(12)9,99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LRCL-TOT-ECN-ED PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LRCL-TOT-ECM-ED PIC X(1).
           05  FILLER            PIC X(7)  VALUE SPACES.
       01  WS-LRCL-NET.
           05  FILLER            PIC X(16) VALUE 'POSITION NETTE '.
           05  WS-LRCL-NET-DEV-ED PIC X(3).
           05  FILLER            PIC X(8)  VALUE ' NOUS : '.
           05  WS-LRCL-NET-NOU-ED PIC -(12)9,99.
           05  FILLER            PIC X(11) VALUE '  CHBRE : '.
           05  WS-LRCL-NET-CHB-ED PIC -(12)9,99.
           05  FILLER            PIC X(10) VALUE SPACES.
       01  WS-LRCL-INT-ECART.
           05  FILLER            PIC X(30)
               VALUE 'DATE     S T REFERENCE        '.
           05  FILLER            PIC X(20) VALUE 'DEV    MONTANT NOUS'.
           05  FILLER            PIC X(18) VALUE '     MONTANT CHBRE'.
           05  FILLER            PIC X(12) VALUE '  AGE JOURS'.
       01  WS-LRCL-ECART.
           05  WS-LRCL-ECA-DATE-ED PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LRCL-ECA-SENS-ED PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LRCL-ECA-TYPE-ED PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LRCL-ECA-REF-ED PIC X(16).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LRCL-ECA-DEV-ED PIC X(3).
           05  WS-LRCL-ECA-MTN-ED PIC -(12)9,99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LRCL-ECA-MTC-ED PIC -(12)9,99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-LRCL-ECA-AGE-ED PIC ZZZZ9.
           05  FILLER            PIC X(6)  VALUE SPACES.
       01  WS-LRCL-TRANCHE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LRCL-TRA-LIB-ED PIC X(30).
           05  FILLER            PIC X(3)  VALUE ' : '.
           05  WS-LRCL-TRA-NB-ED PIC ZZZZ9.
           05  FILLER            PIC X(40) VALUE SPACES.
      *ANCIENNETE DES ECARTS OUVERTS : 0-1, 2-5, 6-30, PLUS DE 30 JOURS
       01  WS-NB-TRANCHE-1   PIC S9(5)     COMP   VALUE ZERO.
       01  WS-NB-TRANCHE-2   PIC S9(5)     COMP   VALUE ZERO.
       01  WS-NB-TRANCHE-3   PIC S9(5)     COMP   VALUE ZERO.
       01  WS-NB-TRANCHE-4   PIC S9(5)     COMP   VALUE ZERO.
      *COMPTEUR RENDU EXEC
       01  WS-NB-CRG-LUS     PIC S9(7)     COMP   VALUE ZERO.
       01  WS-NB-CRG-REJETES PIC S9(7)     COMP   VALUE ZERO.
       01  WS-NB-CLRE-LUS    PIC S9(7)     COMP   VALUE ZERO.
       01  WS-NB-CLRS-LUS    PIC S9(7)     COMP   VALUE ZERO.
       01  WS-NB-RAPPROCHES  PIC S9(7)     COMP   VALUE ZERO.
       01  WS-NB-ECL-PURGES  PIC S9(7)     COMP   VALUE ZERO.
       01  WS-NB-ECARTS      PIC S9(7)     COMP   VALUE ZERO.
       01  WS-NB-ECL-CLOS    PIC S9(7)     COMP   VALUE ZERO.
       01  WS-NB-ECL-OUVERTS PIC S9(7)     COMP   VALUE ZERO.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
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
           PERFORM  7000-INIT-SYSIN-DEB
              THRU  7000-INIT-SYSIN-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  8000-EDITION-ENTETE-DEB
              THRU  8000-EDITION-ENTETE-FIN.
      *
      *    PASSE 1 : COMPTE RENDU DE LA CHAMBRE
           PERFORM  6010-READ-F-CRG-E-DEB
              THRU  6010-READ-F-CRG-E-FIN.
           PERFORM  1000-TRT-UN-CRG-DEB
              THRU  1000-TRT-UN-CRG-FIN
             UNTIL  CRG-FIN.
           IF  ENTETE-ABSENTE
               DISPLAY 'COMPTE RENDU DE REGLEMENT SANS ENTETE '
                       'POUR LE ' WS-DATE-REG
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
      *    PASSE 2 : NOS ENTREES DE LA DATE DE REGLEMENT
           PERFORM  6020-READ-F-CLR-E-DEB
              THRU  6020-READ-F-CLR-E-FIN.
           PERFORM  1100-TRT-UN-CLRE-DEB
              THRU  1100-TRT-UN-CLRE-FIN
             UNTIL  CLRE-FIN.
           PERFORM  6030-READ-F-CLR-S-DEB
              THRU  6030-READ-F-CLR-S-FIN.
           PERFORM  1200-TRT-UN-CLRS-DEB
              THRU  1200-TRT-UN-CLRS-FIN
             UNTIL  CLRS-FIN.
      *
      *    PASSE 3 : RELANCE - LES ECARTS ENCORE OUVERTS DE LA DATE
      *    SONT RECALCULES
           PERFORM  2000-PURGE-ECARTS-DEB
              THRU  2000-PURGE-ECARTS-FIN.
      *
      *    PASSE 4 : TOTAUX, POSITION NETTE ET RAPPROCHEMENT DETAILLE
           MOVE 'TOTAUX PAR SENS ET PAR DEVISE (R = RECU, E = EMIS)'
                                        TO WS-LRCL-TITRE-ED.
           PERFORM  8010-EDITION-TITRE-DEB
              THRU  8010-EDITION-TITRE-FIN.
           WRITE FS-BUFF-F-ETAT-RCL-S FROM WS-LRCL-INT-TOT.
           WRITE FS-BUFF-F-ETAT-RCL-S FROM WS-LRCL-TIRET.
           PERFORM  3000-TRT-UNE-DEVISE-DEB
              THRU  3000-TRT-UNE-DEVISE-FIN
             VARYING WS-IND-DEV FROM 1 BY 1
             UNTIL  WS-IND-DEV > WS-NB-DEV.
           WRITE FS-BUFF-F-ETAT-RCL-S FROM WS-LRCL-BLANC.
           PERFORM  3100-POSITION-NETTE-DEB
              THRU  3100-POSITION-NETTE-FIN
             VARYING WS-IND-DEV FROM 1 BY 1
             UNTIL  WS-IND-DEV > WS-NB-DEV.
      *
           PERFORM  3200-RAPPROCHE-UNE-CHB-DEB
              THRU  3200-RAPPROCHE-UNE-CHB-FIN
             VARYING WS-IND-CHB FROM 1 BY 1
             UNTIL  WS-IND-CHB > WS-NB-CHB.
           PERFORM  3300-CONTROLE-UNE-NOUS-DEB
              THRU  3300-CONTROLE-UNE-NOUS-FIN
             VARYING WS-IND-NOUS FROM 1 BY 1
             UNTIL  WS-IND-NOUS > WS-NB-NOUS.
      *
      *    PASSE 5 : ANCIENNETE DE TOUS LES ECARTS OUVERTS
           PERFORM  4000-ANCIENNETE-DEB
              THRU  4000-ANCIENNETE-FIN.
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
      * TRT 1000 TRAITE UN ENREGISTREMENT DU COMPTE RENDU DE LA
      *          CHAMBRE : L ENTETE DOIT PORTER LA DATE DE REGLEMENT,
      *          LES TOTAUX ET LES DETAILS SONT RANGES
      *----------------------------------------------------
       1000-TRT-UN-CRG-DEB.
      *
           ADD  1                       TO WS-NB-CRG-LUS.
      *
           IF  CRG-ENTETE
               IF  WS-CRG-DATE NOT = WS-DATE-REG
                   DISPLAY 'COMPTE RENDU DE REGLEMENT DU '
                           WS-CRG-DATE ' - ATTENDU DU ' WS-DATE-REG
                   PERFORM 9999-ERREUR-PROGRAMME-DEB
                      THRU 9999-ERREUR-PROGRAMME-FIN
               END-IF
               SET  ENTETE-LUE          TO TRUE
               GO TO 1000-TRT-UN-CRG-SUITE
           END-IF.
      *
           IF  NOT (CRG-TOTAL OR CRG-DETAIL)
               OR NOT (CRG-RECU OR CRG-EMIS)
               OR WS-CRG-NB NOT NUMERIC
               OR WS-CRG-MT NOT NUMERIC
               OR WS-CRG-DATE NOT = WS-DATE-REG
               ADD  1                   TO WS-NB-CRG-REJETES
               DISPLAY 'COMPTE RENDU - ENREGISTREMENT REJETE : '
                       WS-CRG-ENR (1:40)
               GO TO 1000-TRT-UN-CRG-SUITE
           END-IF.
      *
           MOVE WS-CRG-SENS             TO WS-SENS-RANGE.
           MOVE WS-CRG-DEVISE           TO WS-DEVISE-RANGE.
           PERFORM  7100-CHERCHE-DEVISE-DEB
              THRU  7100-CHERCHE-DEVISE-FIN.
      *
           IF  CRG-TOTAL
               ADD  WS-CRG-NB
                 TO WS-TDEV-NB-CHB(WS-IND-DEV-TRV, WS-IND-SENS)
               ADD  WS-CRG-MT
                 TO WS-TDEV-MT-CHB(WS-IND-DEV-TRV, WS-IND-SENS)
               GO TO 1000-TRT-UN-CRG-SUITE
           END-IF.
      *
           IF  WS-NB-CHB = 9999
               DISPLAY 'TABLE DU DETAIL DE LA CHAMBRE PLEINE'
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-NB-CHB.
           MOVE WS-SENS-RANGE           TO WS-TCHB-SENS(WS-NB-CHB).
           MOVE WS-CRG-REF              TO WS-TCHB-REF(WS-NB-CHB).
           MOVE WS-DEVISE-RANGE         TO WS-TCHB-DEVISE(WS-NB-CHB).
           MOVE WS-CRG-MT               TO WS-TCHB-MT(WS-NB-CHB).
      *
       1000-TRT-UN-CRG-SUITE.
           PERFORM  6010-READ-F-CRG-E-DEB
              THRU  6010-READ-F-CRG-E-FIN.
      *
       1000-TRT-UN-CRG-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1100 RANGE UNE ENTREE DU CLEARING ENTRANT DE LA DATE DE
      *          REGLEMENT (LES ENTREES INVALIDES SONT REJETEES PAR
      *          ARIO231 ET N ONT PAS ETE REGLEES)
      *----------------------------------------------------
       1100-TRT-UN-CLRE-DEB.
      *
           ADD  1                       TO WS-NB-CLRE-LUS.
      *
           IF  WS-CLRE-MT-X NOT NUMERIC
               OR WS-CLRE-DATE-X NOT NUMERIC
               GO TO 1100-TRT-UN-CLRE-SUITE
           END-IF.
           IF  WS-CLRE-DATE-N NOT = WS-DATE-REG
               GO TO 1100-TRT-UN-CLRE-SUITE
           END-IF.
      *
           MOVE 'R'                     TO WS-SENS-RANGE.
           MOVE WS-CLRE-REF             TO WS-REF-RANGE.
           MOVE WS-CLRE-DEVISE          TO WS-DEVISE-RANGE.
           MOVE WS-CLRE-MT-N            TO WS-MT-RANGE.
           PERFORM  7200-RANGE-UNE-NOUS-DEB
              THRU  7200-RANGE-UNE-NOUS-FIN.
      *
       1100-TRT-UN-CLRE-SUITE.
           PERFORM  6020-READ-F-CLR-E-DEB
              THRU  6020-READ-F-CLR-E-FIN.
      *
       1100-TRT-UN-CLRE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1200 RANGE UNE ENTREE DU CLEARING SORTANT DE LA DATE DE
      *          REGLEMENT
      *----------------------------------------------------
       1200-TRT-UN-CLRS-DEB.
      *
           ADD  1                       TO WS-NB-CLRS-LUS.
      *
           IF  WS-CLRS-DATE NOT = WS-DATE-REG
               GO TO 1200-TRT-UN-CLRS-SUITE
           END-IF.
      *
           MOVE 'E'                     TO WS-SENS-RANGE.
           MOVE WS-CLRS-REF             TO WS-REF-RANGE.
           MOVE WS-CLRS-DEVISE          TO WS-DEVISE-RANGE.
           MOVE WS-CLRS-MT              TO WS-MT-RANGE.
           PERFORM  7200-RANGE-UNE-NOUS-DEB
              THRU  7200-RANGE-UNE-NOUS-FIN.
      *
       1200-TRT-UN-CLRS-SUITE.
           PERFORM  6030-READ-F-CLR-S-DEB
              THRU  6030-READ-F-CLR-S-FIN.
      *
       1200-TRT-UN-CLRS-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 SUPPRIME LES ECARTS ENCORE OUVERTS DE LA DATE DE
      *          REGLEMENT (RELANCE) ; LES ECARTS CLOS SONT CONSERVES
      *----------------------------------------------------
       2000-PURGE-ECARTS-DEB.
      *
           SET  ECL-DATE-ENCOURS        TO TRUE.
           MOVE LOW-VALUES              TO FS-KEY-ECL.
           MOVE WS-DATE-REG             TO FS-KEY-ECL (1:8).
           PERFORM  6040-START-F-ECL-ES-DEB
              THRU  6040-START-F-ECL-ES-FIN.
           IF  NOT ECL-FS-OK
               GO TO 2000-PURGE-ECARTS-FIN
           END-IF.
      *
           PERFORM  6045-READNEXT-F-ECL-ES-DEB
              THRU  6045-READNEXT-F-ECL-ES-FIN.
           PERFORM  2010-PURGE-UN-ECART-DEB
              THRU  2010-PURGE-UN-ECART-FIN
             UNTIL  ECL-FS-FIN OR ECL-DATE-FIN.
      *
       2000-PURGE-ECARTS-FIN.
           EXIT.
       2010-PURGE-UN-ECART-DEB.
      *
           IF  WS-ECL-DATE NOT = WS-DATE-REG
               SET  ECL-DATE-FIN        TO TRUE
               GO TO 2010-PURGE-UN-ECART-FIN
           END-IF.
      *
           IF  ECL-OUVERT
               PERFORM  6060-DELETE-F-ECL-ES-DEB
                  THRU  6060-DELETE-F-ECL-ES-FIN
               ADD  1                   TO WS-NB-ECL-PURGES
           END-IF.
      *
           PERFORM  6045-READNEXT-F-ECL-ES-DEB
              THRU  6045-READNEXT-F-ECL-ES-FIN.
      *
       2010-PURGE-UN-ECART-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 COMPARE LES TOTAUX D UNE DEVISE DANS LES DEUX SENS :
      *          ECART DE NOMBRE (N) ET DE MONTANT (M)
      *----------------------------------------------------
       3000-TRT-UNE-DEVISE-DEB.
      *
           PERFORM  3010-TRT-UN-SENS-DEB
              THRU  3010-TRT-UN-SENS-FIN
             VARYING WS-IND-SENS FROM 1 BY 1
             UNTIL  WS-IND-SENS > 2.
      *
       3000-TRT-UNE-DEVISE-FIN.
           EXIT.
       3010-TRT-UN-SENS-DEB.
      *
           IF  WS-TDEV-NB-NOUS(WS-IND-DEV, WS-IND-SENS) = ZERO
               AND WS-TDEV-NB-CHB(WS-IND-DEV, WS-IND-SENS) = ZERO
               AND WS-TDEV-MT-NOUS(WS-IND-DEV, WS-IND-SENS) = ZERO
               AND WS-TDEV-MT-CHB(WS-IND-DEV, WS-IND-SENS) = ZERO
               GO TO 3010-TRT-UN-SENS-FIN
           END-IF.
      *
           MOVE WS-CODE-SENS (WS-IND-SENS:1) TO WS-LRCL-TOT-SENS-ED.
           MOVE WS-TDEV-DEVISE(WS-IND-DEV) TO WS-LRCL-TOT-DEV-ED.
           MOVE WS-TDEV-NB-NOUS(WS-IND-DEV, WS-IND-SENS)
                                        TO WS-LRCL-TOT-NBN-ED.
           MOVE WS-TDEV-MT-NOUS(WS-IND-DEV, WS-IND-SENS)
                                        TO WS-LRCL-TOT-MTN-ED.
           MOVE WS-TDEV-NB-CHB(WS-IND-DEV, WS-IND-SENS)
                                        TO WS-LRCL-TOT-NBC-ED.
           MOVE WS-TDEV-MT-CHB(WS-IND-DEV, WS-IND-SENS)
                                        TO WS-LRCL-TOT-MTC-ED.
           MOVE SPACE                   TO WS-LRCL-TOT-ECN-ED.
           MOVE SPACE                   TO WS-LRCL-TOT-ECM-ED.
      *
           IF  WS-TDEV-NB-NOUS(WS-IND-DEV, WS-IND-SENS)
               NOT = WS-TDEV-NB-CHB(WS-IND-DEV, WS-IND-SENS)
               MOVE 'N'                 TO WS-LRCL-TOT-ECN-ED
               PERFORM  7300-INIT-ECART-TOTAL-DEB
                  THRU  7300-INIT-ECART-TOTAL-FIN
               MOVE 'N'                 TO WS-ECL-TYPE
               PERFORM  7400-ECRIT-ECART-DEB
                  THRU  7400-ECRIT-ECART-FIN
           END-IF.
           IF  WS-TDEV-MT-NOUS(WS-IND-DEV, WS-IND-SENS)
               NOT = WS-TDEV-MT-CHB(WS-IND-DEV, WS-IND-SENS)
               MOVE 'M'                 TO WS-LRCL-TOT-ECM-ED
               PERFORM  7300-INIT-ECART-TOTAL-DEB
                  THRU  7300-INIT-ECART-TOTAL-FIN
               MOVE 'M'                 TO WS-ECL-TYPE
               PERFORM  7400-ECRIT-ECART-DEB
                  THRU  7400-ECRIT-ECART-FIN
           END-IF.
      *
           WRITE FS-BUFF-F-ETAT-RCL-S FROM WS-LRCL-TOTAL.
      *
       3010-TRT-UN-SENS-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3100 EDITE LA POSITION NETTE D UNE DEVISE : RECU - EMIS,
      *          SELON NOS FICHIERS ET SELON LA CHAMBRE
      *----------------------------------------------------
       3100-POSITION-NETTE-DEB.
      *
           COMPUTE WS-NET-NOUS = WS-TDEV-MT-NOUS(WS-IND-DEV, 1)
                               - WS-TDEV-MT-NOUS(WS-IND-DEV, 2).
           COMPUTE WS-NET-CHB  = WS-TDEV-MT-CHB(WS-IND-DEV, 1)
                               - WS-TDEV-MT-CHB(WS-IND-DEV, 2).
           MOVE WS-TDEV-DEVISE(WS-IND-DEV) TO WS-LRCL-NET-DEV-ED.
           MOVE WS-NET-NOUS             TO WS-LRCL-NET-NOU-ED.
           MOVE WS-NET-CHB              TO WS-LRCL-NET-CHB-ED.
           WRITE FS-BUFF-F-ETAT-RCL-S FROM WS-LRCL-NET.
      *
       3100-POSITION-NETTE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3200 APPARIE UNE ENTREE DE LA CHAMBRE AVEC LA NOTRE DE MEME
      *          SENS ET MEME REFERENCE : MONTANT DIFFERENT (A) OU
      *          ENTREE CHEZ LA CHAMBRE SEULEMENT (C)
      *----------------------------------------------------
       3200-RAPPROCHE-UNE-CHB-DEB.
      *
           MOVE ZERO                    TO WS-IND-NOUS-TRV.
           PERFORM  3210-CHERCHE-NOUS-DEB
              THRU  3210-CHERCHE-NOUS-FIN
             VARYING WS-IND-NOUS FROM 1 BY 1
             UNTIL  WS-IND-NOUS > WS-NB-NOUS
                 OR WS-IND-NOUS-TRV NOT = ZERO.
      *
           MOVE SPACE                   TO WS-ECL-ENR.
           MOVE WS-DATE-REG             TO WS-ECL-DATE.
           MOVE WS-TCHB-SENS(WS-IND-CHB) TO WS-ECL-SENS.
           MOVE WS-TCHB-REF(WS-IND-CHB) TO WS-ECL-REF.
           MOVE WS-TCHB-DEVISE(WS-IND-CHB) TO WS-ECL-DEVISE.
           MOVE WS-TCHB-MT(WS-IND-CHB)  TO WS-ECL-MT-CHAMBRE.
           MOVE 1                       TO WS-ECL-NB-CHAMBRE.
      *
           IF  WS-IND-NOUS-TRV = ZERO
               MOVE 'C'                 TO WS-ECL-TYPE
               MOVE ZERO                TO WS-ECL-MT-NOUS
               MOVE ZERO                TO WS-ECL-NB-NOUS
               PERFORM  7400-ECRIT-ECART-DEB
                  THRU  7400-ECRIT-ECART-FIN
               GO TO 3200-RAPPROCHE-UNE-CHB-FIN
           END-IF.
      *
           MOVE 'O'             TO WS-TNOU-RAPPROCHE(WS-IND-NOUS-TRV).
           IF  WS-TNOU-MT(WS-IND-NOUS-TRV) = WS-TCHB-MT(WS-IND-CHB)
               AND WS-TNOU-DEVISE(WS-IND-NOUS-TRV)
                   = WS-TCHB-DEVISE(WS-IND-CHB)
               ADD  1                   TO WS-NB-RAPPROCHES
               GO TO 3200-RAPPROCHE-UNE-CHB-FIN
           END-IF.
      *
           MOVE 'A'                     TO WS-ECL-TYPE.
           MOVE WS-TNOU-MT(WS-IND-NOUS-TRV) TO WS-ECL-MT-NOUS.
           MOVE 1                       TO WS-ECL-NB-NOUS.
           PERFORM  7400-ECRIT-ECART-DEB
              THRU  7400-ECRIT-ECART-FIN.
      *
       3200-RAPPROCHE-UNE-CHB-FIN.
           EXIT.
       3210-CHERCHE-NOUS-DEB.
      *
           IF  WS-TNOU-RAPPROCHE(WS-IND-NOUS) = 'N'
               AND WS-TNOU-SENS(WS-IND-NOUS) = WS-TCHB-SENS(WS-IND-CHB)
               AND WS-TNOU-REF(WS-IND-NOUS) = WS-TCHB-REF(WS-IND-CHB)
               MOVE WS-IND-NOUS         TO WS-IND-NOUS-TRV
           END-IF.
      *
       3210-CHERCHE-NOUS-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3300 ENTREE CHEZ NOUS SEULEMENT (O) : NON APPARIEE A UN
      *          DETAIL DE LA CHAMBRE
      *----------------------------------------------------
       3300-CONTROLE-UNE-NOUS-DEB.
      *
           IF  WS-TNOU-RAPPROCHE(WS-IND-NOUS) = 'O'
               GO TO 3300-CONTROLE-UNE-NOUS-FIN
           END-IF.
      *
           MOVE SPACE                   TO WS-ECL-ENR.
           MOVE WS-DATE-REG             TO WS-ECL-DATE.
           MOVE WS-TNOU-SENS(WS-IND-NOUS) TO WS-ECL-SENS.
           MOVE 'O'                     TO WS-ECL-TYPE.
           MOVE WS-TNOU-REF(WS-IND-NOUS) TO WS-ECL-REF.
           MOVE WS-TNOU-DEVISE(WS-IND-NOUS) TO WS-ECL-DEVISE.
           MOVE WS-TNOU-MT(WS-IND-NOUS) TO WS-ECL-MT-NOUS.
           MOVE 1                       TO WS-ECL-NB-NOUS.
           MOVE ZERO                    TO WS-ECL-MT-CHAMBRE.
           MOVE ZERO                    TO WS-ECL-NB-CHAMBRE.
           PERFORM  7400-ECRIT-ECART-DEB
              THRU  7400-ECRIT-ECART-FIN.
      *
       3300-CONTROLE-UNE-NOUS-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 4000 EDITE TOUS LES ECARTS OUVERTS AVEC LEUR AGE ET LEUR
      *          REPARTITION PAR TRANCHE D ANCIENNETE
      *----------------------------------------------------
       4000-ANCIENNETE-DEB.
      *
           MOVE 'ECARTS OUVERTS (S = SENS, T = TYPE N M A O C)'
                                        TO WS-LRCL-TITRE-ED.
           PERFORM  8010-EDITION-TITRE-DEB
              THRU  8010-EDITION-TITRE-FIN.
           WRITE FS-BUFF-F-ETAT-RCL-S FROM WS-LRCL-INT-ECART.
           WRITE FS-BUFF-F-ETAT-RCL-S FROM WS-LRCL-TIRET.
      *
           MOVE LOW-VALUES              TO FS-KEY-ECL.
           PERFORM  6040-START-F-ECL-ES-DEB
              THRU  6040-START-F-ECL-ES-FIN.
           IF  ECL-FS-OK
               PERFORM  6045-READNEXT-F-ECL-ES-DEB
                  THRU  6045-READNEXT-F-ECL-ES-FIN
               PERFORM  4010-TRT-UN-OUVERT-DEB
                  THRU  4010-TRT-UN-OUVERT-FIN
                 UNTIL  ECL-FS-FIN
           END-IF.
      *
           WRITE FS-BUFF-F-ETAT-RCL-S FROM WS-LRCL-TIRET.
           MOVE 'ECARTS OUVERTS DE 0 A 1 JOUR' TO WS-LRCL-TRA-LIB-ED.
           MOVE WS-NB-TRANCHE-1         TO WS-LRCL-TRA-NB-ED.
           WRITE FS-BUFF-F-ETAT-RCL-S FROM WS-LRCL-TRANCHE.
           MOVE 'ECARTS OUVERTS DE 2 A 5 JOURS' TO WS-LRCL-TRA-LIB-ED.
           MOVE WS-NB-TRANCHE-2         TO WS-LRCL-TRA-NB-ED.
           WRITE FS-BUFF-F-ETAT-RCL-S FROM WS-LRCL-TRANCHE.
           MOVE 'ECARTS OUVERTS DE 6 A 30 JOURS'
                                        TO WS-LRCL-TRA-LIB-ED.
           MOVE WS-NB-TRANCHE-3         TO WS-LRCL-TRA-NB-ED.
           WRITE FS-BUFF-F-ETAT-RCL-S FROM WS-LRCL-TRANCHE.
           MOVE 'ECARTS OUVERTS DE PLUS DE 30 J' TO WS-LRCL-TRA-LIB-ED.
           MOVE WS-NB-TRANCHE-4         TO WS-LRCL-TRA-NB-ED.
           WRITE FS-BUFF-F-ETAT-RCL-S FROM WS-LRCL-TRANCHE.
      *
       4000-ANCIENNETE-FIN.
           EXIT.
       4010-TRT-UN-OUVERT-DEB.
      *
           IF  NOT ECL-OUVERT
               GO TO 4010-TRT-UN-OUVERT-SUITE
           END-IF.
      *
           ADD  1                       TO WS-NB-ECL-OUVERTS.
           PERFORM  7500-CALCULE-AGE-DEB
              THRU  7500-CALCULE-AGE-FIN.
           EVALUATE TRUE
               WHEN WS-AGE-JOURS < 2
                    ADD  1              TO WS-NB-TRANCHE-1
               WHEN WS-AGE-JOURS < 6
                    ADD  1              TO WS-NB-TRANCHE-2
               WHEN WS-AGE-JOURS < 31
                    ADD  1              TO WS-NB-TRANCHE-3
               WHEN OTHER
                    ADD  1              TO WS-NB-TRANCHE-4
           END-EVALUATE.
           PERFORM  8020-EDITION-ECART-DEB
              THRU  8020-EDITION-ECART-FIN.
      *
       4010-TRT-UN-OUVERT-SUITE.
           PERFORM  6045-READNEXT-F-ECL-ES-DEB
              THRU  6045-READNEXT-F-ECL-ES-FIN.
      *
       4010-TRT-UN-OUVERT-FIN.
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
           OPEN INPUT F-CRG-E.
           IF WS-FS-CRG-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CRG-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CRG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-CLR-E.
           IF WS-FS-CLR-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CLR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLR-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-CLR-S.
           IF WS-FS-CLR-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CLR-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLR-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-ECL-ES.
           IF WS-FS-ECL-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ECL-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ECL-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-RCL-S.
           IF WS-FS-ETAT-RCL-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-RCL-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-RCL-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT L ENREGISTREMENT SUIVANT DU COMPTE RENDU
      *------------------------------------
       6010-READ-F-CRG-E-DEB.
      *
           READ F-CRG-E INTO WS-CRG-ENR.
           IF NOT (CRG-OK OR CRG-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CRG-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CRG-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-CRG-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 LIT L ENTREE SUIVANTE DU CLEARING ENTRANT
      *------------------------------------
       6020-READ-F-CLR-E-DEB.
      *
           READ F-CLR-E INTO WS-CLRE-ENR.
           IF NOT (CLRE-OK OR CLRE-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLR-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READ-F-CLR-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 LIT L ENTREE SUIVANTE DU CLEARING SORTANT
      *------------------------------------
       6030-READ-F-CLR-S-DEB.
      *
           READ F-CLR-S INTO WS-CLRS-ENR.
           IF NOT (CLRS-OK OR CLRS-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLR-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLR-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-READ-F-CLR-S-FIN.
           EXIT.
      *-------------------------------------
      *6040 POSITIONNE LE FICHIER DES ECARTS (CLE POSEE PAR
      *     L APPELANT)
      *------------------------------------
       6040-START-F-ECL-ES-DEB.
      *
           START F-ECL-ES
             KEY IS NOT LESS THAN FS-KEY-ECL
           END-START.
           IF NOT (ECL-FS-OK OR ECL-FS-INEXISTANT OR ECL-FS-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-ECL-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ECL-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-START-F-ECL-ES-FIN.
           EXIT.
       6045-READNEXT-F-ECL-ES-DEB.
      *
           READ F-ECL-ES NEXT RECORD INTO WS-ECL-ENR.
           IF NOT (ECL-FS-OK OR ECL-FS-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ECL-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ECL-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6045-READNEXT-F-ECL-ES-FIN.
           EXIT.
      *-------------------------------------
      *6050 ECRIT UN ECART ; UN DOUBLON EST RENDU A L APPELANT
      *------------------------------------
       6050-WRITE-F-ECL-ES-DEB.
      *
           WRITE FS-BUFF-F-ECL-ES FROM WS-ECL-ENR.
           IF NOT (ECL-FS-OK OR ECL-FS-DOUBLON)
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-ECL-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ECL-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6050-WRITE-F-ECL-ES-FIN.
           EXIT.
       6055-READ-KEY-F-ECL-ES-DEB.
      *
           READ F-ECL-ES INTO WS-ECL-ENR
             KEY IS FS-KEY-ECL
           END-READ.
           IF NOT ECL-FS-OK
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ECL-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ECL-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6055-READ-KEY-F-ECL-ES-FIN.
           EXIT.
       6057-REWRITE-F-ECL-ES-DEB.
      *
           REWRITE FS-BUFF-F-ECL-ES FROM WS-ECL-ENR.
           IF NOT ECL-FS-OK
              DISPLAY 'PROBLEME DE REECRITURE DU FICHIER F-ECL-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ECL-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6057-REWRITE-F-ECL-ES-FIN.
           EXIT.
       6060-DELETE-F-ECL-ES-DEB.
      *
           DELETE F-ECL-ES RECORD.
           IF NOT ECL-FS-OK
              DISPLAY 'PROBLEME DE SUPPRESSION DANS F-ECL-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ECL-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6060-DELETE-F-ECL-ES-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-CRG-E.
           CLOSE F-CLR-E.
           CLOSE F-CLR-S.
           CLOSE F-ECL-ES.
           CLOSE F-ETAT-RCL-S.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 DATE DE REGLEMENT : SYSIN, A DEFAUT DATE DU JOUR
      *------------------------------------
       7000-INIT-SYSIN-DEB.
      *
           ACCEPT WS-DATEJ-N FROM DATE YYYYMMDD.
           MOVE SPACES                  TO WS-SYSIN-CARTE.
           ACCEPT WS-SYSIN-CARTE FROM SYSIN.
           IF  WS-SYC-DATE-X NUMERIC
               AND WS-SYC-DATE-N > ZERO
               MOVE WS-SYC-DATE-N       TO WS-DATE-REG
           ELSE
               MOVE WS-DATEJ-N          TO WS-DATE-REG
           END-IF.
           MOVE WS-REG-JJ               TO WS-LRCL-DATE-ED (1:2).
           MOVE WS-REG-MM               TO WS-LRCL-DATE-ED (4:2).
           MOVE WS-REG-AAAA             TO WS-LRCL-DATE-ED (7:4).
      *
       7000-INIT-SYSIN-FIN.
           EXIT.
      *-------------------------------------
      *7100 RECHERCHE (OU CREE) LE POSTE DE LA DEVISE A RANGER ET
      *     DONNE L INDICE DU SENS (1 = RECU, 2 = EMIS)
      *------------------------------------
       7100-CHERCHE-DEVISE-DEB.
      *
           IF  WS-DEVISE-RANGE = SPACE
               MOVE 'EUR'               TO WS-DEVISE-RANGE
           END-IF.
           IF  WS-SENS-RANGE = 'R'
               MOVE 1                   TO WS-IND-SENS
           ELSE
               MOVE 2                   TO WS-IND-SENS
           END-IF.
      *
           MOVE ZERO                    TO WS-IND-DEV-TRV.
           PERFORM  7110-COMPARE-DEVISE-DEB
              THRU  7110-COMPARE-DEVISE-FIN
             VARYING WS-IND-DEV FROM 1 BY 1
             UNTIL  WS-IND-DEV > WS-NB-DEV
                 OR WS-IND-DEV-TRV NOT = ZERO.
           IF  WS-IND-DEV-TRV NOT = ZERO
               GO TO 7100-CHERCHE-DEVISE-FIN
           END-IF.
      *
           IF  WS-NB-DEV = 20
               DISPLAY 'TABLE DES DEVISES PLEINE : ' WS-DEVISE-RANGE
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-NB-DEV.
           MOVE WS-NB-DEV               TO WS-IND-DEV-TRV.
           MOVE WS-DEVISE-RANGE         TO WS-TDEV-DEVISE(WS-NB-DEV).
           MOVE ZERO                    TO WS-TDEV-NB-NOUS(WS-NB-DEV, 1)
                                           WS-TDEV-MT-NOUS(WS-NB-DEV, 1)
                                           WS-TDEV-NB-CHB(WS-NB-DEV, 1)
                                           WS-TDEV-MT-CHB(WS-NB-DEV, 1)
                                           WS-TDEV-NB-NOUS(WS-NB-DEV, 2)
                                           WS-TDEV-MT-NOUS(WS-NB-DEV, 2)
                                           WS-TDEV-NB-CHB(WS-NB-DEV, 2)
                                           WS-TDEV-MT-CHB(WS-NB-DEV, 2).
      *
       7100-CHERCHE-DEVISE-FIN.
           EXIT.
       7110-COMPARE-DEVISE-DEB.
      *
           IF  WS-TDEV-DEVISE(WS-IND-DEV) = WS-DEVISE-RANGE
               MOVE WS-IND-DEV          TO WS-IND-DEV-TRV
           END-IF.
      *
       7110-COMPARE-DEVISE-FIN.
           EXIT.
      *-------------------------------------
      *7200 RANGE UNE DE NOS ENTREES : TOTAUX DE LA DEVISE ET TABLE
      *     DES ENTREES A APPARIER
      *------------------------------------
       7200-RANGE-UNE-NOUS-DEB.
      *
           PERFORM  7100-CHERCHE-DEVISE-DEB
              THRU  7100-CHERCHE-DEVISE-FIN.
           ADD  1      TO WS-TDEV-NB-NOUS(WS-IND-DEV-TRV, WS-IND-SENS).
           ADD  WS-MT-RANGE
                       TO WS-TDEV-MT-NOUS(WS-IND-DEV-TRV, WS-IND-SENS).
      *
           IF  WS-NB-NOUS = 9999
               DISPLAY 'TABLE DE NOS ENTREES DE CLEARING PLEINE'
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-NB-NOUS.
           MOVE WS-SENS-RANGE           TO WS-TNOU-SENS(WS-NB-NOUS).
           MOVE WS-REF-RANGE            TO WS-TNOU-REF(WS-NB-NOUS).
           MOVE WS-DEVISE-RANGE         TO WS-TNOU-DEVISE(WS-NB-NOUS).
           MOVE WS-MT-RANGE             TO WS-TNOU-MT(WS-NB-NOUS).
           MOVE 'N'                   TO WS-TNOU-RAPPROCHE(WS-NB-NOUS).
      *
       7200-RANGE-UNE-NOUS-FIN.
           EXIT.
      *-------------------------------------
      *7300 PREPARE UN ECART DE TOTAL DE LA DEVISE ET DU SENS COURANTS
      *     (LE TYPE N OU M EST POSE PAR L APPELANT)
      *------------------------------------
       7300-INIT-ECART-TOTAL-DEB.
      *
           MOVE SPACE                   TO WS-ECL-ENR.
           MOVE WS-DATE-REG             TO WS-ECL-DATE.
           MOVE WS-CODE-SENS (WS-IND-SENS:1) TO WS-ECL-SENS.
           MOVE WS-TDEV-DEVISE(WS-IND-DEV) TO WS-ECL-REF.
           MOVE WS-TDEV-DEVISE(WS-IND-DEV) TO WS-ECL-DEVISE.
           MOVE WS-TDEV-NB-NOUS(WS-IND-DEV, WS-IND-SENS)
                                        TO WS-ECL-NB-NOUS.
           MOVE WS-TDEV-MT-NOUS(WS-IND-DEV, WS-IND-SENS)
                                        TO WS-ECL-MT-NOUS.
           MOVE WS-TDEV-NB-CHB(WS-IND-DEV, WS-IND-SENS)
                                        TO WS-ECL-NB-CHAMBRE.
           MOVE WS-TDEV-MT-CHB(WS-IND-DEV, WS-IND-SENS)
                                        TO WS-ECL-MT-CHAMBRE.
      *
       7300-INIT-ECART-TOTAL-FIN.
           EXIT.
      *-------------------------------------
      *7400 ENREGISTRE L ECART PREPARE, OUVERT. UNE CLE DEJA PRESENTE
      *     EST SOIT UN ECART CLOS (NON ROUVERT), SOIT UNE REFERENCE
      *     EN DOUBLE DANS LE RUN (MONTANTS ET NOMBRES CUMULES)
      *------------------------------------
       7400-ECRIT-ECART-DEB.
      *
           SET  ECL-OUVERT              TO TRUE.
           MOVE ZERO                    TO WS-ECL-DATE-FERM.
           MOVE SPACE                   TO WS-ECL-OPID.
           MOVE SPACE                   TO WS-ECL-COMMENT.
           MOVE WS-ECL-CLE              TO FS-KEY-ECL.
           PERFORM  6050-WRITE-F-ECL-ES-DEB
              THRU  6050-WRITE-F-ECL-ES-FIN.
           IF  ECL-FS-OK
               ADD  1                   TO WS-NB-ECARTS
               GO TO 7400-ECRIT-ECART-FIN
           END-IF.
      *
           MOVE WS-ECL-MT-NOUS          TO WS-CUM-MT-NOUS.
           MOVE WS-ECL-MT-CHAMBRE       TO WS-CUM-MT-CHB.
           MOVE WS-ECL-NB-NOUS          TO WS-CUM-NB-NOUS.
           MOVE WS-ECL-NB-CHAMBRE       TO WS-CUM-NB-CHB.
           PERFORM  6055-READ-KEY-F-ECL-ES-DEB
              THRU  6055-READ-KEY-F-ECL-ES-FIN.
           IF  ECL-CLOS
               ADD  1                   TO WS-NB-ECL-CLOS
               GO TO 7400-ECRIT-ECART-FIN
           END-IF.
      *
           ADD  WS-CUM-MT-NOUS          TO WS-ECL-MT-NOUS.
           ADD  WS-CUM-MT-CHB           TO WS-ECL-MT-CHAMBRE.
           ADD  WS-CUM-NB-NOUS          TO WS-ECL-NB-NOUS.
           ADD  WS-CUM-NB-CHB           TO WS-ECL-NB-CHAMBRE.
           PERFORM  6057-REWRITE-F-ECL-ES-DEB
              THRU  6057-REWRITE-F-ECL-ES-FIN.
      *
       7400-ECRIT-ECART-FIN.
           EXIT.
      *-------------------------------------
      *7500 CALCULE L AGE DE L ECART EN JOURS (CALCUL COMMERCIAL
      *     30/360, SUFFISANT POUR UN ETAT D ANCIENNETE)
      *------------------------------------
       7500-CALCULE-AGE-DEB.
      *
           MOVE WS-ECL-DATE             TO WS-ECL-DATE-R.
           COMPUTE WS-AGE-JOURS =
                 ((WS-REG-AAAA - WS-ECLD-AAAA) * 360)
               + ((WS-REG-MM   - WS-ECLD-MM)   * 30)
               +  (WS-REG-JJ   - WS-ECLD-JJ).
           IF  WS-AGE-JOURS < ZERO
               MOVE ZERO                TO WS-AGE-JOURS
           END-IF.
      *
       7500-CALCULE-AGE-FIN.
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
           WRITE FS-BUFF-F-ETAT-RCL-S FROM WS-LRCL-ENTETE
               AFTER ADVANCING PAGE.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8010 EDITE LE TITRE D UNE PARTIE DE L ETAT
      *------------------------------------
       8010-EDITION-TITRE-DEB.
      *
           WRITE FS-BUFF-F-ETAT-RCL-S FROM WS-LRCL-BLANC.
           WRITE FS-BUFF-F-ETAT-RCL-S FROM WS-LRCL-TITRE.
           WRITE FS-BUFF-F-ETAT-RCL-S FROM WS-LRCL-BLANC.
      *
       8010-EDITION-TITRE-FIN.
           EXIT.
      *-------------------------------------
      *8020 EDITE LA LIGNE D UN ECART OUVERT
      *------------------------------------
       8020-EDITION-ECART-DEB.
      *
           MOVE WS-ECL-DATE             TO WS-LRCL-ECA-DATE-ED.
           MOVE WS-ECL-SENS             TO WS-LRCL-ECA-SENS-ED.
           MOVE WS-ECL-TYPE             TO WS-LRCL-ECA-TYPE-ED.
           MOVE WS-ECL-REF              TO WS-LRCL-ECA-REF-ED.
           MOVE WS-ECL-DEVISE           TO WS-LRCL-ECA-DEV-ED.
           MOVE WS-ECL-MT-NOUS          TO WS-LRCL-ECA-MTN-ED.
           MOVE WS-ECL-MT-CHAMBRE       TO WS-LRCL-ECA-MTC-ED.
           MOVE WS-AGE-JOURS            TO WS-LRCL-ECA-AGE-ED.
           WRITE FS-BUFF-F-ETAT-RCL-S FROM WS-LRCL-ECART.
      *
       8020-EDITION-ECART-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO493              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* DATE DE REGLEMENT         : ' WS-DATE-REG.
           DISPLAY '* COMPTE RENDU CHAMBRE LUS  : ' WS-NB-CRG-LUS.
           DISPLAY '* COMPTE RENDU REJETES      : ' WS-NB-CRG-REJETES.
           DISPLAY '* CLEARING ENTRANT LUS      : ' WS-NB-CLRE-LUS.
           DISPLAY '* CLEARING SORTANT LUS      : ' WS-NB-CLRS-LUS.
           DISPLAY '* ENTREES RAPPROCHEES       : ' WS-NB-RAPPROCHES.
           DISPLAY '* ECARTS OUVERTS RECALCULES : ' WS-NB-ECL-PURGES.
           DISPLAY '* ECARTS DU JOUR            : ' WS-NB-ECARTS.
           DISPLAY '* ECARTS DEJA CLOS          : ' WS-NB-ECL-CLOS.
           DISPLAY '* ECARTS OUVERTS AU TOTAL   : ' WS-NB-ECL-OUVERTS.
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
      *    UN ECART DU JOUR OU UN ENREGISTREMENT REJETE EST SIGNALE A
      *    L EXPLOITATION PAR LE CODE RETOUR 04
           IF  WS-NB-ECARTS > ZERO
               OR WS-NB-CRG-REJETES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO493         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO493        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
