      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : EVTCLI                                    *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DU FICHIER COMMUN DES          *
      *EVENEMENTS DE COMPTE A NOTIFIER AU CLIENT (EVT0101, SEQUENTIEL *
      *ESDS, EN AJOUT). CHAQUE TRAITEMENT SOURCE DEPOSE L EVENEMENT : *
      *DEC DEPASSEMENT DE DECOUVERT ET OPP CHEQUE PRESENTE SOUS       *
      *OPPOSITION (ARIO411), PRI PRELEVEMENT RETOURNE (ARIO223), DOR  *
      *MISE EN DORMANCE (ARIO461), FAC FACILITE DE DECOUVERT ECHUE    *
      *(ARIO233), GEL GEL DE COMPTE POSE (ARIC223). LE COURRIER EST   *
      *EDITE CHAQUE NUIT PAR ARIO427 SELON LE MODELE DU TYPE. TYPE +  *
      *COMPTE + REFERENCE IDENTIFIENT L EVENEMENT : UN EVENEMENT DEJA *
      *TRAITE (HISTORIQUE COR0101, COPY HISCORR) N EST PAS REEDITE.   *
      *LE CLIENT A BLANC EST RESOLU PAR ARIO427 SUR LE COMPTE.        *
      *===============================================================*
      *
       01  WS-EVT-ENR.
      *    DATE AAAAMMJJ DE L EVENEMENT
           05  WS-EVT-DATE           PIC 9(8).
           05  WS-EVT-TYPE           PIC X(3).
               88  EVT-DEPASSEMENT           VALUE 'DEC'.
               88  EVT-PRELEVT-RETOURNE      VALUE 'PRI'.
               88  EVT-DORMANCE              VALUE 'DOR'.
               88  EVT-GEL                   VALUE 'GEL'.
               88  EVT-FACILITE-ECHUE        VALUE 'FAC'.
               88  EVT-CHQ-OPPOSE            VALUE 'OPP'.
           05  WS-EVT-CPTE           PIC X(10).
      *    REFERENCE UNIQUE POUR LE TYPE ET LE COMPTE : REFERENCE DU
      *    MOUVEMENT (DEC, OPP, PRI), DATE DE L EVENEMENT (DOR, FAC)
      *    OU DATE DE DEBUT + MOTIF DU GEL (GEL)
           05  WS-EVT-REF            PIC X(14).
           05  WS-EVT-CLIENT         PIC X(6).
      *    MONTANTS DE L EVENEMENT (MOUVEMENT, LIMITE AUTORISEE...)
           05  WS-EVT-MT1            PIC S9(9)V99 COMP-3.
           05  WS-EVT-MT2            PIC S9(9)V99 COMP-3.
           05  WS-EVT-DEVISE         PIC X(3).
      *    DATE AAAAMMJJ COMPLEMENTAIRE (ECHEANCE, FIN DE GEL...)
           05  WS-EVT-DATE2          PIC 9(8).
           05  WS-EVT-LIBELLE        PIC X(30).
           05  WS-EVT-PROG           PIC X(8).
           05  FILLER                PIC X(18).
