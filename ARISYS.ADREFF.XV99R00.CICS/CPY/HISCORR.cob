      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : HISCORR                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DE L HISTORIQUE DES COURRIERS  *
      *CLIENTS (COR0101, KSDS). UN ENREGISTREMENT PAR EVENEMENT       *
      *TRAITE PAR ARIO427 (COPY EVTCLI) : E = COURRIER EDITE, B =     *
      *COURRIER BLOQUE (CLIENT SOUS GEL JURIDIQUE, CF CLIENT). LA     *
      *PRESENCE DE LA CLE INTERDIT TOUT SECOND COURRIER POUR LE MEME  *
      *EVENEMENT. CONSULTE EN LIGNE PAR CLIENT (ARIC244).             *
      *===============================================================*
      *
       01  WS-COR-ENR.
           05  WS-COR-CLE.
               10  WS-COR-CLIENT     PIC X(6).
               10  WS-COR-TYPE       PIC X(3).
               10  WS-COR-CPTE       PIC X(10).
               10  WS-COR-REF        PIC X(14).
      *    DATE DE L EVENEMENT ET DATE DU TRAITEMENT (AAAAMMJJ)
           05  WS-COR-DATE-EVT       PIC 9(8).
           05  WS-COR-DATE-TRT       PIC 9(8).
           05  WS-COR-STATUT         PIC X(1).
               88  COR-EDITE                 VALUE 'E'.
               88  COR-BLOQUE                VALUE 'B'.
      *    AGENCE DESTINATAIRE DU COURRIER (3 PREMIERS CHIFFRES DU
      *    COMPTE)
           05  WS-COR-AGENCE         PIC X(3).
           05  WS-COR-MT1            PIC S9(9)V99 COMP-3.
           05  WS-COR-DEVISE         PIC X(3).
           05  WS-COR-LIBELLE        PIC X(30).
           05  FILLER                PIC X(8).
