      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : PRETECH                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DU FICHIER DES TABLEAUX D      *
      *AMORTISSEMENT DES PRETS (ECP0101, CLE = COMPTE + NUMERO DE PRET*
      *+ NUMERO D ECHEANCE). UNE LIGNE PAR ECHEANCE, GENEREE PAR      *
      *ARIO488 A LA MISE EN PLACE DU PRET (COPY PRETCONS) : DATE D    *
      *ECHEANCE, MENSUALITE, PART CAPITAL, PART INTERETS ET CAPITAL   *
      *RESTANT DU APRES L ECHEANCE. ARIO489 PRESENTE CHAQUE NUIT LES  *
      *ECHEANCES DU JOUR ET REPRESENTE LES ECHEANCES IMPAYEES         *
      *(MOUVEMENT ECHPRET) ; ARIO411 POINTE LA LIGNE PAYEE, OU IMPAYEE*
      *QUAND LE DEBIT EST REFUSE POUR DEPASSEMENT DU DECOUVERT.       *
      *===============================================================*
      *
       01  WS-ECP-ENR.
           05  WS-ECP-CLE.
               10  WS-ECP-CPTE       PIC X(10).
               10  WS-ECP-SEQ        PIC 9(2).
               10  WS-ECP-NUM        PIC 9(3).
           05  WS-ECP-DATE-ECH       PIC 9(8).
           05  WS-ECP-MT             PIC S9(9)V99 COMP-3.
           05  WS-ECP-CAPITAL        PIC S9(9)V99 COMP-3.
           05  WS-ECP-INTERETS       PIC S9(9)V99 COMP-3.
           05  WS-ECP-CRD            PIC S9(9)V99 COMP-3.
           05  WS-ECP-STATUT         PIC X.
               88  ECP-A-ECHOIR                VALUE ' '.
               88  ECP-EMISE                   VALUE 'E'.
               88  ECP-PAYEE                   VALUE 'P'.
               88  ECP-IMPAYEE                 VALUE 'I'.
      *    DERNIERE PRESENTATION AU DEBIT ET NOMBRE DE PRESENTATIONS
           05  WS-ECP-DATE-PRES      PIC 9(8).
           05  WS-ECP-NB-PRES        PIC 9(2).
      *    INTERETS DE RETARD FACTURES A LA DERNIERE REPRESENTATION
           05  WS-ECP-INT-RETARD     PIC S9(7)V99 COMP-3.
           05  WS-ECP-DATE-PAIE      PIC 9(8).
           05  FILLER                PIC X(9).
