      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : PRETCONS                                  *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DU FICHIER MAITRE DES PRETS A  *
      *LA CONSOMMATION (PRT0101, CLE = COMPTE EMPRUNTEUR + NUMERO DE  *
      *PRET DANS LE COMPTE). CREE PAR ARIO488 A LA MISE EN PLACE DU   *
      *PRET AVEC SON TABLEAU D AMORTISSEMENT (COPY PRETECH) : CAPITAL,*
      *TAUX ANNUEL, DUREE EN MOIS, DATE DE DEPART, JOUR D ECHEANCE ET *
      *MENSUALITE CONSTANTE. LE CAPITAL RESTANT DU, LE NOMBRE D       *
      *ECHEANCES IMPAYEES, LES INTERETS DE RETARD ET LE STATUT SONT   *
      *RECALCULES CHAQUE NUIT PAR ARIO489 A PARTIR DU TABLEAU D       *
      *AMORTISSEMENT. A LA CLOTURE DU COMPTE EMPRUNTEUR, ARIO499 PASSE*
      *LE PRET EN COURS AU STATUT C : ARIO489 N EN PRESENTE PLUS LES  *
      *ECHEANCES ET LE RECOUVREMENT EST SUIVI PAR L AGENCE.           *
      *===============================================================*
      *
       01  WS-PRT-ENR.
           05  WS-PRT-CLE.
               10  WS-PRT-CPTE       PIC X(10).
               10  WS-PRT-SEQ        PIC 9(2).
           05  WS-PRT-CAPITAL        PIC S9(9)V99 COMP-3.
      *    TAUX NOMINAL ANNUEL EN POURCENTAGE ET DUREE EN MOIS
           05  WS-PRT-TAUX           PIC 9(2)V9(3).
           05  WS-PRT-DUREE          PIC 9(3).
           05  WS-PRT-DATE-DEB       PIC 9(8).
           05  WS-PRT-JOUR-ECH       PIC 9(2).
           05  WS-PRT-MENSUALITE     PIC S9(9)V99 COMP-3.
      *    TAUX ANNUEL DES INTERETS DE RETARD SUR ECHEANCE IMPAYEE
           05  WS-PRT-TAUX-RETARD    PIC 9(2)V9(3).
      *    SITUATION RECALCULEE PAR ARIO489
           05  WS-PRT-CRD            PIC S9(9)V99 COMP-3.
           05  WS-PRT-NB-PAYEES      PIC 9(3).
           05  WS-PRT-NB-IMPAYES     PIC 9(3).
           05  WS-PRT-INT-RETARD     PIC S9(9)V99 COMP-3.
           05  WS-PRT-STATUT         PIC X.
               88  PRT-ACTIF                   VALUE 'A'.
               88  PRT-SOLDE                   VALUE 'S'.
               88  PRT-EN-RETARD               VALUE 'R'.
               88  PRT-CPTE-CLOS               VALUE 'C'.
           05  WS-PRT-DATE-MAJ       PIC 9(8).
           05  WS-PRT-DEVISE         PIC X(3).
           05  FILLER                PIC X(23).
