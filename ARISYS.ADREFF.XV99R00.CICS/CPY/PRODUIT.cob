      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : PRODUIT                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DU FICHIER DES PRODUITS DE     *
      *COMPTE (PRD0101, CLE = CODE PRODUIT). LE CODE PRODUIT EST      *
      *PORTE PAR LE COMPTE (WS-CPTES-PRODUIT, TP4CPTES) ; UN COMPTE   *
      *SANS PRODUIT, OU D UN PRODUIT INCONNU, EST UN COMPTE COURANT.  *
      *UN PRODUIT D EPARGNE (TYPE 'E') OU DE DEPOT A TERME (TYPE 'T') *
      *N ADMET NI CB, NI CHEQUE, NI PRELEVEMENT (REJETS ARIO411) ; LE *
      *NOMBRE DE RETRAITS (RETRAIT ET VIREMENT EMIS) PAR MOIS CIVIL   *
      *D UN PRODUIT D EPARGNE EST PLAFONNE PAR WS-PRD-NB-RETRAITS     *
      *(ZERO = SANS LIMITE).                                          *
      *BAREME DES INTERETS CREDITEURS : JUSQU A TROIS TRANCHES        *
      *PROGRESSIVES, LA TRANCHE N PORTANT SUR LA PART DU SOLDE        *
      *COMPRISE ENTRE LE PLAFOND DE LA TRANCHE N-1 ET LE SIEN ; UN    *
      *PLAFOND A ZERO PORTE SUR TOUT LE RESTE DU SOLDE ET TERMINE LE  *
      *BAREME. TAUX EN POURCENTAGE ANNUEL, BASE 365 JOURS. LES        *
      *INTERETS DE L EPARGNE SONT CALCULES EN FIN DE MOIS PAR ARIO486 *
      *SUR LE SOLDE MOYEN DU MOIS (HISTORIQUE SLD0101, ARIO861).      *
      *DEPOT A TERME : DUREE EN MOIS, TAUX DE PENALITE DE RUPTURE     *
      *ANTICIPEE (RETRANCHE DU TAUX DU CONTRAT) ET OPTION PAR DEFAUT  *
      *A L ECHEANCE (VERSEMENT OU RECONDUCTION). LE CONTRAT DE CHAQUE *
      *DEPOT (CAPITAL, TAUX, DATE D ECHEANCE, COMPTE DE VERSEMENT)    *
      *EST TENU DANS DAT0101 (COPY DEPTERME) ; L ECHEANCE EST TRAITEE *
      *PAR ARIO487.                                                   *
      *===============================================================*
      *
       01  WS-PRD-ENR.
           05  WS-PRD-CODE           PIC X(3).
           05  WS-PRD-TYPE           PIC X.
               88  PRD-COURANT                 VALUE ' ' 'C'.
               88  PRD-EPARGNE                 VALUE 'E'.
               88  PRD-TERME                   VALUE 'T'.
           05  WS-PRD-LIBELLE        PIC X(20).
           05  WS-PRD-TRANCHE        OCCURS 3.
               10  WS-PRD-PLAFOND    PIC S9(9)V99 COMP-3.
               10  WS-PRD-TAUX       PIC 9(2)V9(3).
           05  WS-PRD-NB-RETRAITS    PIC 9(2).
           05  WS-PRD-DUREE-MOIS     PIC 9(3).
           05  WS-PRD-TAUX-PENALITE  PIC 9(2)V9(3).
           05  WS-PRD-OPTION-ECH     PIC X.
               88  PRD-ECH-VERSEMENT           VALUE 'V'.
               88  PRD-ECH-RECONDUCTION        VALUE 'R'.
           05  FILLER                PIC X(32).
