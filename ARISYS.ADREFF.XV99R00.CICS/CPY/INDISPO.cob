      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : INDISPO                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DU FICHIER DES INDISPONIBILITES*
      *SUR REMISES DE CHEQUES (IND0101) : UN ENREGISTREMENT PAR       *
      *CHEQUE REMIS (CLE = COMPTE + DATE DE REMISE + NUMERO DU        *
      *CHEQUE), ECRIT PAR LA CHAINE DE MISE A JOUR (ARIO411) AU       *
      *PASSAGE D UN MOUVEMENT REMCHQ. LE MONTANT RESTE INDISPONIBLE   *
      *JUSQU A LA DATE DE DISPONIBILITE (N JOURS OUVRES APRES LA      *
      *REMISE, CALENDRIER ARIO831) : LE SOLDE DISPONIBLE (SOLDE       *
      *COMPTABLE MOINS INDISPONIBILITES ACTIVES) SERT AU CONTROLE DU  *
      *DECOUVERT DE ARIO411 ET EST AFFICHE PAR ARIC120 ET ARIC211.    *
      *LES INDISPONIBILITES ECHUES SONT LIBEREES CHAQUE NUIT PAR      *
      *ARIO425 ; LE RETOUR IMPAYE DU CHEQUE (MOUVEMENT CHQIMP)        *
      *CONTREPASSE LA REMISE ET ANNULE L INDISPONIBILITE.             *
      *===============================================================*
      *
       01  WS-IDP-ENR.
           05  WS-IDP-CLE.
               10  WS-IDP-CPTE       PIC X(10).
               10  WS-IDP-DATE-REM   PIC 9(8).
               10  WS-IDP-NUMCHQ     PIC X(6).
           05  WS-IDP-MT             PIC S9(9)V99 COMP-3.
           05  WS-IDP-DATE-DISPO     PIC 9(8).
           05  WS-IDP-STATUT         PIC X(1).
               88  IDP-ACTIVE                VALUE 'A'.
               88  IDP-LIBEREE               VALUE 'L'.
               88  IDP-IMPAYEE               VALUE 'I'.
      *    DATE DE LIBERATION (ARIO425) OU DU RETOUR IMPAYE (ARIO411)
           05  WS-IDP-DATE-MAJ       PIC 9(8).
      *    REFERENCE UNIQUE DU MOUVEMENT DE REMISE (WS-MVTS-REF)
           05  WS-IDP-REF            PIC X(14).
           05  FILLER                PIC X(9).
