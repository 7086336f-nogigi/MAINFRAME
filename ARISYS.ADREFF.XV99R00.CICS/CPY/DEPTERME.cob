      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : DEPTERME                                  *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DU FICHIER DES CONTRATS DE     *
      *DEPOT A TERME (DAT0101, CLE = COMPTE DU DEPOT). CREE PAR       *
      *ARIO431 A L OUVERTURE D UN COMPTE SOUS UN PRODUIT DE TYPE 'T'  *
      *(COPY PRODUIT) : CAPITAL = DEPOT INITIAL, TAUX DU BAREME DU    *
      *PRODUIT FIGE A L OUVERTURE, ECHEANCE = OUVERTURE + DUREE DU    *
      *PRODUIT. TANT QUE LE CONTRAT EST ACTIF, LES DEBITS DU COMPTE   *
      *SONT REJETES PAR ARIO411 (TERME NON ECHU).                     *
      *A L ECHEANCE (OU SUR DEMANDE DE RUPTURE ANTICIPEE, AU TAUX     *
      *DIMINUE DE LA PENALITE DU PRODUIT) ARIO487 VERSE LE CAPITAL    *
      *PAR VIREMENT ET LES INTERETS AU COMPTE DE VERSEMENT, OU        *
      *RECONDUIT LE DEPOT (INTERETS CAPITALISES, NOUVELLE ECHEANCE).  *
      *===============================================================*
      *
       01  WS-DAT-ENR.
           05  WS-DAT-CPTE           PIC X(10).
           05  WS-DAT-PRODUIT        PIC X(3).
           05  WS-DAT-CAPITAL        PIC S9(9)V99 COMP-3.
           05  WS-DAT-TAUX           PIC 9(2)V9(3).
           05  WS-DAT-DATE-DEB       PIC 9(8).
           05  WS-DAT-DATE-ECH       PIC 9(8).
      *    COMPTE COURANT QUI RECOIT LE CAPITAL ET LES INTERETS
           05  WS-DAT-CPTE-VERS      PIC X(10).
           05  WS-DAT-OPTION         PIC X.
               88  DAT-VERSEMENT               VALUE 'V'.
               88  DAT-RECONDUCTION            VALUE 'R'.
           05  WS-DAT-STATUT         PIC X.
               88  DAT-ACTIF                   VALUE 'A'.
               88  DAT-ECHU-VERSE              VALUE 'S'.
               88  DAT-ROMPU                   VALUE 'X'.
      *    DERNIER TRAITEMENT D ECHEANCE : DATE ET INTERETS
           05  WS-DAT-DATE-TRT       PIC 9(8).
           05  WS-DAT-INTERETS       PIC S9(9)V99 COMP-3.
           05  FILLER                PIC X(14).
