      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : CLOTSTK                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DATE DE CLOTURE    *
      * MENSUELLE DU STOCK (DD CLOTURE, ECRIT PAR ARIO958). UNE       *
      * LIGNE PAR ARTICLE, DEPOT ET LOT DE LOT0101 (QUANTITE, PRIX    *
      * UNITAIRE DU LOT, VALEUR), EN ORDRE ARTICLE PUIS LOT. LA PART  *
      * DE LA QUANTITE ARTICLE NON PORTEE PAR UN LOT FAIT L'OBJET     *
      * D'UNE LIGNE SANS DEPOT NI LOT, VALORISEE AU COUT MOYEN. UN    *
      * LOT EN CONSIGNATION EST REPRIS EN QUANTITE AVEC UNE VALEUR    *
      * NULLE (IL APPARTIENT ENCORE AU FOURNISSEUR).                  *
      * LE FICHIER DU MOIS CLOS EST RELU COMME SOLDE D'OUVERTURE DU   *
      * MOIS SUIVANT (DD CLOTPREC) PAR ARIO958 ET ARIO981.            *
      *===============================================================*
      *
       01  WS-CLS-ENR.
           05  WS-CLS-PERIODE        PIC 9(6).
           05  WS-CLS-ART-CODE       PIC X(5).
           05  WS-CLS-DEPOT          PIC X(3).
           05  WS-CLS-LOT            PIC X(6).
           05  WS-CLS-QTE            PIC 9(6).
           05  WS-CLS-PXU            PIC 9(5)V99.
           05  WS-CLS-VALEUR         PIC 9(9)V99.
           05  WS-CLS-CONSIGNE       PIC X(01).
               88  CLS-CONSIGNATION           VALUE 'C'.
           05  FILLER                PIC X(15).
