      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : COUTSTD                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES COUTS STANDARD *
      * DES KITS (CST0101), CLE = CODE ARTICLE DU KIT. LE COUT        *
      * STANDARD UNITAIRE EST RECALCULE PAR LE BATCH ARIO959 : SOMME  *
      * DES COMPOSANTS DE LA NOMENCLATURE NOM0101 (COUT MOYEN PONDERE *
      * DES LOTS EN PROPRE DU COMPOSANT, MEME CALCUL QU'ARIO981, FOIS *
      * WS-NOM-QTE-PAR) PLUS LE COUT DE MONTAGE DU KIT, SAISI PAR     *
      * CARTE DANS LE MEME BATCH ET CONSERVE D'UN CALCUL A L'AUTRE.   *
      * LU PAR L'ETAT DE MARGE ARIO982 ET PAR L'EXECUTION DES ORDRES  *
      * DE FABRICATION ARIC137 (ECART COUT REEL / COUT STANDARD).     *
      * WS-CST-DATE-CALC A ZERO = KIT JAMAIS CALCULE (SEUL LE COUT DE *
      * MONTAGE EST RENSEIGNE).                                       *
      *===============================================================*
      *
       01  WS-CST-ENR.
           05  WS-CST-ART-CODE       PIC X(5).
           05  WS-CST-COUT-STD       PIC 9(7)V99.
           05  WS-CST-COUT-COMPOS    PIC 9(7)V99.
           05  WS-CST-COUT-MONTAGE   PIC 9(5)V99.
           05  WS-CST-COUT-PREC      PIC 9(7)V99.
           05  WS-CST-DATE-CALC      PIC 9(8).
           05  WS-CST-NB-COMPOS      PIC 9(3).
           05  WS-CST-NB-SANS-COUT   PIC 9(3).
      *    'I' = AU MOINS UN COMPOSANT SANS COUT CONNU : LE COUT
      *    STANDARD EST SOUS-EVALUE
           05  WS-CST-STATUT         PIC X(01).
               88  CST-COMPLET                VALUE 'C'.
               88  CST-INCOMPLET              VALUE 'I'.
           05  FILLER                PIC X(26).
