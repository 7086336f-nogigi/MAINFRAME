      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : DEPRLCM                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES DEPRECIATIONS  *
      * DE FIN D'EXERCICE (DPR0101) : VALORISATION AU PLUS BAS DU     *
      * COUT ET DE LA VALEUR NETTE DE REALISATION, CALCULEE PAR       *
      * ARIO968. UN ENREGISTREMENT PAR COUPLE (EXERCICE, CATEGORIE).  *
      * IL CONSERVE LA DEPRECIATION DEJA PASSEE EN COMPTABILITE POUR  *
      * L'EXERCICE : UNE RELANCE D'ARIO968 SUR LE MEME EXERCICE       *
      * REMPLACE CE RESULTAT ET L'EXTRAIT NE PORTE QUE L'ECART.       *
      *===============================================================*
      *
       01  WS-DPR-ENR.
           05  WS-DPR-CLE.
               10  WS-DPR-EXERCICE   PIC 9(4).
               10  WS-DPR-CATEG      PIC X(5).
           05  WS-DPR-DATE-CALC      PIC 9(8).
           05  WS-DPR-NB-ART         PIC 9(5).
      *    VALEUR AU COUT MOYEN, VALEUR RETENUE (PLUS BAS DU COUT ET
      *    DU MARCHE) ET DEPRECIATION (ECART ENTRE LES DEUX)
           05  WS-DPR-VAL-COUT       PIC 9(11)V99.
           05  WS-DPR-VAL-RETENUE    PIC 9(11)V99.
           05  WS-DPR-DEPREC         PIC 9(11)V99.
           05  FILLER                PIC X(19).
