      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : CLOTPER                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DE CONTROLE DES    *
      * PERIODES CLOSES (CLP0101). L'ENREGISTREMENT DE CLE 'STOCK'    *
      * PORTE LE DERNIER MOIS DE STOCK CLOS PAR ARIO958 ET SON        *
      * DERNIER JOUR : TOUT MOUVEMENT ARTICLE DATE AU PLUS TARD DE CE *
      * JOUR EST REFUSE (CORRECTION ARIC121, RETOUR ARIC125,          *
      * RECEPTION ARIC122, APPLICATION D'INVENTAIRE ARIO994). PAS     *
      * D'ENREGISTREMENT = AUCUNE PERIODE CLOSE.                      *
      *===============================================================*
      *
       01  WS-CLP-ENR.
           05  WS-CLP-CLE            PIC X(8).
               88  CLP-CLE-STOCK              VALUE 'STOCK   '.
           05  WS-CLP-PERIODE        PIC 9(6).
           05  WS-CLP-DATE-FIN       PIC 9(8).
           05  WS-CLP-DATE-CLOT      PIC 9(8).
           05  WS-CLP-HEURE-CLOT     PIC 9(6).
           05  WS-CLP-NB-LIGNES      PIC 9(7).
           05  WS-CLP-VALEUR         PIC 9(11)V99.
           05  FILLER                PIC X(24).
