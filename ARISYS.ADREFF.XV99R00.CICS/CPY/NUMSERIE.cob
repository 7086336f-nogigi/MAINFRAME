      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : NUMSERIE                                  *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES NUMEROS DE     *
      * SERIE (SER0101) DES ARTICLES SERIALISES (WS-ART-SERIE = 'O'). *
      * CLE = ARTICLE + NUMERO DE SERIE. L'ENREGISTREMENT EST CREE A  *
      * LA RECEPTION (ARIC122) ET SUIT L'UNITE : SORTIE VERS UN       *
      * CENTRE DE COUT (ARIC118), EXPEDITION CLIENT (ARIC141), RETOUR *
      * EN STOCK (ARIC125), TRANSFERT DE DEPOT (ARIC127). LE LOT ET   *
      * LE DEPOT SONT CEUX OU L'UNITE EST (OU ETAIT EN DERNIER) EN    *
      * STOCK. CONSULTATION PAR ARIC145, TRACABILITE PAR ARIO927.     *
      *===============================================================*
      *
       01  WS-SER-ENR.
           05  WS-SER-CLE.
               10  WS-SER-ART-CODE   PIC X(5).
               10  WS-SER-NUM        PIC X(15).
           05  WS-SER-LOT            PIC X(6).
           05  WS-SER-DEPOT          PIC X(3).
           05  WS-SER-STATUT         PIC X(01).
               88  SER-EN-STOCK              VALUE 'S'.
               88  SER-SORTI                 VALUE 'O'.
               88  SER-EXPEDIE               VALUE 'E'.
      *    DESTINATION DE L'UNITE HORS STOCK : CENTRE DE COUT (SORTIE)
      *    OU CLIENT + COMMANDE DE VENTE (EXPEDITION)
           05  WS-SER-CCTR           PIC X(5).
           05  WS-SER-CLIENT         PIC X(6).
           05  WS-SER-VTE-NUM        PIC X(11).
      *    DERNIER MOUVEMENT DE L'UNITE
           05  WS-SER-DATE-MVT       PIC 9(8).
           05  WS-SER-HEURE-MVT      PIC 9(6).
           05  WS-SER-CODE-MVT       PIC X(7).
           05  WS-SER-DATE-ENTREE    PIC 9(8).
           05  FILLER                PIC X(19).
