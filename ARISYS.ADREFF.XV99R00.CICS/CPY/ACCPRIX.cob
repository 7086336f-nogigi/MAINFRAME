      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : ACCPRIX                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES ACCORDS DE     *
      * PRIX CLIENT (ACP0101). UN ENREGISTREMENT PAR TRIPLET (CLIENT, *
      * CODE, DATE DE DEBUT). COMME DANS PRX0101 (COPY PRIXVNT), LE   *
      * CODE EST UN CODE ARTICLE (ART0101) OU UN CODE CATEGORIE       *
      * (CATG0101) : L'ACCORD DE CATEGORIE COUVRE LES ARTICLES DE LA  *
      * CATEGORIE SANS ACCORD PROPRE.                                 *
      * UN ACCORD EST VALABLE DE SA DATE DE DEBUT A SA DATE DE FIN    *
      * INCLUSE (FIN A ZERO = SANS LIMITE) ; SI PLUSIEURS ACCORDS     *
      * SONT VALABLES A UNE DATE, LE PLUS RECENT (DEBUT LE PLUS TARD) *
      * S'APPLIQUE.                                                   *
      * PRIX D'ACCORD A ZERO = PRIX CATALOGUE DE PRX0101.             *
      * PALIERS : JUSQU'A 3 COUPLES (SEUIL EN QUANTITE, REMISE EN %)  *
      * DE SEUILS CROISSANTS ; LA REMISE DU PLUS HAUT SEUIL ATTEINT   *
      * PAR LA QUANTITE DE LA LIGNE S'APPLIQUE AU PRIX D'ACCORD.      *
      * SEUIL A ZERO = PALIER NON UTILISE.                            *
      * LA FACTURATION (ARIO942) ET L'ETAT DE MARGE (ARIO982)         *
      * CONSULTENT CE FICHIER AVANT PRX0101. TENU EN LIGNE PAR        *
      * ARIC142 (ROLES G ET A).                                       *
      *===============================================================*
      *
       01  WS-ACP-ENR.
           05  WS-ACP-CLE.
               10  WS-ACP-CLIENT     PIC X(6).
               10  WS-ACP-CODE       PIC X(5).
               10  WS-ACP-DATE-DEB   PIC 9(8).
           05  WS-ACP-DATE-FIN       PIC 9(8).
           05  WS-ACP-PV             PIC 9(5)V99.
           05  WS-ACP-PALIER         OCCURS 3.
               10  WS-ACP-SEUIL      PIC 9(6).
               10  WS-ACP-REMISE     PIC 99V99.
      *    DERNIERE MISE A JOUR (DATE, OPERATEUR)
           05  WS-ACP-DATE-MAJ       PIC 9(8).
           05  WS-ACP-OPID           PIC X(3).
           05  FILLER                PIC X(05).
