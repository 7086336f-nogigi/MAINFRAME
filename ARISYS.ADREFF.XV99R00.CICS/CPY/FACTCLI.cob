      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : FACTCLI                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES FACTURES       *
      * CLIENT (FCL0101), ALIMENTE PAR LA FACTURATION NOCTURNE        *
      * ARIO942 : UNE FACTURE PAR COMMANDE DE VENTE ET PAR CLIENT,    *
      * UN ENREGISTREMENT PAR LIGNE FACTUREE. LA CLE EST LE NUMERO DE *
      * FACTURE (DATE DE FACTURATION + SEQUENCE, CONSTRUIT COMME      *
      * WS-CDE-NUM DU COPY COMMANDE) SUIVI DU NUMERO DE LIGNE ; LE    *
      * MONTANT DE LA FACTURE EST LA SOMME DES WS-FCL-MT DE SES       *
      * LIGNES. LE PRIX UNITAIRE EST CELUI DE L'ACCORD DE PRIX DU     *
      * CLIENT (ACP0101, COPY ACCPRIX) VALABLE A LA DATE D'EXPEDITION *
      * S'IL EN EXISTE UN, REMISE DE PALIER DEDUITE, SINON CELUI DE   *
      * PRX0101 A CETTE DATE (PRIX DE L'ARTICLE, A DEFAUT PRIX PAR    *
      * DEFAUT DE LA CATEGORIE - MEME REGLE QUE L'ETAT DE MARGE       *
      * ARIO982) ; WS-FCL-ORIG-PRX TRACE L'ORIGINE DU PRIX RETENU ET  *
      * WS-FCL-REMISE LE TAUX DE REMISE DE PALIER APPLIQUE.           *
      * UN PRIX D'ARTICLE DE PRX0101 D'ORIGINE DEMARQUE DONNE         *
      * L'ORIGINE 'D' ; WS-FCL-LOT-DMQ PORTE ALORS LE LOT DE LA       *
      * DEMARQUE (AUSSI SOUS UN ACCORD SANS PRIX PROPRE), EXPLOITE    *
      * PAR LE BILAN DES DEMARQUES ARIO967.                           *
      *===============================================================*
      *
       01  WS-FCL-ENR.
           05  WS-FCL-CLE.
               10  WS-FCL-NUM.
                   15  WS-FCL-NUM-DATE PIC 9(8).
                   15  WS-FCL-NUM-SEQ  PIC 9(3).
               10  WS-FCL-LIGNE      PIC 9(2).
           05  WS-FCL-CLIENT         PIC X(6).
      *    LIGNE DE VENTE FACTUREE (WS-VTE-CLE DU COPY VENTES)
           05  WS-FCL-VTE-NUM        PIC X(11).
           05  WS-FCL-VTE-LIGNE      PIC 9(2).
           05  WS-FCL-ART-CODE       PIC X(5).
           05  WS-FCL-QTE            PIC 9(6).
           05  WS-FCL-PXU            PIC 9(5)V99.
           05  WS-FCL-MT             PIC 9(9)V99.
           05  WS-FCL-DATE-EXP       PIC 9(8).
           05  WS-FCL-ORIG-PRX       PIC X(01).
               88  FCL-PRIX-ARTICLE          VALUE 'A'.
               88  FCL-PRIX-CATEGORIE        VALUE 'C'.
               88  FCL-PRIX-ACCORD           VALUE 'K'.
               88  FCL-PRIX-DEMARQUE         VALUE 'D'.
           05  WS-FCL-REMISE         PIC 99V99.
           05  WS-FCL-LOT-DMQ        PIC X(6).
           05  FILLER                PIC X(10).
