      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : EXPEDVTE                                  *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES EXPEDITIONS DE *
      * VENTE (EXV0101). UN ENREGISTREMENT EST ECRIT PAR ARIC141      *
      * (ACTION E) A CHAQUE LIGNE DE VENTE EXPEDIEE, MEME CLE QUE LA  *
      * LIGNE (WS-VTE-CLE DU COPY VENTES) : CLIENT, ARTICLE, QUANTITE *
      * SORTIE, DEPOT, DATE ET HEURE DE L'EXPEDITION, TERMINAL ET     *
      * NUMERO DE TACHE - LES MOUVEMENTS SORTIE D'ARTMVTS DE LA MEME  *
      * EXPEDITION PORTENT LE MEME ARTICLE, LA MEME DATE ET LE MEME   *
      * NUMERO DE TACHE (WS-AMVT-TASK), C'EST LA JOINTURE QUI DONNE   *
      * LES LOTS PRELEVES. LA FACTURATION NOCTURNE ARIO942 VALORISE   *
      * LES EXPEDITIONS A FACTURER A LA DATE D'EXPEDITION, LES PORTE  *
      * SUR LA FACTURE CLIENT (FCL0101) ET LES PASSE AU STATUT        *
      * FACTUREE AVEC LE NUMERO DE FACTURE - UNE RELANCE DU JOB NE    *
      * FACTURE RIEN DEUX FOIS ; UNE EXPEDITION SANS PRIX APPLICABLE  *
      * RESTE A FACTURER (LISTE D'ANOMALIES) JUSQU'A SAISIE DU PRIX.  *
      *===============================================================*
      *
       01  WS-EXV-ENR.
           05  WS-EXV-CLE.
               10  WS-EXV-VTE-NUM.
                   15  WS-EXV-NUM-DATE PIC 9(8).
                   15  WS-EXV-NUM-SEQ  PIC 9(3).
               10  WS-EXV-LIGNE      PIC 9(2).
           05  WS-EXV-CLIENT         PIC X(6).
           05  WS-EXV-ART-CODE       PIC X(5).
           05  WS-EXV-QTE            PIC 9(6).
           05  WS-EXV-DEPOT          PIC X(3).
           05  WS-EXV-DATE           PIC 9(8).
           05  WS-EXV-HEURE          PIC 9(6).
           05  WS-EXV-TERM           PIC X(4).
           05  WS-EXV-TASK           PIC 9(7).
           05  WS-EXV-STATUT         PIC X(01).
               88  EXV-A-FACTURER            VALUE 'A'.
               88  EXV-FACTUREE              VALUE 'F'.
      *    NUMERO DE LA FACTURE CLIENT (WS-FCL-NUM DU COPY FACTCLI) -
      *    SPACES TANT QUE L'EXPEDITION N'EST PAS FACTUREE
           05  WS-EXV-FACT-NUM       PIC X(11).
      *    SUBSTITUT EXPEDIE A LA PLACE DE L'ARTICLE DE LA LIGNE
      *    (SUB0101) : LES MOUVEMENTS SORTIE DE L'EXPEDITION SONT
      *    PORTES PAR CE SUBSTITUT ; LA FACTURE RESTE SUR L'ARTICLE
      *    COMMANDE - SPACES SANS SUBSTITUTION
           05  WS-EXV-ART-SUBST      PIC X(5).
           05  FILLER                PIC X(5).
