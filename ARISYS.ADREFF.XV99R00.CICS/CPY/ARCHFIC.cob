      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : ARCHFIC                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DES ARCHIVES DATEES DES       *
      * FICHIERS DE GESTION (COMMANDES CDE0101, FACTURES FAC0101,     *
      * LITIGES LIT0101, RETOURS RTV0101, ORDRES DE FABRICATION       *
      * OFA0101 ET LIGNES DE VENTE VTE0101). ECRIT PAR ARIO970 AVANT  *
      * LA SUPPRESSION DE L'ENREGISTREMENT DU FICHIER VIVANT, RELU    *
      * PAR ARIO973. TOUTES LES ARCHIVES ONT LE MEME FORMAT : FICHIER *
      * D'ORIGINE, CLE, DATE DE REFERENCE (DATE A LAQUELLE LE         *
      * DOSSIER EST DEVENU DEFINITIF), DATE D'ARCHIVAGE, STATUT ET    *
      * IMAGE COMPLETE DE L'ENREGISTREMENT, RESTITUABLE TELLE QUELLE. *
      *===============================================================*
      *
       01  WS-ARH-ENR.
           05  WS-ARH-FIC            PIC X(3).
               88  ARH-FIC-CDE               VALUE 'CDE'.
               88  ARH-FIC-FAC               VALUE 'FAC'.
               88  ARH-FIC-LIT               VALUE 'LIT'.
               88  ARH-FIC-RTV               VALUE 'RTV'.
               88  ARH-FIC-OFA               VALUE 'OFA'.
               88  ARH-FIC-VTE               VALUE 'VTE'.
      *    CLE DE L'ENREGISTREMENT DANS LE FICHIER D'ORIGINE, CADREE
      *    A GAUCHE
           05  WS-ARH-CLE            PIC X(19).
           05  WS-ARH-DATE-REF       PIC 9(8).
           05  WS-ARH-DATE-ARC       PIC 9(8).
           05  WS-ARH-STATUT         PIC X(01).
           05  WS-ARH-IMAGE          PIC X(124).
           05  FILLER                PIC X(37).
