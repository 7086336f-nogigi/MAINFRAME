      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : ENCAISS                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES ENCAISSEMENTS  *
      * CLIENT (ENC0101). UN ENREGISTREMENT PAR REGLEMENT VU PAR LE   *
      * LETTRAGE NOCTURNE ARIO943 : ENTREE DE CLEARING (SOURCE 'C',   *
      * RAPPROCHEE PAR LA REFERENCE EMETTEUR = NUMERO DE FACTURE) OU  *
      * MOUVEMENT DEPOT SUR UN COMPTE DU CLIENT (SOURCE 'M'). LA CLE  *
      * EST LA DATE DU TRAITEMENT + LA SOURCE + LE RANG DE L'ENTREE   *
      * DANS SON FICHIER DU JOUR : UNE RELANCE DU LETTRAGE RETROUVE   *
      * LES REGLEMENTS DEJA VUS ET NE LES IMPUTE PAS DEUX FOIS. LE    *
      * REGLEMENT EST LETTRE S'IL EST ENTIEREMENT IMPUTE SUR DES      *
      * CREANCES (CRC0101), NON LETTRE SINON : LE RELIQUAT NON        *
      * AFFECTE EST LISTE PAR LA BALANCE AGEE ARIO944 POUR IMPUTATION *
      * MANUELLE PAR LE COMPTABLE CLIENTS.                            *
      *===============================================================*
      *
       01  WS-ENC-ENR.
           05  WS-ENC-CLE.
               10  WS-ENC-DATE       PIC 9(8).
               10  WS-ENC-SOURCE     PIC X(01).
                   88  ENC-CLEARING          VALUE 'C'.
                   88  ENC-MOUVEMENT         VALUE 'M'.
               10  WS-ENC-SEQ        PIC 9(5).
      *    CLIENT RECONNU (SPACES SI AUCUN)
           05  WS-ENC-CLIENT         PIC X(6).
      *    REFERENCE EMETTEUR (CLEARING) OU REFERENCE DU MOUVEMENT
           05  WS-ENC-REF            PIC X(16).
      *    IBAN EMETTEUR (CLEARING) OU NUMERO DE COMPTE (MOUVEMENT)
           05  WS-ENC-ORIGINE        PIC X(27).
           05  WS-ENC-DATE-VAL       PIC 9(8).
           05  WS-ENC-MT             PIC 9(9)V99.
           05  WS-ENC-MT-AFFECTE     PIC 9(9)V99.
           05  WS-ENC-STATUT         PIC X(01).
               88  ENC-LETTRE                VALUE 'L'.
               88  ENC-NON-LETTRE            VALUE 'N'.
           05  FILLER                PIC X(06).
