      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : CDEXDAC                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER CROISE XDA0101.    *
      * RELIE CHAQUE COMMANDE CDE0101 CREEE PAR ARIO956 AUX DEMANDES  *
      * D'ACHAT (DAC0101) QU'ELLE REGROUPE. LA CLE EST COMPOSEE DU    *
      * NUMERO DE COMMANDE PUIS DU NUMERO DE DEMANDE : LA RECEPTION   *
      * (ARIC122) DEFILE LES DEMANDES DE LA COMMANDE RECUE POUR EN    *
      * FAIRE AVANCER LE STATUT. LES AUTRES RUBRIQUES SONT UN         *
      * RECOPIAGE DE LA DEMANDE AU MOMENT DE LA COMMANDE.             *
      *===============================================================*
      *
       01  WS-XDA-ENR.
           05  WS-XDA-CLE.
               10  WS-XDA-CDE-NUM        PIC X(11).
               10  WS-XDA-DAC-NUM        PIC X(11).
           05  WS-XDA-CCTR               PIC X(5).
           05  WS-XDA-QTE                PIC 9(6).
           05  FILLER                    PIC X(07).
