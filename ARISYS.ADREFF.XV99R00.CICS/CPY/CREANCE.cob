      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : CREANCE                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES CREANCES       *
      * CLIENT (CRC0101, POSTES OUVERTS). UN ENREGISTREMENT PAR       *
      * FACTURE CLIENT (FCL0101, COPY FACTCLI), CLE = CLIENT (CLI0101)*
      * + NUMERO DE FACTURE : LES FACTURES D'UN CLIENT SE SUIVENT     *
      * DANS L'ORDRE CHRONOLOGIQUE, LA PLUS ANCIENNE EN TETE. CREE    *
      * PAR LE LETTRAGE NOCTURNE ARIO943 A PARTIR DES FACTURES (UNE   *
      * FACTURE DEJA PRESENTE N'EST PAS RECREEE), QUI Y CUMULE LES    *
      * REGLEMENTS RAPPROCHES (ENC0101, COPY ENCAISS) ; LA CREANCE    *
      * PASSE SOLDEE QUAND LE REGLE ATTEINT LE MONTANT FACTURE. LE    *
      * RESTE DU EST WS-CRC-MT-FACT - WS-CRC-MT-REGLE. EDITE PAR      *
      * TRANCHE D'ANCIENNETE PAR LA BALANCE AGEE ARIO944.             *
      *===============================================================*
      *
       01  WS-CRC-ENR.
           05  WS-CRC-CLE.
               10  WS-CRC-CLIENT     PIC X(6).
               10  WS-CRC-FACT-NUM   PIC X(11).
           05  WS-CRC-DATE-FACT      PIC 9(8).
           05  WS-CRC-MT-FACT        PIC 9(9)V99.
           05  WS-CRC-MT-REGLE       PIC 9(9)V99.
      *    DATE DU DERNIER REGLEMENT RAPPROCHE (ZERO SI AUCUN)
           05  WS-CRC-DATE-REGL      PIC 9(8).
           05  WS-CRC-STATUT         PIC X(01).
               88  CRC-OUVERTE               VALUE 'O'.
               88  CRC-SOLDEE                VALUE 'S'.
           05  FILLER                PIC X(24).
