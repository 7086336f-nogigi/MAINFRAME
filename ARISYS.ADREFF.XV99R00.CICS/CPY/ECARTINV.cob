      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : ECARTINV                                  *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES ECARTS DE      *
      * STOCK A APPLIQUER SUR ART0101 (DD ECART DE L'ETAPE APPLIQ     *
      * D'ARIO994, MEMES REGLES ET MEME JOURNALISATION 'I' QUE LA     *
      * CORRECTION UNITAIRE ARIC121). IL EST ECRIT PAR L'ETAPE ECART  *
      * D'ARIO994 (ECARTS D'INVENTAIRE DE CAMPAGNE) OU PAR LE         *
      * RAPPROCHEMENT DE STOCK ARIO965 (CORRECTIONS PROPOSEES), PUIS  *
      * VISE PAR LE SUPERVISEUR AVANT APPLICATION.                    *
      *===============================================================*
      *
       01  WS-ECA-ENR.
           05  WS-ECA-ART-CODE       PIC X(5).
           05  WS-ECA-QTE-LIVRE      PIC 9(6).
           05  WS-ECA-QTE-COMPTEE    PIC 9(6).
           05  WS-ECA-DELTA          PIC S9(7) SIGN LEADING SEPARATE.
           05  WS-ECA-DATE-CAMP      PIC 9(8).
      *    ORIGINE DE L'ECART (RAISON PORTEE AU JOURNAL A
      *    L'APPLICATION) - SPACES = CAMPAGNE D'INVENTAIRE
           05  WS-ECA-ORIGINE        PIC X(01).
               88  ECA-CAMPAGNE               VALUE 'C' ' '.
               88  ECA-RAPPROCHEMENT          VALUE 'R'.
           05  FILLER                PIC X(6).
