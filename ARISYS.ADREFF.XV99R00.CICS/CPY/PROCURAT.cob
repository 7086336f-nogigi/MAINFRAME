      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : PROCURAT                                  *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DU FICHIER DES PERSONNES       *
      *HABILITEES A OPERER UN COMPTE AU GUICHET (PRC0101) : LES       *
      *TITULAIRES DU COMPTE (CLIENT DU COMPTE OU RATTACHE TIT0101) ET *
      *LES MANDATAIRES TIERS. LA CLE EST LE COMPTE SUIVI DE LA        *
      *REFERENCE DE LA PIECE D IDENTITE PRESENTEE AU GUICHET. CHAQUE  *
      *HABILITATION PORTE UN PLAFOND DE RETRAIT PAR OPERATION (ZERO = *
      *SANS PLAFOND) ET UNE PERIODE DE VALIDITE (DATE DE FIN A ZERO = *
      *SANS ECHEANCE). TENU EN LIGNE PAR ARIC240 SOUS CODE            *
      *SUPERVISEUR ; CONTROLE PAR LA SAISIE GUICHET ARIC226 POUR TOUT *
      *RETRAIT ; LES HABILITATIONS DES COMPTES CLOS SONT ECHUES PAR   *
      *ARIO499.                                                       *
      *===============================================================*
      *
       01  WS-PRC-ENR.
           05  WS-PRC-CLE.
               10  WS-PRC-CPTE       PIC X(10).
      *        REFERENCE DE LA PIECE D IDENTITE DU PRESENTATEUR
               10  WS-PRC-PIECE      PIC X(11).
           05  WS-PRC-TYPE           PIC X(1).
               88  PRC-TITULAIRE             VALUE 'T'.
               88  PRC-TIERS                 VALUE 'P'.
      *    CLIENT CLI0101 DU TITULAIRE (A BLANC POUR UN TIERS)
           05  WS-PRC-CLIENT         PIC X(6).
           05  WS-PRC-NOM            PIC X(20).
      *    PLAFOND DE RETRAIT PAR OPERATION (ZERO = SANS PLAFOND)
           05  WS-PRC-PLAFOND        PIC S9(9)V99 COMP-3.
           05  WS-PRC-DATE-DEB       PIC 9(8).
      *    FIN DE VALIDITE AAAAMMJJ (ZERO = SANS ECHEANCE)
           05  WS-PRC-DATE-FIN       PIC 9(8).
      *    SUPERVISEUR AYANT AUTORISE LA DERNIERE MISE A JOUR
           05  WS-PRC-SUP            PIC X(5).
           05  WS-PRC-DATE-MAJ       PIC 9(8).
           05  FILLER                PIC X(17).
