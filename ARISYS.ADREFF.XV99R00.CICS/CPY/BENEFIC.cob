      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : BENEFIC                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DU FICHIER DES BENEFICIAIRES   *
      *ENREGISTRES (BEN0101). CLE = COMPTE DONNEUR D ORDRE + REFERENCE*
      *DE LA CONTREPARTIE PORTEE PAR LE VIREMNT (WS-MVTS-CTR) ; LE    *
      *BENEFICIAIRE DONNE L IBAN (CONTROLE PAR ARIO851) VERS LEQUEL   *
      *PART LE CLEARING SORTANT. TENU EN LIGNE PAR ARIC236 SOUS       *
      *CONTROLE QUATRE YEUX : TOUTE CREATION OU SUPPRESSION EST UNE   *
      *DEMANDE (STATUT A OU D) QU UN SECOND OPERATEUR, DIFFERENT DU   *
      *DEMANDEUR, VALIDE OU REFUSE. LA DATE D ACTIVATION OUVRE LA     *
      *PERIODE DE CARENCE CONTROLEE PAR ARIO411 (VIREMENT AU DELA DU  *
      *SEUIL VERS UN BENEFICIAIRE RECENT RETENU POUR REVUE, VRV0101). *
      *UN BENEFICIAIRE SUPPRIME OU REFUSE EST CONSERVE POUR TRACE.    *
      *===============================================================*
      *
       01  WS-BNF-ENR.
           05  WS-BNF-CLE.
               10  WS-BNF-CPTE       PIC X(10).
               10  WS-BNF-CTR        PIC X(10).
           05  WS-BNF-IBAN           PIC X(27).
           05  WS-BNF-NOM            PIC X(30).
           05  WS-BNF-STATUT         PIC X(1).
               88  BNF-A-VALIDER             VALUE 'A'.
               88  BNF-ACTIF                 VALUE 'V'.
               88  BNF-SUPP-DEMANDEE         VALUE 'D'.
               88  BNF-SUPPRIME              VALUE 'S'.
               88  BNF-REFUSE                VALUE 'R'.
           05  WS-BNF-DATE-AJOUT     PIC 9(8).
           05  WS-BNF-SAISI-PAR      PIC X(3).
           05  WS-BNF-DATE-ACTIV     PIC 9(8).
           05  WS-BNF-VALIDE-PAR     PIC X(3).
      *    DEMANDE EN COURS (CREATION OU SUPPRESSION) : OPERATEUR
      *    DEMANDEUR ET DATE - LE VALIDEUR DOIT EN ETRE DIFFERENT
           05  WS-BNF-DEMANDE-PAR    PIC X(3).
           05  WS-BNF-DATE-DEM       PIC 9(8).
           05  FILLER                PIC X(9).
