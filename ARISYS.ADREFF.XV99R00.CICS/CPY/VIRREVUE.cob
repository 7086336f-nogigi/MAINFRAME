      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : VIRREVUE                                  *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DU FICHIER DES VIREMENTS       *
      *RETENUS POUR REVUE (VRV0101). ARIO411 Y DEPOSE, SANS LE POSTER,*
      *TOUT VIREMENT SORTANT AU DELA DU SEUIL VERS UN BENEFICIAIRE    *
      *ACTIVE DEPUIS MOINS DU DELAI DE CARENCE (BEN0101) ; CLE = LA   *
      *REFERENCE UNIQUE DU MOUVEMENT, L IMAGE TP4MVTS D ORIGINE EST   *
      *CONSERVEE. LE REVISEUR LIBERE (V) OU REFUSE (R, MOTIF          *
      *OBLIGATOIRE) LE VIREMENT EN LIGNE (ARIC237) ; ARIO495          *
      *REPRESENTE LES VIREMENTS LIBERES DANS LES MOUVEMENTS DU JOUR   *
      *(STATUT E) ET ARIO411 LES POSTE ALORS SANS NOUVELLE RETENUE    *
      *(STATUT P).                                                    *
      *===============================================================*
      *
       01  WS-VRV-ENR.
           05  WS-VRV-REF            PIC X(14).
           05  WS-VRV-MVT            PIC X(64).
           05  WS-VRV-DATE-RET       PIC 9(8).
           05  WS-VRV-BNF-DACTIV     PIC 9(8).
           05  WS-VRV-STATUT         PIC X(1).
               88  VRV-EN-REVUE              VALUE 'A'.
               88  VRV-LIBERE                VALUE 'V'.
               88  VRV-REPRESENTE            VALUE 'E'.
               88  VRV-PASSE                 VALUE 'P'.
               88  VRV-REFUSE                VALUE 'R'.
           05  WS-VRV-OPID           PIC X(3).
           05  WS-VRV-DATE-DEC       PIC 9(8).
           05  WS-VRV-MOTIF          PIC X(20).
           05  FILLER                PIC X(4).
