               88  JRN-ANNULATION-CDE    VALUE 'X'.
      *        RETOUR AU FOURNISSEUR D UN LOT DEFECTUEUX (ARIC136)
               88  JRN-RETOUR-FOUR       VALUE 'F'.
      *        IMPUTATION DES FRAIS D APPROCHE (TRANSPORT, DOUANE,
      *        MANUTENTION) SUR LE PRIX UNITAIRE D UN LOT (BATCH
      *        ARIO947) - LES IMAGES AVANT/APRES PORTENT ALORS
      *        L ENREGISTREMENT LOT0101 (50 OCTETS CADRES A GAUCHE)
               88  JRN-FRAIS-APPROCHE    VALUE 'A'.
           05  WS-JRN-CODE           PIC X(5).
           05  WS-JRN-AVANT          PIC X(290).
           05  WS-JRN-APRES          PIC X(290).
