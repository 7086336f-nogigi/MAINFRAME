           05  WS-CATEG-CTRL-QUAL    PIC X(1).
               88  CATEG-CTRL-REQUIS         VALUE 'O'.
               88  CATEG-CTRL-SANS           VALUE 'N' ' '.
      *    DUREE DE VIE RESTANTE MINIMALE EN JOURS EXIGEE A LA
      *    RECEPTION D UN LOT D UN ARTICLE DE CETTE CATEGORIE (DATE
      *    DE PEREMPTION - DATE DU JOUR, CALCUL COMMERCIAL 30/360) ;
      *    EN DECA, ARIC122 EXIGE UN CODE SUPERVISEUR (DEROGATION
      *    JOURNALISEE). ZERO = PAS DE MINIMUM. POSEE PAR ARIO961
           05  WS-CATEG-DLU-MIN      PIC 9(4).
      *    ECHANTILLONNAGE PAR HISTORIQUE FOURNISSEUR (IQF0101) :
      *    NOMBRE DE LOTS ACCEPTES CONSECUTIFS DONNANT LE CONTROLE
      *    ALLEGE, PUIS FREQUENCE (UN LOT SUR K) DES LOTS INSPECTES
      *    EN CONTROLE ALLEGE. ZERO OU NON RENSEIGNE = VALEURS PAR
      *    DEFAUT D ARIC122 (10 ET 5). POSES PAR ARIO961
           05  WS-CATEG-IQ-SEUIL     PIC 9(3).
           05  WS-CATEG-IQ-FREQ      PIC 9(2).
