           05  WS-LOT-CONSIGNE       PIC X(01).
               88  LOT-CONSIGNATION           VALUE 'C'.
               88  LOT-PROPRE                 VALUE ' ' 'N'.
      *    DEROGATION A LA DUREE DE VIE MINIMALE DE LA CATEGORIE :
      *    CODE DU SUPERVISEUR (SUPE0101) AYANT AUTORISE LA RECEPTION
      *    D UN LOT TROP COURT (ARIC122, DEROGATION JOURNALISEE DANS
      *    ARTOPLOG) - SPACES = LOT RECU SANS DEROGATION
           05  WS-LOT-DEROG-SUP      PIC X(05).
           05  FILLER                PIC X(04).
