      *        OU REJET D UN LOT EN INSPECTION
               88  OPLOG-LIBERATION-QC   VALUE 'L'.
               88  OPLOG-REJET-QC        VALUE 'R'.
      *        DEBLOCAGE CREDIT D UNE LIGNE DE VENTE (ARIC141) - LE
      *        CODE EST CELUI DE L ARTICLE DE LA LIGNE
               88  OPLOG-DEBLOCAGE-CREDIT VALUE 'C'.
      *        DEROGATION A LA DUREE DE VIE MINIMALE A LA RECEPTION
      *        D UN LOT (ARIC122) - LE SUPERVISEUR EST PORTE PAR LE
      *        LOT (WS-LOT-DEROG-SUP)
               88  OPLOG-DEROGATION-DLU  VALUE 'V'.
