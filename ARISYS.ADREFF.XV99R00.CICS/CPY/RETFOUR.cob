           05  WS-RTV-STATUT         PIC X(01).
               88  RTV-ENREGISTRE            VALUE 'E'.
               88  RTV-NOTE-EMISE            VALUE 'N'.
      *        NOTE DEDUITE D UN REGLEMENT FOURNISSEUR (ARIO954)
               88  RTV-NOTE-IMPUTEE          VALUE 'I'.
           05  FILLER                PIC X(11).
