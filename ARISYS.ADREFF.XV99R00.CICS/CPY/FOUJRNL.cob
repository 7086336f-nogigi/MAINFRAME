               88  FJR-MODIFICATION      VALUE 'M'.
               88  FJR-SUPPRESSION       VALUE 'D'.
           05  WS-FJR-CODE           PIC 9(5).
           05  WS-FJR-AVANT          PIC X(140).
           05  WS-FJR-APRES          PIC X(140).
           05  FILLER                PIC X(11).
