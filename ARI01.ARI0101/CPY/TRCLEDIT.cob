           05  WS-LTRC-ART-ED        PIC X(5).
           05  FILLER                PIC X(6)  VALUE ' LOT '.
           05  WS-LTRC-LOT-ED        PIC X(6).
           05  WS-LTRC-SER-LIB       PIC X(5)  VALUE SPACES.
           05  WS-LTRC-SER-ED        PIC X(15) VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE 'DATE :'.
           05  WS-LTRC-DATE-ED       PIC 99/99/9999.
           05  FILLER                PIC X(2)  VALUE SPACES.
               VALUE 'LOT ABSENT DE LOT0101 : PLUS RIEN EN STOCK  '.
           05  FILLER                PIC X(36) VALUE SPACES.
      *---------------------------------------------------------------*
      *   LIGNE D ETAT DU NUMERO DE SERIE TRACE (SER0101)             *
      *---------------------------------------------------------------*
       01  WS-LTRC-SERIE.
           05  FILLER                PIC X(6)  VALUE 'SERIE '.
           05  WS-LTRC-SRE-NUM-ED    PIC X(15).
           05  FILLER                PIC X(9)  VALUE '  STATUT '.
           05  WS-LTRC-SRE-STATUT-ED PIC X(8).
           05  FILLER                PIC X(8)  VALUE '  DEPOT '.
           05  WS-LTRC-SRE-DEPOT-ED  PIC X(3).
           05  FILLER                PIC X(7)  VALUE '  DEST '.
           05  WS-LTRC-SRE-DEST-ED.
               10  WS-LTRC-SRE-DEST1 PIC X(6).
               10  FILLER            PIC X(1)  VALUE SPACE.
               10  WS-LTRC-SRE-DEST2 PIC X(11).
           05  FILLER                PIC X(6)  VALUE SPACES.
      *---------------------------------------------------------------*
      *   COMPTE RENDU D EXECUTION                                    *
      *---------------------------------------------------------------*
       01  WS-LCRE-ASTER             PIC X(60) VALUE ALL '*'.
