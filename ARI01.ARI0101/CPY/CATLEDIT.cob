           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(15) VALUE 'NOUVEAU SEUIL :'.
           05  WS-LCAT-CRIT-SEUIL-ED PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(14) VALUE 'DUREE VIE MIN:'.
           05  WS-LCAT-CRIT-DLU-ED   PIC ZZZ9.
           05  FILLER                PIC X(2)  VALUE ' J'.
           05  FILLER                PIC X(5)  VALUE SPACES.
       01  WS-LCAT-CRITERE-IQ.
           05  FILLER                PIC X(33)
                   VALUE 'CONTROLE QUALITE ALLEGE APRES   :'.
           05  WS-LCAT-CRIT-IQ-SEUIL-ED PIC ZZ9.
           05  FILLER                PIC X(25)
                   VALUE ' LOTS ACCEPTES, 1 LOT SUR'.
           05  WS-LCAT-CRIT-IQ-FREQ-ED  PIC Z9.
           05  FILLER                PIC X(17) VALUE SPACES.
       01  WS-LCAT-INTITULE.
           05  FILLER                PIC X(7)  VALUE 'CODE   '.
           05  FILLER                PIC X(22)
