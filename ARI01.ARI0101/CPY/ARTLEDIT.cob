      *---------------------------------------------------------------*
      *LIGNES D EDITION DE L ETAT DES ARTICLES EN ALERTE DE           *
      *REAPPROVISIONNEMENT (F-ETAT-ALE-S) ET DU COMPTE RENDU          *
      *D EXECUTION DU PROGRAMME ARIO911. LA SECTION DES ALERTES PAR   *
      *DEPOT LISTE LES COUPLES ARTICLE / DEPOT DE SDP0101 DONT LE     *
      *STOCK ACTIF EST AU NIVEAU OU SOUS LE MINIMUM DU DEPOT.         *
      *===============================================================*
      *
      *---------------------------------------------------------------*
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-LART-QCDE-ED       PIC ZZZZZ9.
      *---------------------------------------------------------------*
      *   SECTION DES ALERTES PAR DEPOT (NIVEAUX MINIMUM / MAXIMUM)   *
      *---------------------------------------------------------------*
       01  WS-LART-TITRE-DEP.
           05  FILLER                PIC X(40)
                   VALUE 'ARTICLES EN ALERTE PAR DEPOT - NIVEAUX'.
           05  FILLER                PIC X(40)
                   VALUE ' MINIMUM / MAXIMUM (SDP0101)'.
       01  WS-LART-INTIT-DEP.
           05  FILLER                PIC X(7)  VALUE 'CODE   '.
           05  FILLER                PIC X(22)
                   VALUE 'LIBELLE               '.
           05  FILLER                PIC X(7)  VALUE 'DEPOT  '.
           05  FILLER                PIC X(9)  VALUE 'QTE DEPOT'.
           05  FILLER                PIC X(7)  VALUE '  MINI '.
           05  FILLER                PIC X(7)  VALUE '  MAXI '.
           05  FILLER                PIC X(8)  VALUE 'QTE PROP'.
       01  WS-LART-DET-DEP.
           05  WS-LDEP-CODE-ED       PIC X(5).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LDEP-LIBEL-ED      PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LDEP-DEPOT-ED      PIC X(3).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-LDEP-QTE-ED        PIC ZZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LDEP-MIN-ED        PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LDEP-MAX-ED        PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LDEP-PROP-ED       PIC ZZZZZZ9.
      *---------------------------------------------------------------*
      *   COMPTE RENDU D EXECUTION                                    *
      *---------------------------------------------------------------*
       01  WS-LCRE-ASTER             PIC X(60) VALUE ALL '*'.
