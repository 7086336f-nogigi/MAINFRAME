      *---------------------------------------------------------------*
      *   LIGNE D AJUSTEMENT DE QUANTITE (REGLES FOURNISSEUR : MIN =  *
      *   QUANTITE MINIMALE, VAL = VALEUR MINIMALE, EMB = MULTIPLE    *
      *   D EMBALLAGE, CNV = ARRONDI A L UNITE D ACHAT), EDITEE SOUS  *
      *   LA COMMANDE CONCERNEE                                       *
      *---------------------------------------------------------------*
       01  WS-LAJU-DETAIL.
           05  FILLER                PIC X(12) VALUE SPACES.
           05  FILLER                PIC X(3)  VALUE ' A '.
           05  WS-LAJU-APRES-ED      PIC ZZZZZ9.
           05  FILLER                PIC X(2)  VALUE ' ('.
           05  WS-LAJU-MOTIF-ED      PIC X(16).
           05  FILLER                PIC X(1)  VALUE ')'.
           05  FILLER                PIC X(19) VALUE SPACES.
      *---------------------------------------------------------------*
      *   LIGNE DE LA QUANTITE EN UNITES D ACHAT (TRANSMISE AU        *
      *   FOURNISSEUR), EDITEE SOUS UNE COMMANDE EN UNITE D ACHAT     *
      *---------------------------------------------------------------*
       01  WS-LUNA-DETAIL.
           05  FILLER                PIC X(12) VALUE SPACES.
           05  FILLER                PIC X(5)  VALUE 'SOIT '.
           05  WS-LUNA-QTE-ED        PIC ZZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-LUNA-UNITE-ED      PIC X(3).
           05  FILLER                PIC X(4)  VALUE ' DE '.
           05  WS-LUNA-CONV-ED       PIC ZZZZ9.
           05  FILLER                PIC X(15) VALUE ' UNITES STOCK'.
           05  FILLER                PIC X(29) VALUE SPACES.
      *---------------------------------------------------------------*
      *   LIGNE DE PROPOSITION DE TRANSFERT INTER-DEPOTS (TRP0101)    *
      *   EDITEE A LA PLACE D UNE COMMANDE FOURNISSEUR                *
           05  WS-LTRF-QTE-ED        PIC ZZZZZZ9.
           05  FILLER                PIC X(15) VALUE SPACES.
      *---------------------------------------------------------------*
      *   LIGNE DE TRANSFERT VERS UN DEPOT SOUS SON MINIMUM (NIVEAUX  *
      *   PAR DEPOT SDP0101) - DEPOT DONNEUR ET DEPOT CIBLE           *
      *---------------------------------------------------------------*
       01  WS-LTRD-DETAIL.
           05  FILLER                PIC X(8)  VALUE 'ARTICLE '.
           05  WS-LTRD-ART-ED        PIC X(5).
           05  FILLER                PIC X(19)
                   VALUE ' : TRANSFERT DEPOT '.
           05  WS-LTRD-ORIG-ED       PIC X(3).
           05  FILLER                PIC X(6)  VALUE ' VERS '.
           05  WS-LTRD-CIBLE-ED      PIC X(3).
           05  FILLER                PIC X(11) VALUE ', QUANTITE '.
           05  WS-LTRD-QTE-ED        PIC ZZZZZZ9.
           05  FILLER                PIC X(18) VALUE SPACES.
      *---------------------------------------------------------------*
      *   LIGNE D ARTICLE IGNORE (DEJA COUVERT - REPRISE SANS DOUBLE) *
      *---------------------------------------------------------------*
       01  WS-LCDE-SAUT.
