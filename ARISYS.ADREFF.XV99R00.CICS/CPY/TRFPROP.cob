      * LISTE DE TRAVAIL DU MAGASIN, QUI EXECUTE LE TRANSFERT AVEC    *
      * ARIC127 (LE DEPOT CIBLE EST LAISSE A SON APPRECIATION). UNE   *
      * PROPOSITION PAR ARTICLE ET PAR JOUR (CLE ARTICLE + DATE).     *
      * POUR UN ARTICLE A NIVEAUX PAR DEPOT (SDP0101), LA PROPOSITION *
      * RAMENE UN DEPOT SOUS SON MINIMUM A SON MAXIMUM ET PORTE CE    *
      * DEPOT EN DEPOT CIBLE.                                         *
      *===============================================================*
      *
       01  WS-TRP-ENR.
               10  WS-TRP-DATE       PIC 9(8).
      *    DEPOT DONNEUR PRESSENTI (LE MIEUX POURVU EN LOTS ACTIFS)
           05  WS-TRP-DEPOT-ORIG     PIC X(3).
      *    DEPOT CIBLE, RENSEIGNE PAR LE MAGASIN A L EXECUTION (OU
      *    PAR ARIO921 POUR UN DEPOT SOUS SON NIVEAU MINIMUM)
           05  WS-TRP-DEPOT-CIBLE    PIC X(3).
           05  WS-TRP-QTE            PIC 9(6).
           05  WS-TRP-STATUT         PIC X(01).
