      *---------------------------------------------------------------*
      * 22/08/2026    ! CREATION DU PROGRAMME                         *
      *               !                                               *
      * 15/10/2026    ! ENREGISTREMENTS COMMANDE PORTE A 124 OCTETS   *
      *               ! ET FOURNISSEUR A 140 OCTETS                   *
      *===============================================================*
      *
      *************************
      *=============
      *FICHIER DES COMMANDES (IO)
       FD  F-CDE-ES
           RECORD CONTAINS 124 CHARACTERS.
       01  FS-BUFF-F-CDE-ES.
           05  FS-KEY-CDE        PIC X(11).
           05  FILLER            PIC X(113).
      *FICHIER ARTICLE
       FD  F-ART-E
           RECORD CONTAINS 290 CHARACTERS.
           05  FILLER            PIC X(312).
      *FICHIER MAITRE DES FOURNISSEURS
       FD  F-FOUR-E
           RECORD CONTAINS 140 CHARACTERS.
       01  FS-BUFF-F-FOUR-E.
           05  FS-KEY-FOUR       PIC X(5).
           05  FILLER            PIC X(135).
      *ETAT DES ANNULATIONS
       FD  F-ETAT-ORP-S
           RECORDING MODE IS F.
