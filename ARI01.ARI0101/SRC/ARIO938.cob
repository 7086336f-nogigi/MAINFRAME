      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! ENREGISTREMENT FOURNISSEUR PORTE A 140 OCTETS *
      *===============================================================*
      *
      *************************
           05  FILLER            PIC X(35).
      *FICHIER MAITRE DES FOURNISSEURS
       FD  F-FOUR-E
           RECORD CONTAINS 140 CHARACTERS.
       01  FS-BUFF-F-FOUR-E.
           05  FS-KEY-FOUR       PIC X(5).
           05  FILLER            PIC X(135).
      *JOURNAL DES MOUVEMENTS ARTICLE (EN AJOUT)
       FD  F-JRNL-S
           RECORD CONTAINS 639 CHARACTERS.
