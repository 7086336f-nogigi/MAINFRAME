      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 01/09/2026    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! ENREGISTREMENT FOURNISSEUR PORTE A 140 OCTETS *
      *===============================================================*
      *
      *************************
           05  FILLER            PIC X(41).
      *FICHIER MAITRE DES FOURNISSEURS
       FD  F-FOUR-E
           RECORD CONTAINS 140 CHARACTERS.
       01  FS-BUFF-F-FOUR-E.
           05  FS-KEY-FOUR       PIC X(5).
           05  FILLER            PIC X(135).
      *RELEVE DES LITIGES EN SORTIE
       FD  F-RELV-S
           RECORDING MODE IS F.
