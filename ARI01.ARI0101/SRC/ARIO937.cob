      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! ENREGISTREMENT HISTORIQUE DES MOUVEMENTS      *
      *               ! PORTE A 85 OCTETS                             *
      *===============================================================*
      *
      *************************
      *=============
      *HISTORIQUE DES MOUVEMENTS DE QUANTITE
       FD  F-AMVT-E
           RECORD CONTAINS 85 CHARACTERS.
       01  FS-BUFF-F-AMVT-E.
           05  FS-KEY-AMVT       PIC X(19).
           05  FILLER            PIC X(66).
      *DEMANDES EN SOUFFRANCE
       FD  F-BCK-E
           RECORD CONTAINS 60 CHARACTERS.
