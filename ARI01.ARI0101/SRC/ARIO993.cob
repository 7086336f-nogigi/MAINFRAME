      *---------------------------------------------------------------*
      * 22/08/2026    ! CREATION DU PROGRAMME                         *
      *               !                                               *
      * 15/10/2026    ! ENREGISTREMENT HISTORIQUE DES MOUVEMENTS      *
      *               ! PORTE A 85 OCTETS                             *
      *===============================================================*
      *
      *************************
      *=============
      *HISTORIQUE DES MOUVEMENTS EN ENTREE
       FD  F-AMVT-E
           RECORD CONTAINS 85 CHARACTERS.
       01  FS-BUFF-F-AMVT-E.
           05  FS-KEY-AMVT       PIC X(19).
           05  FILLER            PIC X(66).
      *JOURNAL DES MOUVEMENTS ARTICLE EN ENTREE
       FD  F-JRNL-E
           RECORD CONTAINS 639 CHARACTERS.
