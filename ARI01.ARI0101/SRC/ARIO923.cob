      *               ! NB RET SUR L ETAT                             *
      * 01/09/2026    ! LES LITIGES DE RECEPTION (LIT0101, ARIC122)   *
      *               ! COMPTENT EUX AUSSI : COLONNE NB LIT           *
      * 15/10/2026    ! ENREGISTREMENTS COMMANDE PORTE A 124 OCTETS   *
      *               ! ET FOURNISSEUR A 140 OCTETS                   *
      *===============================================================*
      *
      *************************
      *=============
      *FICHIER DES COMMANDES EN ENTREE
       FD  F-CDE-E
           RECORD CONTAINS 124 CHARACTERS.
       01  FS-BUFF-F-CDE-E.
           05  FS-KEY-CDE        PIC X(11).
           05  FILLER            PIC X(113).
      *FICHIER MAITRE DES FOURNISSEURS
       FD  F-FOUR-E
           RECORD CONTAINS 140 CHARACTERS.
       01  FS-BUFF-F-FOUR-E.
           05  FS-KEY-FOUR       PIC X(5).
           05  FILLER            PIC X(135).
      *FICHIER DES RETOURS AU FOURNISSEUR
       FD  F-RTV-E
           RECORD CONTAINS 60 CHARACTERS.
