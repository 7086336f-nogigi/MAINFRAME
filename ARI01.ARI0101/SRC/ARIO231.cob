      * 02/09/2026    ! ATTRIBUTION DE LA REFERENCE UNIQUE DE       *
      *               ! MOUVEMENT (WS-MVTS-REF) SUR CHAQUE           *
      *               ! MOUVEMENT GENERE                             *
      * 15/10/2026    ! SUS0101 PORTE A 100 OCTETS (DECISION EN       *
      *               ! LIGNE ARIC235) : COMPTE D AFFECTATION,        *
      *               ! OPERATEUR ET DATE DE DECISION A BLANC/ZERO    *
      *               ! A LA CREATION DE L ENTREE                     *
      *===============================================================*
      *
      *************************
           05  FILLER            PIC X(13).
      *FICHIER DES ENTREES EN SUSPENS
       FD  F-SUS-ES
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-SUS-ES.
           05  FS-KEY-SUS        PIC X(13).
           05  FILLER            PIC X(87).
      *FICHIER DES MOUVEMENTS GENERES (AJOUT)
       FD  F-MVTS-S
           RECORDING MODE IS F.
           MOVE WS-CLRE-DEVISE          TO WS-SUS-DEVISE.
           MOVE WS-CLRE-REF             TO WS-SUS-REF.
           SET  SUS-EN-SUSPENS          TO TRUE.
           MOVE SPACE                   TO WS-SUS-CPTE-AFF.
           MOVE SPACE                   TO WS-SUS-OPID.
           MOVE ZERO                    TO WS-SUS-DATE-DEC.
           PERFORM  6030-WRITE-F-SUS-ES-DEB
              THRU  6030-WRITE-F-SUS-ES-FIN
             UNTIL  SUS-OK.
