      *---------------------------------------------------------------*
      * 22/08/2026    ! CREATION DU PROGRAMME                         *
      *               !                                               *
      * 15/10/2026    ! ENREGISTREMENTS HISTORIQUE DES MOUVEMENTS ET  *
      *               ! ARCHIVE PORTES A 85 OCTETS                    *
      *===============================================================*
      *
      *************************
      *=============
      *HISTORIQUE DES MOUVEMENTS (IO)
       FD  F-AMVT-ES
           RECORD CONTAINS 85 CHARACTERS.
       01  FS-BUFF-F-AMVT-ES.
           05  FS-KEY-AMVT       PIC X(19).
           05  FILLER            PIC X(66).
      *CUMULS MENSUELS EN SORTIE (AJOUT)
       FD  F-RESUME-S
           RECORDING MODE IS F.
      *ARCHIVE DATEE DU DETAIL PURGE
       FD  F-ARCH-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ARCH-S      PIC X(85).
      *
      *========================
       WORKING-STORAGE SECTION.
           05  FILLER            PIC X(8)  VALUE '*CTRL*  '.
           05  WS-CTRL-DATE      PIC 9(8).
           05  WS-CTRL-NB-ENRG   PIC 9(9).
           05  FILLER            PIC X(60) VALUE SPACES.
      *COMPTEUR RENDU EXEC
       01  WS-NB-MVT-LUS     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ARCHIVES    PIC 9(9) VALUE ZERO.
