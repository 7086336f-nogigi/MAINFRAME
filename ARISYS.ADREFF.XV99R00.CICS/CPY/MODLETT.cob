      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : MODLETT                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DU FICHIER DES MODELES DE      *
      *COURRIER CLIENT (SEQUENTIEL, LU PAR ARIO427) : UNE LIGNE DE    *
      *TEXTE PAR ENREGISTREMENT, DANS L ORDRE D EDITION, PAR TYPE     *
      *D EVENEMENT (COPY EVTCLI). LA VARIABLE EVENTUELLE EST EDITEE   *
      *A LA SUITE DU TEXTE : MT1 / MT2 = MONTANTS, DT1 / DT2 = DATES, *
      *CPT = COMPTE, LIB = LIBELLE DE L EVENEMENT, A BLANC = AUCUNE.  *
      *===============================================================*
      *
       01  WS-MOD-ENR.
           05  WS-MOD-TYPE           PIC X(3).
           05  WS-MOD-LIGNE          PIC 9(2).
           05  WS-MOD-VAR            PIC X(3).
               88  MOD-VAR-MT1               VALUE 'MT1'.
               88  MOD-VAR-MT2               VALUE 'MT2'.
               88  MOD-VAR-DT1               VALUE 'DT1'.
               88  MOD-VAR-DT2               VALUE 'DT2'.
               88  MOD-VAR-CPT               VALUE 'CPT'.
               88  MOD-VAR-LIB               VALUE 'LIB'.
           05  WS-MOD-TEXTE          PIC X(60).
           05  FILLER                PIC X(12).
