      *COPY SUSPENS, CF ARIO231). LISTE LES ENTREES ENCORE EN SUSPENS *
      *AVEC L IBAN RECU, LE MONTANT, LA REFERENCE EMETTEUR ET L AGE   *
      *EN JOURS (CALCUL COMMERCIAL 30/360), ET TOTALISE LE NOMBRE ET  *
      *LE MONTANT EN ATTENTE SUR LE COMPTE D ATTENTE : CE QUI RESTE A *
      *AFFECTER OU A RETOURNER PAR LA TRANSACTION ARIC235. UNE ENTREE *
      *DEJA DECIDEE (AFFECTEE, A RETOURNER, REGULARISEE, RETOURNEE)   *
      *N EST PLUS LISTEE.                                             *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! SUS0101 PORTE A 100 OCTETS : SEULES LES       *
      *               ! ENTREES NON ENCORE DECIDEES EN LIGNE          *
      *               ! (ARIC235) RESTENT A L ETAT                    *
      *===============================================================*
      *
      *************************
      *=============
      *FICHIER DES ENTREES EN SUSPENS
       FD  F-SUS-E
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-SUS-E.
           05  FS-KEY-SUS        PIC X(13).
           05  FILLER            PIC X(87).
      *ETAT D ANCIENNETE EN SORTIE
       FD  F-ETAT-SUS-S
           RECORDING MODE IS F.
