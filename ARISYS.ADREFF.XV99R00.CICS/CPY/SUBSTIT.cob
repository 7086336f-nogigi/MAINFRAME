      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : SUBSTIT                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES ARTICLES DE    *
      * SUBSTITUTION APPROUVES (SUB0101). CLE = ARTICLE D'ORIGINE +   *
      * RANG DE PREFERENCE (01 = SUBSTITUT PREFERE). QUAND LA SORTIE  *
      * (ARIC118) OU L'EXPEDITION (ARIC141) NE PEUT SERVIR L'ARTICLE, *
      * LE PREMIER SUBSTITUT DANS L'ORDRE DES RANGS QUI A LE          *
      * DISPONIBLE NET EST PROPOSE A L'OPERATEUR. LE RAPPORT DE       *
      * CONVERSION DONNE LA QUANTITE DE SUBSTITUT PAR UNITE DE        *
      * L'ARTICLE D'ORIGINE (ZERO = UN POUR UN). UNE SUBSTITUTION A   *
      * DOUBLE SENS EST PORTEE PAR UN ENREGISTREMENT MIROIR SOUS LE   *
      * SUBSTITUT (RAPPORT INVERSE), ECRIT ET SUPPRIME PAR LE         *
      * CHARGEMENT ARIO963 AVEC L'ENREGISTREMENT SAISI.               *
      *===============================================================*
      *
       01  WS-SUB-ENR.
           05  WS-SUB-CLE.
               10  WS-SUB-ART-CODE   PIC X(5).
               10  WS-SUB-RANG       PIC 9(2).
           05  WS-SUB-ART-SUBST      PIC X(5).
           05  WS-SUB-SENS           PIC X(01).
               88  SUB-SENS-UNIQUE           VALUE 'U'.
               88  SUB-DOUBLE-SENS           VALUE 'D'.
      *    'O' = MIROIR D'UNE SUBSTITUTION A DOUBLE SENS SAISIE SOUS
      *    L'AUTRE ARTICLE (NE SE CHARGE PAS DIRECTEMENT)
           05  WS-SUB-MIROIR         PIC X(01).
               88  SUB-MIROIR                VALUE 'O'.
               88  SUB-SAISI                 VALUE 'N'.
           05  WS-SUB-RATIO          PIC 9(3)V9(3).
      *    TRACE DE LA DERNIERE MISE A JOUR
           05  WS-SUB-DATE-MAJ       PIC 9(8).
           05  FILLER                PIC X(12).
