      *OPERATEUR SANS PROFIL = ROLE 'C'. FICHIER INDISPONIBLE =       *
      *CONTROLE INACTIF (COMPATIBILITE). TENU PAR L ECRAN D           *
      *ADMINISTRATION ARIC219 (RESERVE AUX AGENTS SUPE0101).          *
      *L AGENCE DE RATTACHEMENT DE L OPERATEUR EST REPORTEE SUR SON   *
      *TIROIR DE CAISSE (TIR0101) ET REGROUPE L ETAT DES TIROIRS      *
      *ARIO424 (A BLANC = AGENCE NON RENSEIGNEE).                     *
      *===============================================================*
      *
       01  WS-PRF-ENR.
               88  PRF-GESTION               VALUE 'G'.
               88  PRF-ADMIN                 VALUE 'A'.
           05  WS-PRF-NOM            PIC X(20).
           05  WS-PRF-AGENCE         PIC X(5).
           05  FILLER                PIC X(11).
