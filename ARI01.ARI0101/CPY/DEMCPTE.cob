      *SUR L ETAT D EXECUTION. LE NUMERO CLIENT EST FACULTATIF ET,    *
      *QUAND IL EST RENSEIGNE, CONTROLE SUR LE FICHIER MAITRE DES     *
      *CLIENTS (CLI0101) PUIS PORTE SUR L ENREGISTREMENT COMPTE.      *
      *LE CODE PRODUIT EST FACULTATIF (A BLANC = COMPTE COURANT) ET   *
      *CONTROLE SUR LE FICHIER DES PRODUITS (PRD0101). UN DEPOT A     *
      *TERME EXIGE UN DEPOT INITIAL ET UN COMPTE DE VERSEMENT DEJA    *
      *OUVERT ; L OPTION D ECHEANCE (V VERSEMENT / R RECONDUCTION)    *
      *PREND A BLANC L OPTION PAR DEFAUT DU PRODUIT.                  *
      *===============================================================*
      *
       01  WS-DEM-ENR.
                                     PIC 9(9)V99.
           05  WS-DEM-DEVISE         PIC X(3).
           05  WS-DEM-CLIENT         PIC X(6).
           05  WS-DEM-PRODUIT        PIC X(3).
           05  WS-DEM-CPTE-VERS      PIC X(10).
           05  WS-DEM-OPTION-ECH     PIC X.
           05  FILLER                PIC X(16).
