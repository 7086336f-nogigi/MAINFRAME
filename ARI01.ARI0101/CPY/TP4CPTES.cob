      *DESCRIPTION DE L ENREGISTREMENT DU FICHIER DES COMPTES CLIENTS *
      *EN MISE A JOUR EN PLACE (F-CPTE-ES) UTILISE PAR LE TP4         *
      *(ARIO411). LA CLE FS-KEY DE LA FD CORRESPOND A WS-CPTES-CPTE.  *
      *LE CODE PRODUIT (PRD0101, COPY PRODUIT) DISTINGUE LES COMPTES  *
      *D EPARGNE ET DE DEPOT A TERME DES COMPTES COURANTS (A BLANC) ; *
      *LE COMPTEUR DE RETRAITS DU MOIS SERT AU PLAFOND DE RETRAITS    *
      *MENSUELS DES PRODUITS D EPARGNE (CONTROLE PAR ARIO411).        *
      *===============================================================*
      *
       01  WS-ENRG-F-CPTES.
      *        COMPTE EN DESHERENCE : SOLDE VERSE AU FONDS DES
      *        DEPOTS PAR LE TRAITEMENT ANNUEL ARIO409
               88  CPTES-EN-DESHERENCE         VALUE 'H'.
           05  WS-CPTES-PRODUIT      PIC X(3).
      *    RETRAITS DU MOIS AAMM DES PRODUITS D EPARGNE
           05  WS-CPTES-RETR-AAMM    PIC 9(4)     COMP-3.
           05  WS-CPTES-NB-RETR      PIC 9(2).
