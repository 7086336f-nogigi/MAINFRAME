      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : NOTEFOU                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES NOTES          *
      * FOURNISSEUR (SCF0101). UN ENREGISTREMENT PAR FOURNISSEUR,     *
      * CALCULE CHAQUE MOIS PAR ARIO955 : NOTE GLOBALE SUR 100,       *
      * MOYENNE PONDEREE (POIDS EN SYSIN) DE SIX SOUS-NOTES SUR 100 - *
      * RESPECT DU DELAI, COMPLETUDE DES LIVRAISONS, LITIGES DE        *
      * RECEPTION (LIT0101), RETOURS DE LOTS DEFECTUEUX (RTV0101),    *
      * ECARTS DE FACTURATION (FAC0101) ET REFUS DE COMMANDE          *
      * (WS-CDE-CONF-STATUT). UNE SOUS-NOTE A 999 EST SANS OBJET      *
      * (AUCUNE ACTIVITE DU MOIS) ET NE COMPTE PAS DANS LA MOYENNE.   *
      * L'HISTORIQUE GARDE LES 12 DERNIERS MOIS NOTES, LE PLUS RECENT *
      * EN PREMIER. UN FOURNISSEUR SOUS LE PLANCHER DU DERNIER CALCUL *
      * EST MARQUE EXCLU : ARIO921 L'ECARTE DU CHOIX DANS LE CATALOGUE*
      * CAF0101 ET DEPARTAGE LES AUTRES PAR LA NOTE A EGALITE DE PRIX.*
      *===============================================================*
      *
       01  WS-SCF-ENR.
           05  WS-SCF-FOU-CODE       PIC 9(5).
      *    MOIS DU DERNIER CALCUL (AAAAMM) ET NOTE GLOBALE DU MOIS
           05  WS-SCF-MOIS           PIC 9(6).
           05  WS-SCF-NOTE           PIC 9(3).
           05  WS-SCF-SOUS-NOTES.
               10  WS-SCF-SN-DELAI   PIC 9(3).
               10  WS-SCF-SN-COMPL   PIC 9(3).
               10  WS-SCF-SN-LIT     PIC 9(3).
               10  WS-SCF-SN-RTV     PIC 9(3).
               10  WS-SCF-SN-FAC     PIC 9(3).
               10  WS-SCF-SN-REFUS   PIC 9(3).
           05  WS-SCF-SOUS-NOTE-T REDEFINES WS-SCF-SOUS-NOTES.
               10  WS-SCF-SN         PIC 9(3) OCCURS 6.
           05  WS-SCF-EXCLU          PIC X(01).
               88  SCF-EXCLU                  VALUE 'O'.
               88  SCF-ADMIS                  VALUE ' ' 'N'.
      *    PLANCHER EN VIGUEUR AU DERNIER CALCUL
           05  WS-SCF-PLANCHER       PIC 9(3).
      *    HISTORIQUE DES 12 DERNIERS MOIS NOTES (RANG 1 = MOIS
      *    WS-SCF-MOIS) - RANGS NON UTILISES A ZERO
           05  WS-SCF-NB-HIST        PIC 99.
           05  WS-SCF-HIST           OCCURS 12.
               10  WS-SCF-H-MOIS     PIC 9(6).
               10  WS-SCF-H-NOTE     PIC 9(3).
           05  FILLER                PIC X(14).
