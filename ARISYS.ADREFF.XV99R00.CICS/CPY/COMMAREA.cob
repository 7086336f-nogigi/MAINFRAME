           05 WS-CA-TAB-SEL.
              10 WS-CA-SEL-CPTE        PIC X(10) OCCURS 10.
      *    PAGE COURANTE DE L HISTORIQUE DES MOUVEMENTS DB2 (ARIC221)
      *    DE LA COURBE DES SOLDES (ARIC230) ET DE L ECHEANCIER DES
      *    PRETS (ARIC231)
           05 WS-CA-PAGE-MVT           PIC 9(3).
      *    ECRAN APPELANT DE L AIDE EN LIGNE (PF1) : ARIC228 EDITE
      *    LA PAGE AID0101 DE CE PROGRAMME PUIS REND LA MAIN PAR
      *    WS-TAFF = 'A' (AFF-AIDE), L ECRAN D ORIGINE SE REAFFICHE
           05 WS-CA-PGM-AIDE           PIC X(8).
      *    SUBSTITUTION PROPOSEE SUR RUPTURE (ARIC118, ARIC141) EN
      *    ATTENTE DE LA DECISION DE L OPERATEUR (WS-CA-LAST-CMD =
      *    CMD-VALID) : ARTICLE DEMANDE ET SUBSTITUT (SUB0101),
      *    QUANTITES, DEMANDE D ORIGINE A REPRENDRE (REFERENCE OU
      *    COMMANDE + LIGNE, DEPOT, CENTRE DE COUT)
           05 WS-CA-SUBST.
              10 WS-CA-SUB-ORIG        PIC X(5).
              10 WS-CA-SUB-ART         PIC X(5).
              10 WS-CA-SUB-QTE-ORIG    PIC 9(6).
              10 WS-CA-SUB-QTE         PIC 9(6).
              10 WS-CA-SUB-REF         PIC X(13).
              10 WS-CA-SUB-DEPOT       PIC X(3).
              10 WS-CA-SUB-CCTR        PIC X(5).
      *    VUE CLIENT (ARIC245) : CLIENT ET PAGE AFFICHES, TYPE ('C'
      *    COMPTE, 'V' LIGNE DE COMMANDE DE VENTE) ET CLE DES LIGNES
      *    DE LA PAGE (RESOLUTION DE LA SELECTION ET RETOUR PAR PF3)
           05 WS-CA-VUE-CLIENT         PIC X(6).
           05 WS-CA-VUE-PAGE           PIC 9(3).
           05 WS-CA-VUE-TAB-SEL.
              10 WS-CA-VUE-SEL         OCCURS 10.
                 15 WS-CA-VUE-TYPE     PIC X.
                    88 VUE-SEL-CPTE       VALUE 'C'.
                    88 VUE-SEL-VENTE      VALUE 'V'.
                 15 WS-CA-VUE-CLE      PIC X(13).
      *    LIGNE DE COMMANDE DE VENTE (NUMERO + LIGNE) TRANSMISE PAR
      *    LA VUE CLIENT A ARIC141, QUI PRE-REMPLIT SON ECRAN
           05 WS-CA-VTE-CLE-SEL        PIC X(13).
