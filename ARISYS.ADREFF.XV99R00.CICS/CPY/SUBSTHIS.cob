      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : SUBSTHIS                                  *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DE L'HISTORIQUE DES           *
      * SUBSTITUTIONS PROPOSEES SUR RUPTURE (SBH0101). UN             *
      * ENREGISTREMENT EST ECRIT PAR ARIC118 (SORTIE) OU ARIC141      *
      * (EXPEDITION) A CHAQUE DECISION DE L'OPERATEUR SUR LE          *
      * SUBSTITUT PROPOSE : ACCEPTEE (SORTIE FAITE SUR LE SUBSTITUT,  *
      * LES MOUVEMENTS ARTMVTS PORTENT L'ARTICLE D'ORIGINE) OU        *
      * REFUSEE (DEMANDE MISE EN SOUFFRANCE BCK0101 PAR ARIC118,      *
      * EXPEDITION NON FAITE PAR ARIC141). CLE = DATE + HEURE +       *
      * TERMINAL, HEURE INCREMENTEE SUR DOUBLON. LE RAPPORT MENSUEL   *
      * ARIO964 EN TIRE LES SUBSTITUTIONS PAR ARTICLE D'ORIGINE.      *
      *===============================================================*
      *
       01  WS-SBH-ENR.
           05  WS-SBH-CLE.
               10  WS-SBH-DATE       PIC 9(8).
               10  WS-SBH-HEURE      PIC 9(6).
               10  WS-SBH-TERM       PIC X(4).
           05  WS-SBH-PROG           PIC X(7).
           05  WS-SBH-ART-ORIG       PIC X(5).
           05  WS-SBH-QTE-ORIG       PIC 9(6).
           05  WS-SBH-ART-SUBST      PIC X(5).
           05  WS-SBH-QTE-SUBST      PIC 9(6).
           05  WS-SBH-DECISION       PIC X(01).
               88  SBH-ACCEPTEE              VALUE 'A'.
               88  SBH-REFUSEE               VALUE 'R'.
      *    REFERENCE DEMANDEUSE (MREF D'ARIC118) OU COMMANDE DE VENTE
      *    + LIGNE (ARIC141), DEPOT ET CENTRE DE COUT DE LA DEMANDE
           05  WS-SBH-REF            PIC X(13).
           05  WS-SBH-DEPOT          PIC X(3).
           05  WS-SBH-CCTR           PIC X(5).
           05  WS-SBH-TASK           PIC 9(7).
           05  WS-SBH-OPID           PIC X(3).
           05  FILLER                PIC X(21).
