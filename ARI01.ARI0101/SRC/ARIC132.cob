      *---------------------------------------------------------------*
      * 22/08/2026    § CREATION DU PROGRAMME - REVUE DES ALERTES     *
      *               § DE STOCK DU JOUR                              *
      * 15/10/2026    § DEPOT AFFICHE POUR LES ALERTES LEVEES SUR LES *
      *               § NIVEAUX DE STOCK PAR DEPOT (SDP0101)          *
      *===============================================================*
      *
      *************************
          05 WS-LA-TERM                PIC X(4).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WS-LA-PROG                PIC X(8).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 WS-LA-DEPOT               PIC X(3).
          05 FILLER                    PIC X(11) VALUE SPACES.
      *COMPTEUR DE LIGNES AFFICHEES
       01 WS-NB-LIGNES                 PIC S9(4)      COMP.
      *================
           MOVE WS-ALE-SEUIL                     TO WS-LA-SEUIL.
           MOVE WS-ALE-TERM                      TO WS-LA-TERM.
           MOVE WS-ALE-PROG                      TO WS-LA-PROG.
           MOVE WS-ALE-DEPOT                     TO WS-LA-DEPOT.
           EVALUATE WS-NB-LIGNES
               WHEN 1
                  MOVE WS-LIGNE-ALE              TO ML1O
