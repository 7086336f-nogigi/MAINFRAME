      * 02/09/2026    § AIDE EN LIGNE : PF1 AFFICHE LA PAGE AID0101 *
      *               § DE L ECRAN (SUPERPOSITION ARIC228), TOUTE   *
      *               § TOUCHE RAMENE A L ECRAN D ORIGINE           *
      * 15/10/2026    § AFFICHAGE DE L INDICATEUR ARTICLE SERIALISE *
      *               § (WS-ART-SERIE, O/N)                         *
      *===============================================================*
      *
      *************************
           ELSE
              MOVE WS-ART-STATUT                 TO MSTATUTO
           END-IF.
      *    SUIVI PAR NUMERO DE SERIE (ESPACE = NON, AFFICHE 'N')
           IF ART-SERIALISE
              MOVE 'O'                           TO MSERIEO
           ELSE
              MOVE 'N'                           TO MSERIEO
           END-IF.
           MOVE WS-ALERT-ED                      TO MQTALEO.
           MOVE WS-ART-DELAI                     TO MAPPROO.
           PERFORM 7230-CHARGE-LOTS-DEB
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              IF WS-MSGF-NUM >= 1 AND WS-MSGF-NUM <= 306
                 MOVE WS-MSGF-TEXTE              TO
                                        WS-MSG(WS-MSGF-NUM)
              END-IF
