      * 02/09/2026    § AIDE EN LIGNE : PF1 AFFICHE LA PAGE AID0101 *
      *               § DE L ECRAN (SUPERPOSITION ARIC228), TOUTE   *
      *               § TOUCHE RAMENE A L ECRAN D ORIGINE           *
      * 15/10/2026    § BORNE DES MESSAGES MSG0101 PORTEE A 306     *
      *===============================================================*
      *
      *************************
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              IF WS-MSGF-NUM >= 1 AND WS-MSGF-NUM <= 306
                 MOVE WS-MSGF-TEXTE              TO
                                        WS-MSG(WS-MSGF-NUM)
              END-IF
