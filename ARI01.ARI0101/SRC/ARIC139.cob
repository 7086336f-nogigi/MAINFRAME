      *---------------------------------------------------------------*
      * 02/09/2026    § CREATION DU PROGRAMME - CAS D EMPLOI D UN     *
      *               § COMPOSANT DANS LES NOMENCLATURES              *
      * 15/10/2026    § BORNE DES MESSAGES MSG0101 PORTEE A 306       *
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
