      *---------------------------------------------------------------*
      * 22/08/2026    § CREATION DU PROGRAMME - TENUE DES PRIX DE     *
      *               § VENTE                                         *
      * 15/10/2026    § UN PRIX SAISI EST D'ORIGINE MANUELLE : IL     *
      *               § REMPLACE UNE DEMARQUE DE PEREMPTION (ARIO966) *
      *===============================================================*
      *
      *************************
           END-IF.
           MOVE MPVO                              TO WS-PV-ALPHA.
           MOVE WS-PV-NUM                         TO WS-PRX-PV.
           SET PRX-MANUEL                         TO TRUE.
           MOVE SPACE                             TO WS-PRX-LOT.
           PERFORM 6040-WRITE-PRX-DEB
              THRU 6040-WRITE-PRX-FIN.
           MOVE WS-MSG(62)                        TO MMSGO.
              PERFORM 6030-READ-PRX-DEB
                 THRU 6030-READ-PRX-FIN
              MOVE WS-PV-NUM                      TO WS-PRX-PV
              SET PRX-MANUEL                      TO TRUE
              MOVE SPACE                          TO WS-PRX-LOT
              EXEC CICS
                  REWRITE FILE('PRX0101')
                          FROM(WS-PRX-ENR)
