      * VALIDE (SUPE0101). LES ROLES COMMANDENT LES OPTIONS DES       *
      * MENUS (CF OPROFIL) ; LE MENU ARIC111 ET LES FONCTIONS         *
      * SENSIBLES (ARIC117, ARIC121, CREATION PF2 D ARIC112)          *
      * CONTROLENT LE PROFIL DE L OPERATEUR CONNECTE. L AGENCE DE     *
      * RATTACHEMENT (FACULTATIVE) REGROUPE LES TIROIRS DE CAISSE.    *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * 22/08/2026    § CREATION DU PROGRAMME - ADMINISTRATION DES    *
      *               § PROFILS OPERATEUR                             *
      * 15/10/2026    § AGENCE DE RATTACHEMENT DE L OPERATEUR         *
      *===============================================================*
      *
      *************************
           END-IF.
           MOVE WS-PRF-ROLE                       TO MROLEO.
           MOVE WS-PRF-NOM                        TO MNOMO.
           MOVE WS-PRF-AGENCE                     TO MAGENCEO.
       3015-AFFICHAGE-FIN.
           EXIT.
      *---------------------------------------------------------------*
              MOVE WS-MSG(6)                      TO MMSGO
              GO TO 3020-CREATION-FIN
           END-IF.
           IF MAGENCEO = LOW-VALUE
              MOVE SPACE                          TO MAGENCEO
           END-IF.
           MOVE MROLEO                            TO WS-PRF-ROLE.
           MOVE MNOMO                             TO WS-PRF-NOM.
           MOVE MAGENCEO                          TO WS-PRF-AGENCE.
           PERFORM 6040-WRITE-PRF-DEB
              THRU 6040-WRITE-PRF-FIN.
           MOVE WS-MSG(94)                        TO MMSGO.
                 THRU 6030-READ-UPD-PRF-FIN
              MOVE MROLEO                         TO WS-PRF-ROLE
              MOVE MNOMO                          TO WS-PRF-NOM
              MOVE MAGENCEO                       TO WS-PRF-AGENCE
              EXEC CICS
                  REWRITE FILE('PRF0101')
                          FROM(WS-PRF-ENR)
