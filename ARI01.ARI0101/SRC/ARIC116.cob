      *               § TOUCHE RAMENE A L ECRAN D ORIGINE           *
      * 02/09/2026    § ALIMENTATION DE L INDEX PAR ARTICLE DU      *
      *               § JOURNAL (XJR0101) AU FIL DE L EAU           *
      * 15/10/2026    § ARTICLE SERIALISE (MSERIE O/N) : SAISIE A LA  *
      *               § CREATION/MODIFICATION, NON SERIALISE PAR    *
      *               § DEFAUT                                      *
      *===============================================================*
      *
      *************************
           MOVE ZERO                             TO WS-ART-NB-LOT.
      *    UN ARTICLE NAIT ACTIF SAUF STATUT SAISI A L ECRAN
           MOVE 'A'                              TO WS-ART-STATUT.
      *    ET GERE EN QUANTITE SAUF SUIVI PAR SERIE DEMANDE A L ECRAN
           MOVE 'N'                              TO WS-ART-SERIE.
       7060-INIT-NOUVEL-ART-FIN.
           EXIT.
       7070-MAJ-ART-DEPUIS-MAP-DEB.
              OR MSTATUTO = 'S' OR MSTATUTO = 'F'
              MOVE MSTATUTO                      TO WS-ART-STATUT
           END-IF.
      *    SUIVI PAR NUMERO DE SERIE : O OU N, ZONE VIDE = INCHANGE
           IF MSERIEO = 'O' OR MSERIEO = 'N'
              MOVE MSERIEO                       TO WS-ART-SERIE
           END-IF.
       7070-MAJ-ART-DEPUIS-MAP-FIN.
           EXIT.
       7140-INIT-COMMAREA-DEB.
