      *AVEC CE QUI A ETE COMMANDE (QUANTITE DIFFERENTE, REFUS,        *
      *COMMANDE INCONNUE OU DEJA CLOTUREE) EST EDITEE DANS            *
      *F-ETAT-CNF-S. LA RELANCE ARIO924 JUGE DESORMAIS LE RETARD SUR  *
      *LA DATE PROMISE AINSI CHARGEE. LA QUANTITE CONFIRMEE EST       *
      *EXPRIMEE DANS L UNITE D ACHAT TRANSMISE (WS-CDE-UNITE-ACH) ET  *
      *CONVERTIE EN UNITES DE STOCK AVANT COMPARAISON A WS-CDE-QTE.   *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 01/09/2026    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! QUANTITE CONFIRMEE EN UNITE D ACHAT CONVERTIE *
      *               ! EN UNITES DE STOCK (WS-CDE-CONV)              *
      *===============================================================*
      *
      *************************
       01  FS-BUFF-F-CNF-E       PIC X(80).
      *FICHIER DES COMMANDES DE REAPPROVISIONNEMENT
       FD  F-CDE-ES
           RECORD CONTAINS 124 CHARACTERS.
       01  FS-BUFF-F-CDE-ES.
           05  FS-KEY-CDE        PIC X(11).
           05  FILLER            PIC X(113).
      *ETAT DES CONFIRMATIONS EN SORTIE
       FD  F-ETAT-CNF-S
           RECORDING MODE IS F.
               ADD  1                    TO WS-NB-CNF-DIVERG
           ELSE
               SET  CDE-CONFIRMEE        TO TRUE
               IF  CDE-UNITE-STOCK
                   MOVE WS-CNF-QTE-N     TO WS-CDE-QTE-CONF
               ELSE
                   COMPUTE WS-CDE-QTE-CONF = WS-CNF-QTE-N * WS-CDE-CONV
                       ON SIZE ERROR
                           MOVE 999999   TO WS-CDE-QTE-CONF
                   END-COMPUTE
               END-IF
               MOVE WS-CNF-DATE-N        TO WS-CDE-DATE-CONF
               IF  WS-CDE-QTE-CONF NOT = WS-CDE-QTE
                   MOVE 'QUANTITE CONFIRMEE DIFFERENTE'
                                         TO WS-LCNF-LIB-ED
                   PERFORM  8020-EDITION-DETAIL-DEB
