      *TABLE DE LOTS HISTORIQUE, FIGEE DEPUIS LA BASCULE SUR LOT0101, *
      *EST EXCLUE CAR LA SUPPRESSION ARIC117 Y RECOPIE LES LOTS       *
      *COURANTS AVANT JOURNALISATION. LES OPERATIONS SUR COMMANDES    *
      *(CODES K ET X) NE CONCERNENT PAS ART0101 ET SONT IGNOREES,     *
      *COMME LES IMPUTATIONS DE FRAIS D APPROCHE SUR LOT0101 (CODE A).*
      *EDITE UN ETAT DE RAPPROCHEMENT DES ENREGISTREMENTS APPLIQUES   *
      *ET REJETES (F-ETAT-REC-S).                                     *
      *SYSIN  -> DATE/HEURE LIMITE AAAAMMJJHHMMSS (14 CHIFFRES)       *
      *---------------------------------------------------------------*
      * 22/08/2026    ! CREATION DU PROGRAMME                         *
      *               !                                               *
      * 15/10/2026    ! IMPUTATIONS DE FRAIS D APPROCHE (CODE A)      *
      *               ! IGNOREES : ELLES PORTENT DES IMAGES DE LOT    *
      *===============================================================*
      *
      *************************
                  ADD  1                TO WS-NB-IGNORES
               WHEN JRN-CREATION-CDE OR JRN-ANNULATION-CDE
                  ADD  1                TO WS-NB-IGNORES
               WHEN JRN-FRAIS-APPROCHE
                  ADD  1                TO WS-NB-IGNORES
               WHEN JRN-CREATION OR JRN-REINSTAURATION
                  PERFORM  2000-REJOUE-CREATION-DEB
                     THRU  2000-REJOUE-CREATION-FIN
