      *FICHIER MAITRE DES CATEGORIES (CATG0101) PUIS REPERCUTE CE     *
      *NOUVEAU SEUIL SUR WS-ART-ALERT DE CHAQUE ARTICLE DU FICHIER    *
      *ARTICLE (ART0101) RATTACHE A CETTE CATEGORIE, EVITANT DE       *
      *DEVOIR CORRIGER CHAQUE ARTICLE UN PAR UN. LA DEMANDE PEUT      *
      *AUSSI POSER LA DUREE DE VIE MINIMALE A LA RECEPTION DE LA      *
      *CATEGORIE (CONTROLEE PAR ARIC122) - A BLANC, ELLE EST          *
      *CONSERVEE. DE MEME POUR LA REGLE D ECHANTILLONNAGE QUALITE     *
      *(LOTS ACCEPTES POUR LE CONTROLE ALLEGE, 1 LOT SUR K ENSUITE).   *
      *SYSIN  -> DEMANDES DE REAJUSTEMENT DE SEUIL PAR CATEGORIE      *
      *SYSOUT -> ETAT DE REPERCUSSION DU SEUIL DE CATEGORIE ET        *
      *          COMPTE RENDU D EXECUTION                             *
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 03/11/2025    ! CREATION DU PROGRAMME                         *
      * 15/10/2026    ! DUREE DE VIE MINIMALE A LA RECEPTION POSEE     *
      *               ! SUR LA CATEGORIE (ZONE FACULTATIVE DE SYSIN)   *
      * 15/10/2026    ! REGLE D ECHANTILLONNAGE QUALITE PAR           *
      *               ! HISTORIQUE FOURNISSEUR POSEE SUR LA CATEGORIE *
      *               ! (ZONES FACULTATIVES DE SYSIN)                 *
      *===============================================================*
      *
      *************************
           MOVE WS-CATEG-SEUIL       TO WS-ANC-SEUIL.
           MOVE WS-CATSYSIN-CATEG    TO WS-CATEG-TRAITEE.
           MOVE WS-CATSYSIN-SEUIL    TO WS-CATEG-SEUIL.
           IF  WS-CATSYSIN-DLU-MIN NUMERIC
               MOVE WS-CATSYSIN-DLU-MIN-N TO WS-CATEG-DLU-MIN
           END-IF.
           IF  WS-CATSYSIN-IQ-SEUIL NUMERIC
               MOVE WS-CATSYSIN-IQ-SEUIL-N TO WS-CATEG-IQ-SEUIL
           END-IF.
           IF  WS-CATSYSIN-IQ-FREQ NUMERIC
               MOVE WS-CATSYSIN-IQ-FREQ-N TO WS-CATEG-IQ-FREQ
           END-IF.
      *
           PERFORM  6035-REWRITE-F-CATG-ES-DEB
              THRU  6035-REWRITE-F-CATG-ES-FIN.
      *
           MOVE WS-CATSYSIN-CATEG    TO WS-LCAT-CRIT-CATEG-ED.
           MOVE ZERO                TO WS-LCAT-CRIT-SEUIL-ED.
           MOVE ZERO                TO WS-LCAT-CRIT-DLU-ED.
      *
           WRITE FS-BUFF-F-ETAT-CAT-S FROM WS-LCAT-CRITERE.
           MOVE 'CATEGORIE INCONNUE - DEMANDE IGNOREE' TO
      *
           MOVE WS-CATEG-TRAITEE      TO WS-LCAT-CRIT-CATEG-ED.
           MOVE WS-CATEG-SEUIL        TO WS-LCAT-CRIT-SEUIL-ED.
           MOVE WS-CATEG-DLU-MIN      TO WS-LCAT-CRIT-DLU-ED.
      *
           WRITE FS-BUFF-F-ETAT-CAT-S FROM WS-LCAT-CRITERE.
      *    REGLE D ECHANTILLONNAGE DES CATEGORIES SOUMISES A
      *    INSPECTION (A ZERO : VALEURS PAR DEFAUT D ARIC122)
           IF  CATEG-CTRL-REQUIS
               MOVE ZERO              TO WS-LCAT-CRIT-IQ-SEUIL-ED
                                         WS-LCAT-CRIT-IQ-FREQ-ED
               IF  WS-CATEG-IQ-SEUIL NUMERIC
                   MOVE WS-CATEG-IQ-SEUIL TO WS-LCAT-CRIT-IQ-SEUIL-ED
               END-IF
               IF  WS-CATEG-IQ-FREQ NUMERIC
                   MOVE WS-CATEG-IQ-FREQ  TO WS-LCAT-CRIT-IQ-FREQ-ED
               END-IF
               WRITE FS-BUFF-F-ETAT-CAT-S FROM WS-LCAT-CRITERE-IQ
           END-IF.
           WRITE FS-BUFF-F-ETAT-CAT-S FROM WS-LCAT-INTITULE.
      *
       8001-EDITION-CRITERE-FIN.
