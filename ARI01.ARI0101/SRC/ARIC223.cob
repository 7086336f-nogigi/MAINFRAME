      *     CONSERVE AU STATUT R POUR RETOUR A L INITIATEUR.          *
      * LE VALIDEUR DOIT ETRE UN OPERATEUR DIFFERENT DE L INITIATEUR  *
      * (CODE OPERATEUR CICS) : L AUTO-VALIDATION EST REFUSEE.        *
      * LA POSE D UN NOUVEAU GEL EST DEPOSEE SUR LE FICHIER DES       *
      * EVENEMENTS CLIENTS EVT0101 (COPY EVTCLI) POUR LE COURRIER     *
      * EDITE PAR ARIO427.                                            *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * 02/09/2026    § CREATION DU PROGRAMME - REVUE QUATRE YEUX    *
      * 02/09/2026    § JOURNALISATION AVANT/APRES DES MISES A JOUR  *
      *               § APPLIQUEES, AU JOURNAL BJR0101 (ARIC225)     *
      * 15/10/2026    § POSE D UN GEL DEPOSEE EN EVENEMENT GEL SUR   *
      *               § EVT0101 POUR LE COURRIER CLIENT (ARIO427)    *
      *===============================================================*
      *
      *************************
           COPY ORDPERM.
      * DESCRIPTION ENREGISTREMENT JOURNAL DES FICHIERS BANCAIRES
           COPY BNKJRNL.
      * DESCRIPTION ENREGISTREMENT EVENEMENT CLIENT A NOTIFIER
           COPY EVTCLI.
      *IMAGE AVANT POUR LE JOURNAL
       01 WS-BJR-IMG-AVANT             PIC X(130).
      *GESTION DATE
           END-IF.
           PERFORM 6081-WRITE-BJR-DEB
              THRU 6081-WRITE-BJR-FIN.
           IF BJR-CREATION
              PERFORM 6082-WRITE-EVT-DEB
                 THRU 6082-WRITE-EVT-FIN
           END-IF.
       6100-APPLIQUE-GEL-FIN.
           EXIT.
      *---------------------------------------------------------------*
       6081-WRITE-BJR-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * DEPOSE L EVENEMENT GEL DU GEL QUI VIENT D ETRE POSE SUR LE    *
      * FICHIER DES EVENEMENTS CLIENTS (EVT0101) - REFERENCE = DATE   *
      * DE DEBUT + MOTIF DU GEL, CLIENT RESOLU SUR LE COMPTE PAR      *
      * ARIO427                                                       *
      *---------------------------------------------------------------*
       6082-WRITE-EVT-DEB.
           MOVE SPACE                             TO WS-EVT-ENR.
           MOVE WS-BJR-DATE                       TO WS-EVT-DATE.
           SET EVT-GEL                            TO TRUE.
           MOVE WS-GEL-CPTE                       TO WS-EVT-CPTE.
           MOVE WS-GEL-DATE-DEB                   TO WS-EVT-REF(1:8).
           MOVE WS-GEL-MOTIF                      TO WS-EVT-REF(9:3).
           MOVE ZERO                              TO WS-EVT-MT1.
           MOVE ZERO                              TO WS-EVT-MT2.
           MOVE WS-GEL-DATE-FIN                   TO WS-EVT-DATE2.
           MOVE 'GEL DU COMPTE MOTIF '            TO
                                           WS-EVT-LIBELLE(1:20).
           MOVE WS-GEL-MOTIF                      TO
                                           WS-EVT-LIBELLE(21:3).
           MOVE 'ARIC223'                         TO WS-EVT-PROG.
           EXEC CICS
               WRITE FILE('EVT0101')
                     FROM(WS-EVT-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6082 - ERREUR CICS WRITE EVT0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6082-WRITE-EVT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * PARCOURS DE LA FILE D ATTENTE A PARTIR DE LA CLE PREPAREE     *
      *---------------------------------------------------------------*
       6200-STARTBR-ATT-DEB.
