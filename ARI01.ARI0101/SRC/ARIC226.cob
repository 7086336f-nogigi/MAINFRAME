      * COPY GUICHMVT) QUE ARIO402 VERSE DANS LES MOUVEMENTS DU JOUR  *
      * AVANT LA CHAINE - LES CONTROLES COMPLETS (PROVISION, TAUX,    *
      * DECOUVERT) RESTENT FAITS PAR LA CHAINE DE NUIT.               *
      * LE GUICHETIER SAISIT AUSSI LA PIECE D IDENTITE DE LA PERSONNE *
      * QUI SE PRESENTE : POUR UN RETRAIT ELLE EST OBLIGATOIRE ET     *
      * DOIT CORRESPONDRE A UNE HABILITATION DU COMPTE (PRC0101, COPY *
      * PROCURAT : TITULAIRE OU MANDATAIRE) VALIDE A LA DATE DU JOUR, *
      * LE MONTANT NE DEPASSANT PAS LE PLAFOND DE L HABILITATION. LA  *
      * PIECE EST CONSERVEE SUR LA SAISIE GUI0101.                    *
      * CHAQUE SAISIE MET A JOUR LE TIROIR DE CAISSE DU JOUR DE       *
      * L OPERATEUR (TIR0101, COPY TIROIR : ENTREES POUR UN DEPOT,    *
      * SORTIES POUR UN RETRAIT), CREE OUVERT A LA PREMIERE SAISIE ;  *
      * UN TIROIR CLOS (ARIC242) N ADMET PLUS AUCUNE SAISIE.          *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   §          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 02/09/2026    § CREATION DU PROGRAMME - SAISIE GUICHET       *
      * 15/10/2026    § PIECE DU PRESENTATEUR, CONTROLE DES           *
      *               § HABILITATIONS PRC0101 SUR LES RETRAITS        *
      * 15/10/2026    § MISE A JOUR DU TIROIR DE CAISSE TIR0101       *
      *===============================================================*
      *
      *************************
           COPY OPROFIL.
      * DESCRIPTION ENREGISTREMENT MOUVEMENT DE GUICHET
           COPY GUICHMVT.
      * DESCRIPTION ENREGISTREMENT HABILITATION A OPERER LE COMPTE
           COPY PROCURAT.
      * DESCRIPTION ENREGISTREMENT TIROIR DE CAISSE
           COPY TIROIR.
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
       01 WS-DATEJ-AMJ.
      *PROFIL DE L OPERATEUR CONNECTE (FICHIER PRF0101) : SANS
      *PROFIL = ROLE 'C', FICHIER INDISPONIBLE = CONTROLE INACTIF
       01 WS-ROLE-OP                   PIC X          VALUE 'A'.
      *AGENCE DE RATTACHEMENT DE L OPERATEUR (PROFIL PRF0101)
       01 WS-AGENCE-OP                 PIC X(5)       VALUE SPACE.
      *PLAFOND DE SAISIE SELON LE ROLE
       01 WS-PLAFOND                   PIC 9(9)V99    VALUE ZERO.
      *MONTANT SAISI (VUE NUMERIQUE DE MMT)
       01 WS-SW-GEL                    PIC X.
          88 CPT-NON-GELE                      VALUE '0'.
          88 CPT-GELE                          VALUE '1'.
      *SWITCH HABILITATION DU PRESENTATEUR (RETRAIT)
       01 WS-SW-PRC                    PIC X.
          88 PRC-HABILITE                      VALUE '0'.
          88 PRC-REFUSE                        VALUE '1'.
      *SWITCH EXISTENCE DU TIROIR DE CAISSE DU JOUR
       01 WS-FS-TIR                    PIC X.
          88 TIR-EXISTE                        VALUE '0'.
          88 TIR-N-EXISTE-PAS                  VALUE '1'.
      *COMPTEUR DE REESSAI D ATTRIBUTION DE SEQUENCE
       01 WS-NB-ESSAI                  PIC S9(4)      COMP.
       01 WS-SW-GUI-ECRITE             PIC X          VALUE '0'.
              MOVE WS-MSG(141)                    TO MMSGO
              GO TO 3010-SAISIE-ENVOI
           END-IF.
      *    RETRAIT : PRESENTATEUR HABILITE SUR LE COMPTE
           IF MSENSO = 'R'
              PERFORM 3015-CTL-PRESENTATEUR-DEB
                 THRU 3015-CTL-PRESENTATEUR-FIN
              IF PRC-REFUSE
                 GO TO 3010-SAISIE-ENVOI
              END-IF
           END-IF.
      *    PLAFOND DU ROLE OPERATEUR
           PERFORM 6200-READ-PROFIL-DEB
              THRU 6200-READ-PROFIL-FIN.
              MOVE WS-MSG(142)                    TO MMSGO
              GO TO 3010-SAISIE-ENVOI
           END-IF.
      *    TIROIR DE CAISSE DE L OPERATEUR CLOS POUR LA JOURNEE
           PERFORM 6070-READ-TIR-DEB
              THRU 6070-READ-TIR-FIN.
           IF TIR-EXISTE AND TIR-FERME
              MOVE WS-MSG(281)                    TO MMSGO
              GO TO 3010-SAISIE-ENVOI
           END-IF.
      *
           PERFORM 3020-ENREGISTRE-DEB
              THRU 3020-ENREGISTRE-FIN.
           PERFORM 3030-MAJ-TIROIR-DEB
              THRU 3030-MAJ-TIROIR-FIN.
           MOVE WS-MSG(140)                       TO MMSGO.
       3010-SAISIE-ENVOI.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
       3010-SAISIE-OK-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3015       *
      *---------------------------------------------------------------*
      * RETRAIT : LA PIECE PRESENTEE DOIT ETRE HABILITEE SUR LE       *
      * COMPTE (PRC0101), DANS SA PERIODE DE VALIDITE ET DANS LA      *
      * LIMITE DE SON PLAFOND PAR OPERATION (ZERO = SANS PLAFOND)     *
      *---------------------------------------------------------------*
       3015-CTL-PRESENTATEUR-DEB.
           SET PRC-HABILITE                       TO TRUE.
           IF MPIECEO = SPACE OR MPIECEO = LOW-VALUE
              SET PRC-REFUSE                      TO TRUE
              MOVE WS-MSG(270)                    TO MMSGO
              GO TO 3015-CTL-PRESENTATEUR-FIN
           END-IF.
           PERFORM 6060-READ-PRC-DEB
              THRU 6060-READ-PRC-FIN.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET PRC-REFUSE                      TO TRUE
              MOVE WS-MSG(271)                    TO MMSGO
              GO TO 3015-CTL-PRESENTATEUR-FIN
           END-IF.
           IF WS-DATEJ-AMJ-N < WS-PRC-DATE-DEB
              OR (WS-PRC-DATE-FIN NOT = ZERO
                  AND WS-DATEJ-AMJ-N > WS-PRC-DATE-FIN)
              SET PRC-REFUSE                      TO TRUE
              MOVE WS-MSG(272)                    TO MMSGO
              GO TO 3015-CTL-PRESENTATEUR-FIN
           END-IF.
           IF WS-PRC-PLAFOND > ZERO
              AND WS-MT-NUM > WS-PRC-PLAFOND
              SET PRC-REFUSE                      TO TRUE
              MOVE WS-MSG(273)                    TO MMSGO
           END-IF.
       3015-CTL-PRESENTATEUR-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3020       *
      *---------------------------------------------------------------*
      * ECRIT LA SAISIE EN ATTENTE (SEQUENCE ATTRIBUEE EN AVANCANT    *
              MOVE WS-CPTES-DEVISE                TO WS-GUI-DEVISE
           END-IF.
           MOVE EIBOPID                           TO WS-GUI-OPID.
           IF MPIECEO = LOW-VALUE
              MOVE SPACE                          TO WS-GUI-PIECE
           ELSE
              MOVE MPIECEO                        TO WS-GUI-PIECE
           END-IF.
           COMPUTE WS-GUI-HEURE = (WS-HEUREJ-HH * 10000)
                                + (WS-HEUREJ-MM * 100)
                                + WS-HEUREJ-SS.
           END-IF.
       3020-ENREGISTRE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3030       *
      *---------------------------------------------------------------*
      * REPORT DE LA SAISIE SUR LE TIROIR DE CAISSE DU JOUR DE        *
      * L OPERATEUR (CREE OUVERT, SANS FONDS, A LA PREMIERE SAISIE)   *
      *---------------------------------------------------------------*
       3030-MAJ-TIROIR-DEB.
           PERFORM 6071-READ-UPD-TIR-DEB
              THRU 6071-READ-UPD-TIR-FIN.
           IF TIR-N-EXISTE-PAS
              PERFORM 7070-INIT-TIROIR-DEB
                 THRU 7070-INIT-TIROIR-FIN
           END-IF.
           IF MSENSO = 'D'
              ADD WS-MT-NUM                       TO WS-TIR-ENTREES
           ELSE
              ADD WS-MT-NUM                       TO WS-TIR-SORTIES
           END-IF.
           ADD 1                                  TO WS-TIR-NB-SAISIES.
           COMPUTE WS-TIR-ATTENDU = WS-TIR-FONDS + WS-TIR-ENTREES
                                  - WS-TIR-SORTIES.
           IF TIR-EXISTE
              PERFORM 6073-REWRITE-TIR-DEB
                 THRU 6073-REWRITE-TIR-FIN
           ELSE
              PERFORM 6072-WRITE-TIR-DEB
                 THRU 6072-WRITE-TIR-FIN
           END-IF.
       3030-MAJ-TIROIR-FIN.
           EXIT.
      *===============================================================*
      *    STRUCTURATION DE LA PARTIE INDEPENDANTE DU PROGRAMME       *
      *---------------------------------------------------------------*
       6050-WRITE-GUI-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * LIT L HABILITATION DE LA PIECE PRESENTEE SUR LE COMPTE        *
      *---------------------------------------------------------------*
       6060-READ-PRC-DEB.
           MOVE MCPTEO                            TO WS-PRC-CPTE.
           MOVE MPIECEO                           TO WS-PRC-PIECE.
           EXEC CICS
               READ FILE('PRC0101')
                    RIDFLD(WS-PRC-CLE)
                    INTO(WS-PRC-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF NOT (WS-RESP = DFHRESP(NORMAL) OR DFHRESP(NOTFND))
                MOVE '6060 - ERREUR CICS READ PRC0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6060-READ-PRC-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * LECTURE DU TIROIR DE CAISSE DU JOUR DE L OPERATEUR            *
      *---------------------------------------------------------------*
       6070-READ-TIR-DEB.
           MOVE EIBOPID                           TO WS-TIR-OPID.
           MOVE WS-DATEJ-AMJ-N                    TO WS-TIR-DATE.
           EXEC CICS
               READ FILE('TIR0101')
                    RIDFLD(WS-TIR-CLE)
                    INTO(WS-TIR-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           PERFORM 6074-RESP-TIR-DEB
              THRU 6074-RESP-TIR-FIN.
       6070-READ-TIR-FIN.
           EXIT.
       6071-READ-UPD-TIR-DEB.
           MOVE EIBOPID                           TO WS-TIR-OPID.
           MOVE WS-DATEJ-AMJ-N                    TO WS-TIR-DATE.
           EXEC CICS
               READ FILE('TIR0101')
                    RIDFLD(WS-TIR-CLE)
                    INTO(WS-TIR-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           PERFORM 6074-RESP-TIR-DEB
              THRU 6074-RESP-TIR-FIN.
       6071-READ-UPD-TIR-FIN.
           EXIT.
       6072-WRITE-TIR-DEB.
           EXEC CICS
               WRITE FILE('TIR0101')
                     RIDFLD(WS-TIR-CLE)
                     FROM(WS-TIR-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6072 - ERREUR CICS WRITE TIR0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6072-WRITE-TIR-FIN.
           EXIT.
       6073-REWRITE-TIR-DEB.
           EXEC CICS
               REWRITE FILE('TIR0101')
                       FROM(WS-TIR-ENR)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6073 - ERREUR CICS REWRITE TIR0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6073-REWRITE-TIR-FIN.
           EXIT.
       6074-RESP-TIR-DEB.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                  SET TIR-EXISTE                  TO TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                  SET TIR-N-EXISTE-PAS            TO TRUE
               WHEN OTHER
                  MOVE '6070 - ERREUR CICS READ TIR0101'
                                                 TO WS-MSG-ERR
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6074-RESP-TIR-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * LIT LE PROFIL DE L OPERATEUR CONNECTE (PRF0101) - SANS        *
      * PROFIL = 'C', FICHIER INDISPONIBLE = CONTROLE INACTIF ('A')   *
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                  MOVE WS-PRF-ROLE               TO WS-ROLE-OP
                  MOVE WS-PRF-AGENCE             TO WS-AGENCE-OP
               WHEN WS-RESP = DFHRESP(NOTFND)
                  MOVE 'C'                       TO WS-ROLE-OP
               WHEN OTHER
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              IF WS-MSGF-NUM >= 1 AND WS-MSGF-NUM <= 306
                 MOVE WS-MSGF-TEXTE              TO
                                        WS-MSG(WS-MSGF-NUM)
              END-IF
           END-EVALUATE.
       7060-PLAFOND-DU-ROLE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * NOUVEAU TIROIR DU JOUR : OUVERT, SANS FONDS, AGENCE DU PROFIL *
      *---------------------------------------------------------------*
       7070-INIT-TIROIR-DEB.
           MOVE LOW-VALUE                        TO WS-TIR-ENR.
           MOVE EIBOPID                          TO WS-TIR-OPID.
           MOVE WS-DATEJ-AMJ-N                   TO WS-TIR-DATE.
           MOVE WS-AGENCE-OP                     TO WS-TIR-AGENCE.
           SET TIR-OUVERT                        TO TRUE.
           MOVE ZERO                             TO WS-TIR-FONDS
                                                    WS-TIR-ENTREES
                                                    WS-TIR-SORTIES
                                                    WS-TIR-ATTENDU
                                                    WS-TIR-NB-SAISIES
                                                    WS-TIR-NB-TRANSF
                                                    WS-TIR-COMPTE
                                                    WS-TIR-ECART
                                                    WS-TIR-HEURE-CLOT.
           MOVE SPACE                            TO WS-TIR-SUP.
           INITIALIZE WS-TIR-BILLETAGE.
       7070-INIT-TIROIR-FIN.
           EXIT.
       7140-INIT-COMMAREA-DEB.
           MOVE DFHCOMMAREA                      TO WS-COMMAREA.
           MOVE SPACE                            TO MMSGO.
