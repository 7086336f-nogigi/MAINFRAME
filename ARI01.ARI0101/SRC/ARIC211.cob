      * 22/08/2026    § AFFICHAGE DIRECT DU COMPTE TRANSMIS PAR LA   *
      *               § RECHERCHE PAR NOM (ARIC214) VIA              *
      *               § WS-CPTE-CLE-DER A LA PREMIERE ENTREE         *
      * 15/10/2026    § AFFICHAGE DU SOLDE DISPONIBLE : SOLDE MOINS   *
      *               § INDISPONIBILITES SUR CHEQUES (IND0101)        *
      *===============================================================*
      *
      *************************
           COPY GELCPTE.
      * DESCRIPTION CORRESPONDANCE IBAN / COMPTE INTERNE
           COPY CPTXIBAN.
      * DESCRIPTION INDISPONIBILITE SUR REMISE DE CHEQUE
           COPY INDISPO.
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
      *DATE DU JOUR AAAAMMJJ NUMERIQUE (CONTROLE DU GEL EN COURS)
       01 WS-FS-CPTE                   PIC X.
          88 CPTE-OK                          VALUE '0'.
          88 CPTE-NOTFND                      VALUE '1'.
      *PARCOURS DES INDISPONIBILITES DU COMPTE (IND0101)
       01 WS-IND-BRW-CLE.
          05 WS-IND-BRW-CPTE           PIC X(10).
          05 FILLER                    PIC X(14).
       01 WS-FS-INDBRW                 PIC X.
          88 INDBRW-ENCOURS                    VALUE '0'.
          88 INDBRW-FIN                        VALUE '1'.
       01 WS-MT-INDISPO                PIC S9(9)V99   COMP-3.
       01 WS-SOLDE-DISPO               PIC S9(9)V99   COMP-3.
      *
      *================
       LINKAGE SECTION.
                 MOVE SPACE                       TO MMSGO
                 PERFORM 7180-SIGNALE-GEL-DEB
                    THRU 7180-SIGNALE-GEL-FIN
                 PERFORM 7190-CALC-DISPONIBLE-DEB
                    THRU 7190-CALC-DISPONIBLE-FIN
              END-IF
           ELSE
              MOVE WS-MSG(21)                    TO MMSGO
                 MOVE SPACE                        TO MMSGO
                 PERFORM 7180-SIGNALE-GEL-DEB
                    THRU 7180-SIGNALE-GEL-FIN
                 PERFORM 7190-CALC-DISPONIBLE-DEB
                    THRU 7190-CALC-DISPONIBLE-FIN
              END-IF
           ELSE
              MOVE WS-MSG(22)                    TO MMSGO
           MOVE SPACE                            TO MMSGO.
           PERFORM 7180-SIGNALE-GEL-DEB
              THRU 7180-SIGNALE-GEL-FIN.
           PERFORM 7190-CALC-DISPONIBLE-DEB
              THRU 7190-CALC-DISPONIBLE-FIN.
       4000-FOUND-FIN.
           EXIT.
      *---------------------------------------------------------------*
           END-EXEC.
       6070-ENDBR-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   6080       *
      *---------------------------------------------------------------*
      * PARCOURS DES INDISPONIBILITES DU COMPTE AFFICHE (IND0101) :   *
      * POSITIONNEMENT, LECTURE SUIVANTE ET FIN DE BROWSE             *
      *---------------------------------------------------------------*
       6080-STARTBR-IND-DEB.
           EXEC CICS
               STARTBR FILE('IND0101')
                       RIDFLD(WS-IND-BRW-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET INDBRW-ENCOURS                 TO TRUE
           ELSE
              SET INDBRW-FIN                     TO TRUE
           END-IF.
       6080-STARTBR-IND-FIN.
           EXIT.
       6085-READNEXT-IND-DEB.
           EXEC CICS
               READNEXT FILE('IND0101')
                        RIDFLD(WS-IND-BRW-CLE)
                        INTO(WS-IDP-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET INDBRW-FIN                     TO TRUE
           ELSE
              IF WS-IDP-CPTE NOT = WS-CPTE-CPTE
                 SET INDBRW-FIN                  TO TRUE
              END-IF
           END-IF.
       6085-READNEXT-IND-FIN.
           EXIT.
       6090-ENDBR-IND-DEB.
           EXEC CICS
               ENDBR FILE('IND0101')
                     RESP(WS-RESP)
           END-EXEC.
       6090-ENDBR-IND-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
                                                     MDCREAO
                                                     MDMAJO
                                                     MDEVISEO.
           MOVE ZERO                             TO MSOLDEO
                                                     MDISPOO.
       7160-CLEAR-CHAMP-FIN.
           EXIT.
      *---------------------------------------------------------------*
       7180-SIGNALE-GEL-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * SOLDE DISPONIBLE = SOLDE COMPTABLE MOINS LES INDISPONIBILITES *
      * ACTIVES NON ECHUES DES CHEQUES REMIS (IND0101) - FICHIER      *
      * ABSENT OU SANS INDISPONIBILITE : DISPONIBLE = SOLDE           *
      *---------------------------------------------------------------*
       7190-CALC-DISPONIBLE-DEB.
           MOVE ZERO                             TO WS-MT-INDISPO.
           MOVE LOW-VALUES                       TO WS-IND-BRW-CLE.
           MOVE WS-CPTE-CPTE                     TO WS-IND-BRW-CPTE.
           PERFORM 6080-STARTBR-IND-DEB
              THRU 6080-STARTBR-IND-FIN.
           IF INDBRW-ENCOURS
              PERFORM 6085-READNEXT-IND-DEB
                 THRU 6085-READNEXT-IND-FIN
              PERFORM 7191-CUMUL-INDISPO-DEB
                 THRU 7191-CUMUL-INDISPO-FIN
                UNTIL INDBRW-FIN
              PERFORM 6090-ENDBR-IND-DEB
                 THRU 6090-ENDBR-IND-FIN
           END-IF.
           COMPUTE WS-SOLDE-DISPO = WS-CPTE-SOLDE - WS-MT-INDISPO.
           MOVE WS-SOLDE-DISPO                   TO MDISPOO.
       7190-CALC-DISPONIBLE-FIN.
           EXIT.
       7191-CUMUL-INDISPO-DEB.
           IF IDP-ACTIVE
              AND WS-IDP-DATE-DISPO > WS-DATEJ-GEL
              ADD WS-IDP-MT                      TO WS-MT-INDISPO
           END-IF.
           PERFORM 6085-READNEXT-IND-DEB
              THRU 6085-READNEXT-IND-FIN.
       7191-CUMUL-INDISPO-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * RESOUT L IBAN SAISI EN NUMERO DE COMPTE INTERNE (IBA0101) -   *
      * IBAN INCONNU : MESSAGE ET CHAMP COMPTE LAISSE VIDE            *
      *---------------------------------------------------------------*
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              IF WS-MSGF-NUM >= 1 AND WS-MSGF-NUM <= 306
                 MOVE WS-MSGF-TEXTE              TO
                                        WS-MSG(WS-MSGF-NUM)
              END-IF
