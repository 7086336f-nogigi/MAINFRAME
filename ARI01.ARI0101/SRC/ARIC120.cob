      *               § (TABLE TMVTS, PROGRAMME ARIC221)             *
      * 22/08/2026    § SIGNALEMENT D UN GEL EN COURS SUR LE COMPTE  *
      *               § AFFICHE (FICHIER GEL0101)                   *
      * 15/10/2026    § PF6 : COURBE DES SOLDES HISTORISES DU        *
      *               § COMPTE (FICHIER SLD0101, PROGRAMME ARIC230)  *
      * 15/10/2026    § PF7 : ECHEANCIER DES PRETS DU COMPTE         *
      *               § (FICHIERS PRT0101/ECP0101, PROGRAMME ARIC231)*
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
      *SQL INCLUDE - HOST VARIABLES DE LA TABLE TCPTES
           EXEC SQL
               INCLUDE FCPTES
             88 CPTES-NOTFND                        VALUE 100.
          02 WS-CPTES-ERR   PIC X(70)               VALUE SPACE.
       01 WS-CLE-CPTE       PIC X(10)                VALUE SPACE.
      *PARCOURS DES INDISPONIBILITES DU COMPTE (IND0101)
       01 WS-IND-BRW-CLE.
          05 WS-IND-BRW-CPTE           PIC X(10).
          05 FILLER                    PIC X(14).
       01 WS-FS-INDBRW                 PIC X.
          88 INDBRW-ENCOURS                    VALUE '0'.
          88 INDBRW-FIN                        VALUE '1'.
       01 WS-MT-INDISPO                PIC S9(9)V99   COMP-3.
       01 WS-SOLDE-DISPO               PIC S9(9)V99   COMP-3.
      *VARIABLE GESTION CICS
       01 WS-RESP                      PIC S9(4)      COMP.
       01 WS-MAP                       PIC X(7)       VALUE 'ARIM120'.
              PERFORM 9010-XCTL-ARIC221-DEB
                 THRU 9010-XCTL-ARIC221-FIN
           END-IF.
      *    IDEM POUR LA COURBE DES SOLDES (ARIC230)
           IF WS-CA-PGM-EXT = 'ARIC230'
              PERFORM 9020-XCTL-ARIC230-DEB
                 THRU 9020-XCTL-ARIC230-FIN
           END-IF.
      *    IDEM POUR L ECHEANCIER DES PRETS (ARIC231)
           IF WS-CA-PGM-EXT = 'ARIC231'
              PERFORM 9030-XCTL-ARIC231-DEB
                 THRU 9030-XCTL-ARIC231-FIN
           END-IF.
           PERFORM 7140-INIT-COMMAREA-DEB
              THRU 7140-INIT-COMMAREA-FIN.
      * AS 1000/1010 | SI PREMIERE EXEC -> INIT
               WHEN DFHPF5
               PERFORM 2040-PF5-DEB
                  THRU 2040-PF5-FIN
               WHEN DFHPF6
               PERFORM 2050-PF6-DEB
                  THRU 2050-PF6-FIN
               WHEN DFHPF7
               PERFORM 2060-PF7-DEB
                  THRU 2060-PF7-FIN
               WHEN DFHENTER
               PERFORM 2000-ENTER-DEB
                  THRU 2000-ENTER-FIN
       2040-PF5-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2050       *
      *---------------------------------------------------------------*
      * PF6 : COURBE DES SOLDES HISTORISES DU COMPTE SAISI (ARIC230)  *
      * - LES ECHANGES SUIVANTS SONT REAIGUILLES VERS ARIC230 PAR     *
      * WS-CA-PGM-EXT JUSQU A LA FIN PAR PF3                          *
      *---------------------------------------------------------------*
       2050-PF6-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           IF MCODEO = SPACE
              MOVE WS-MSG(19)                     TO MMSGO
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
           ELSE
              MOVE MCODEO                         TO WS-CPTE-CLE-DER
              MOVE 'ARIC230'                      TO WS-CA-PGM-EXT
              MOVE LOW-VALUE                      TO WS-TAFF
              PERFORM 9020-XCTL-ARIC230-DEB
                 THRU 9020-XCTL-ARIC230-FIN
           END-IF.
       2050-PF6-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2060       *
      *---------------------------------------------------------------*
      * PF7 : ECHEANCIER DES PRETS DU COMPTE SAISI (ARIC231)          *
      * - LES ECHANGES SUIVANTS SONT REAIGUILLES VERS ARIC231 PAR     *
      * WS-CA-PGM-EXT JUSQU A LA FIN PAR PF3                          *
      *---------------------------------------------------------------*
       2060-PF7-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           IF MCODEO = SPACE
              MOVE WS-MSG(19)                     TO MMSGO
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
           ELSE
              MOVE MCODEO                         TO WS-CPTE-CLE-DER
              MOVE 'ARIC231'                      TO WS-CA-PGM-EXT
              MOVE LOW-VALUE                      TO WS-TAFF
              PERFORM 9030-XCTL-ARIC231-DEB
                 THRU 9030-XCTL-ARIC231-FIN
           END-IF.
       2060-PF7-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3000       *
      *---------------------------------------------------------------*
      * GESTION EN CAS DE MAPFAIL                                     *
           MOVE SPACE                             TO MMSGO.
           PERFORM 7180-SIGNALE-GEL-DEB
              THRU 7180-SIGNALE-GEL-FIN.
           PERFORM 7190-CALC-DISPONIBLE-DEB
              THRU 7190-CALC-DISPONIBLE-FIN.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       4000-FOUND-FIN.
           END-IF.
       6030-READ-TCPTES-FIN.
           EXIT.
       6040-STARTBR-IND-DEB.
           EXEC CICS
               STARTBR FILE('IND0101')
                       RIDFLD(WS-IND-BRW-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET INDBRW-ENCOURS                  TO TRUE
           ELSE
              SET INDBRW-FIN                      TO TRUE
           END-IF.
       6040-STARTBR-IND-FIN.
           EXIT.
       6050-READNEXT-IND-DEB.
           EXEC CICS
               READNEXT FILE('IND0101')
                        RIDFLD(WS-IND-BRW-CLE)
                        INTO(WS-IDP-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET INDBRW-FIN                      TO TRUE
           ELSE
              IF WS-IDP-CPTE NOT = NUMCPTES
                 SET INDBRW-FIN                   TO TRUE
              END-IF
           END-IF.
       6050-READNEXT-IND-FIN.
           EXIT.
       6060-ENDBR-IND-DEB.
           EXEC CICS
               ENDBR FILE('IND0101')
                     RESP(WS-RESP)
           END-EXEC.
       6060-ENDBR-IND-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
       7050-MSG-CHAMP-VIDE-FIN.
           EXIT.
       7160-CLEAR-CHAMP-DEB.
           MOVE ZERO                              TO MSOLDEO
                                                      MDISPOO.
           MOVE SPACE                             TO MDCREAO
                                                      MDMAJO.
       7160-CLEAR-CHAMP-FIN.
       7180-SIGNALE-GEL-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * SOLDE DISPONIBLE = SOLDE COMPTABLE MOINS LES INDISPONIBILITES *
      * ACTIVES NON ECHUES DES CHEQUES REMIS (IND0101) - FICHIER      *
      * ABSENT OU SANS INDISPONIBILITE : DISPONIBLE = SOLDE           *
      *---------------------------------------------------------------*
       7190-CALC-DISPONIBLE-DEB.
           MOVE ZERO                              TO WS-MT-INDISPO.
           MOVE LOW-VALUES                        TO WS-IND-BRW-CLE.
           MOVE NUMCPTES                          TO WS-IND-BRW-CPTE.
           PERFORM 6040-STARTBR-IND-DEB
              THRU 6040-STARTBR-IND-FIN.
           IF INDBRW-ENCOURS
              PERFORM 6050-READNEXT-IND-DEB
                 THRU 6050-READNEXT-IND-FIN
              PERFORM 7191-CUMUL-INDISPO-DEB
                 THRU 7191-CUMUL-INDISPO-FIN
                UNTIL INDBRW-FIN
              PERFORM 6060-ENDBR-IND-DEB
                 THRU 6060-ENDBR-IND-FIN
           END-IF.
           COMPUTE WS-SOLDE-DISPO = SLDCPTES - WS-MT-INDISPO.
           MOVE WS-SOLDE-DISPO                    TO MDISPOO.
       7190-CALC-DISPONIBLE-FIN.
           EXIT.
       7191-CUMUL-INDISPO-DEB.
           IF IDP-ACTIVE
              AND WS-IDP-DATE-DISPO > WS-DATEJ-GEL
              ADD WS-IDP-MT                       TO WS-MT-INDISPO
           END-IF.
           PERFORM 6050-READNEXT-IND-DEB
              THRU 6050-READNEXT-IND-FIN.
       7191-CUMUL-INDISPO-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * RESOUT L IBAN SAISI EN NUMERO DE COMPTE INTERNE (IBA0101) -   *
      * IBAN INCONNU : MESSAGE ET CHAMP COMPTE LAISSE VIDE            *
      *---------------------------------------------------------------*
           END-EXEC.
       9010-XCTL-ARIC221-FIN.
           EXIT.
       9020-XCTL-ARIC230-DEB.
           EXEC CICS XCTL PROGRAM('ARIC230')
                          COMMAREA(WS-COMMAREA)
           END-EXEC.
       9020-XCTL-ARIC230-FIN.
           EXIT.
       9030-XCTL-ARIC231-DEB.
           EXEC CICS XCTL PROGRAM('ARIC231')
                          COMMAREA(WS-COMMAREA)
           END-EXEC.
       9030-XCTL-ARIC231-FIN.
           EXIT.
       9999-FIN-PROGRAMME-DEB.
           EXEC CICS SEND
                     FROM (WS-MSG(26))
