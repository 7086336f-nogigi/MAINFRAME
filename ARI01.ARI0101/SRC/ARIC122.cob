      * LIMITE : SI LE NUMERO DE LOT EXISTE DEJA POUR L'ARTICLE, LA   *
      * QUANTITE RECUE EST CUMULEE SUR LE LOT EXISTANT. WS-ART-NB-LOT *
      * N'EST PLUS QU'UN COMPTEUR INDICATIF PLAFONNE A 9.             *
      * DUREE DE VIE MINIMALE DE LA CATEGORIE (CATG0101) : UN LOT     *
      * DONT LA DUREE DE VIE RESTANTE (PEREMPTION - DATE DU JOUR,     *
      * CALCUL COMMERCIAL 30/360) EST INFERIEURE N'EST RECU QUE SUR   *
      * CODE SUPERVISEUR VALIDE (MSUP, SUPE0101) ; LA DEROGATION EST  *
      * PORTEE SUR LE LOT (WS-LOT-DEROG-SUP) ET JOURNALISEE DANS      *
      * ARTOPLOG.                                                     *
      * UNITE DE SAISIE (MUNITE) : S OU BLANC = QUANTITES (MQTE,      *
      * MQTELIV) ET PRIX (MPXU) EN UNITES DE STOCK, A = DANS L'UNITE  *
      * D'ACHAT DE LA COMMANDE EN COURS DE L'ARTICLE (WS-CDE-CONV),   *
      * CONVERTIS EN UNITES DE STOCK AVANT MISE A JOUR DE LOT0101 ET  *
      * DE WS-ART-QTE.                                                *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      *               § TOUCHE RAMENE A L ECRAN D ORIGINE           *
      * 02/09/2026    § ALIMENTATION DE L INDEX PAR ARTICLE DU      *
      *               § JOURNAL (XJR0101) AU FIL DE L EAU           *
      * 15/10/2026    § DUREE DE VIE MINIMALE DE LA CATEGORIE A LA    *
      *               § RECEPTION : DEROGATION SUR CODE SUPERVISEUR   *
      *               § (MSUP) PORTEE SUR LE LOT ET JOURNALISEE       *
      * 15/10/2026    § SUIVI DES DEMANDES D ACHAT INTERNES (DAC0101) *
      *               § DE LA COMMANDE RECUE, RETROUVEES PAR XDA0101 :*
      *               § PARTIELLEMENT RECUES PUIS RECUES A LA CLOTURE *
      * 15/10/2026    § RECEPTION REFUSEE QUAND SA DATE APPARTIENT A  *
      *               § UN MOIS DE STOCK CLOS (CLP0101, ARIO958)      *
      * 15/10/2026    § RECEPTION EN UNITE D ACHAT (MUNITE = A) :     *
      *               § QUANTITES ET PRIX CONVERTIS EN UNITES DE STOCK*
      *               § SELON LA CONVERSION DE LA COMMANDE EN COURS   *
      * 15/10/2026    § ARTICLE SERIALISE : UN NUMERO DE SERIE SAISI  *
      *               § PAR UNITE RECUE (MSER, 5 AU PLUS), UN         *
      *               § MOUVEMENT ARTMVTS PAR NUMERO ET CREATION DU   *
      *               § NUMERO EN STOCK DANS SER0101                  *
      * 15/10/2026    § ECHANTILLONNAGE PAR HISTORIQUE FOURNISSEUR    *
      *               § (IQF0101) : EN CONTROLE ALLEGE, UN LOT SUR K  *
      *               § SEULEMENT PART EN INSPECTION, LES AUTRES SONT *
      *               § DISPONIBLES DES LA RECEPTION                  *
      *===============================================================*
      *
      *************************
           COPY FOURNISS.
      * DESCRIPTION ENREGISTREMENT LITIGE DE RECEPTION
           COPY LITIGE.
      * DESCRIPTION ENREGISTREMENT FICHIER MAITRE DES SUPERVISEURS
           COPY SUPERVISR.
      * DESCRIPTION ENREGISTREMENT JOURNAL DES OPERATEURS
           COPY ARTOPLOG.
      * DESCRIPTION ENREGISTREMENT DEMANDE D ACHAT INTERNE
           COPY DEMACHAT.
      * DESCRIPTION ENREGISTREMENT LIEN COMMANDE / DEMANDE D ACHAT
           COPY CDEXDAC.
      * DESCRIPTION ENREGISTREMENT CONTROLE DES PERIODES CLOSES
           COPY CLOTPER.
      * DESCRIPTION ENREGISTREMENT NUMERO DE SERIE
           COPY NUMSERIE.
      * DESCRIPTION ENREGISTREMENT HISTORIQUE D INSPECTION FOURNISSEUR
           COPY INSPFOU.
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
      *
          88 ARTICLE-N-EXISTE-PAS              VALUE '1'.
      *ZONE DE TRAVAIL RECEPTION DE LOT
       01 WS-QTE-RECUE                 PIC 9(5).
      *RECEPTION EN UNITE D ACHAT : QUANTITE SAISIE (MQTE) DANS
      *L UNITE CHOISIE EN MUNITE, CONVERTIE EN UNITES DE STOCK DANS
      *WS-QTE-RECUE
       01 WS-QTE-SAISIE                PIC 9(5).
       01 WS-SW-UNITE                  PIC X.
          88 SAISIE-EN-STOCK                   VALUE '0'.
          88 SAISIE-EN-ACHAT                   VALUE '1'.
          88 UNITE-REFUSEE                     VALUE '2'.
       01 WS-LOT-PXU-SAISIE.
          05 WS-LOT-PXU-NUM            PIC 9(5)V99.
       01 WS-LOT-PXU-ALPHA REDEFINES WS-LOT-PXU-SAISIE
          88 CDE-NON-TROUVEE                   VALUE '0'.
      *DATE DU JOUR SANS SEPARATEUR POUR LA DATE DE RECEPTION
       01 WS-DATEJ8                    PIC 9(8).
       01 WS-DATEJ8-R REDEFINES WS-DATEJ8.
          05 WS-DATEJ8-AAAA            PIC 9(4).
          05 WS-DATEJ8-MM              PIC 9(2).
          05 WS-DATEJ8-JJ              PIC 9(2).
      *SWITCH DATE DE RECEPTION DANS UN MOIS DE STOCK CLOS
       01 WS-SW-PERIODE                PIC X          VALUE '0'.
          88 PERIODE-OUVERTE                   VALUE '0'.
          88 PERIODE-CLOSE                     VALUE '1'.
      *RESOLUTION DU CODE A BARRES SCANNE (ARTXEAN)
       01 WS-FS-EAN                    PIC X.
          88 EAN-RESOLU                        VALUE '0'.
       01 WS-SW-QUALITE                PIC X.
          88 RECEPT-EN-INSPECTION              VALUE '1'.
          88 RECEPT-SANS-CONTROLE              VALUE '0'.
      *   CATEGORIE SOUMISE A INSPECTION MAIS FOURNISSEUR EN CONTROLE
      *   ALLEGE (IQF0101) : LE LOT N EST PAS TIRE POUR INSPECTION
          88 RECEPT-DISPENSEE                  VALUE '2'.
      *REGLE D ECHANTILLONNAGE DE LA CATEGORIE (LOTS ACCEPTES POUR LE
      *CONTROLE ALLEGE, PUIS UN LOT SUR K) ET HISTORIQUE IQF0101
       01 WS-IQ-SEUIL                  PIC 9(3).
       01 WS-IQ-FREQ                   PIC 9(2).
       01 WS-FS-IQF                    PIC X.
          88 IQF-EXISTE                        VALUE '0'.
          88 IQF-N-EXISTE-PAS                  VALUE '1'.
      *LE FOURNISSEUR ATTITRE DE L ARTICLE PLACE-T-IL SON STOCK EN
      *CONSIGNATION (WS-FOUR-CONSIGNE DE FOUR0101)
       01 WS-SW-CONSIGNE               PIC X.
          88 RECEPT-EN-PROPRE                  VALUE '0'.
      *LITIGE DE RECEPTION : QUANTITE LIVREE SAISIE (MQTELIV) ET
      *ESSAIS D ECRITURE SUR DOUBLON DE CLE
       01 WS-QTE-LIVREE                PIC 9(6).
       01 WS-NB-ESSAI-LIT              PIC S9(4)      COMP.
       01 WS-SW-LIT-ECRIT              PIC X.
          88 LIT-ECRIT                         VALUE '1'.
          88 LIT-A-ECRIRE                      VALUE '0'.
      *DUREE DE VIE MINIMALE DE LA CATEGORIE A LA RECEPTION :
      *RECEPTION CONFORME, DEROGEE PAR UN SUPERVISEUR OU REFUSEE
       01 WS-SW-DLU                    PIC X.
          88 DLU-CONFORME                      VALUE '0'.
          88 DLU-DEROGEE                       VALUE '1'.
          88 DLU-REFUSEE                       VALUE '2'.
      *DUREE DE VIE RESTANTE DU LOT SAISI (CALCUL COMMERCIAL 30/360)
       01 WS-DLU-RESTE                 PIC S9(7)      COMP-3.
       01 WS-DATEXP-SAISIE             PIC 9(8).
       01 WS-DATEXP-SAISIE-R REDEFINES WS-DATEXP-SAISIE.
          05 WS-DATEXP-AAAA            PIC 9(4).
          05 WS-DATEXP-MM              PIC 9(2).
          05 WS-DATEXP-JJ              PIC 9(2).
      *SUIVI DES DEMANDES D ACHAT INTERNES DE LA COMMANDE RECUE
      *(XDA0101) : CLE DE DEFILEMENT, TABLE DES DEMANDES RETENUES
       01 WS-XDA-BRW-CLE               PIC X(22).
       01 WS-FS-XDABRW                 PIC X.
          88 XDABRW-ENCOURS                    VALUE '0'.
          88 XDABRW-FIN                        VALUE '1'.
       01 WS-TAB-XDA.
          05 WS-TXDA-DAC-NUM           PIC X(11) OCCURS 20.
       01 WS-NB-XDA                    PIC S9(4)      COMP.
       01 WS-IND-XDA                   PIC S9(4)      COMP.
      *ARTICLE SERIALISE : NUMEROS SAISIS EN MSER (UN PAR UNITE
      *RECUE), CONTROLE ET ECRITURE D UN MOUVEMENT PAR NUMERO (HEURE
      *INCREMENTEE SUR DOUBLON DE CLE ARTMVTS)
       01 WS-SW-SERIE                  PIC X.
          88 SERIE-ACCEPTEE                    VALUE '0'.
          88 SERIE-REFUSEE                     VALUE '1'.
       01 WS-FS-SER                    PIC X.
          88 SER-EXISTE                        VALUE '0'.
          88 SER-N-EXISTE-PAS                  VALUE '1'.
       01 WS-NB-SERIE                  PIC S9(4)      COMP.
       01 WS-IND-SERIE                 PIC S9(4)      COMP.
       01 WS-IND-SERIE2                PIC S9(4)      COMP.
       01 WS-NB-ESSAI-AMVT             PIC S9(4)      COMP.
       01 WS-SW-AMVT-ECRIT             PIC X.
          88 AMVT-ECRIT                        VALUE '1'.
          88 AMVT-A-ECRIRE                     VALUE '0'.
      *================
       LINKAGE SECTION.
      *================
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 3010-CHOIX-OK-FIN
           END-IF.
      *    LA DATE DE RECEPTION (DATE DU JOUR) NE PEUT TOMBER DANS UN
      *    MOIS DE STOCK DEJA CLOS
           PERFORM 7900-CTL-PERIODE-DEB
              THRU 7900-CTL-PERIODE-FIN.
           IF PERIODE-CLOSE
              MOVE WS-MSG(178)                    TO MMSGO
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 3010-CHOIX-OK-FIN
           END-IF.
           MOVE MCODEO                            TO WS-ART-CODE.
           PERFORM 6030-READ-ART-DEB
              THRU 6030-READ-ART-FIN.
                                   OR MDATEXPO NOT NUMERIC
                 MOVE WS-MSG(6)                     TO MMSGO
              ELSE
                 MOVE MQTEO                         TO WS-QTE-SAISIE
                 IF WS-QTE-SAISIE = ZERO
                    MOVE WS-MSG(6)                  TO MMSGO
                 ELSE
      *          UNITE DE SAISIE ET CONVERSION EN UNITES DE STOCK (LE
      *          MESSAGE DE REFUS EST POSE PAR LE CONTROLE)
                 SET SERIE-ACCEPTEE                 TO TRUE
                 PERFORM 7330-UNITE-SAISIE-DEB
                    THRU 7330-UNITE-SAISIE-FIN
      *          NUMEROS DE SERIE D UN ARTICLE SERIALISE
                 IF NOT UNITE-REFUSEE
                    PERFORM 7340-CTRL-SERIES-DEB
                       THRU 7340-CTRL-SERIES-FIN
                 END-IF
                 IF NOT UNITE-REFUSEE AND NOT SERIE-REFUSEE
      *          DUREE DE VIE MINIMALE DE LA CATEGORIE (LE MESSAGE DE
      *          REFUS EST POSE PAR LE CONTROLE)
                 PERFORM 7720-CTRL-DLU-DEB
                    THRU 7720-CTRL-DLU-FIN
                 IF NOT DLU-REFUSEE
                    MOVE WS-ART-ENR                  TO WS-JRN-AVANT
      *             REGLE D ECHANTILLONNAGE QUALITE DE LA CATEGORIE
                    PERFORM 7700-CTRL-QUALITE-DEB
                       THRU 7750-CTRL-CONSIGNE-FIN
                    PERFORM 7200-RECEPT-LOT-DEB
                       THRU 7200-RECEPT-LOT-FIN
      *             HISTORIQUE D INSPECTION DU FOURNISSEUR
                    PERFORM 7710-MAJ-HIST-QUALITE-DEB
                       THRU 7710-MAJ-HIST-QUALITE-FIN
                    PERFORM 6070-REWRITE-ART-DEB
                       THRU 6070-REWRITE-ART-FIN
                    MOVE WS-ART-ENR                  TO WS-JRN-APRES
                    PERFORM 6080-WRITE-JRNL-ART-DEB
                       THRU 6080-WRITE-JRNL-ART-FIN
                    SET AMVT-RECEPTION               TO TRUE
                    IF ART-SERIALISE
                       PERFORM 7345-RECEPT-UNE-SERIE-DEB
                          THRU 7345-RECEPT-UNE-SERIE-FIN
                             VARYING WS-IND-SERIE FROM 1 BY 1
                                UNTIL WS-IND-SERIE > WS-NB-SERIE
                    ELSE
                       PERFORM 6090-WRITE-AMVT-ART-DEB
                          THRU 6090-WRITE-AMVT-ART-FIN
                    END-IF
                    PERFORM 7300-MATCH-COMMANDE-DEB
                       THRU 7300-MATCH-COMMANDE-FIN
                    PERFORM 7400-ALLOUE-BACKORDERS-DEB
      *             QUANTITE ACCEPTEE OUVRE UN LITIGE DE RECEPTION
                    PERFORM 7800-OUVRE-LITIGE-DEB
                       THRU 7800-OUVRE-LITIGE-FIN
      *             DEROGATION A LA DUREE DE VIE JOURNALISEE
                    IF DLU-DEROGEE
                       PERFORM 6095-WRITE-OPLOG-DEB
                          THRU 6095-WRITE-OPLOG-FIN
                    END-IF
                    EVALUATE TRUE
                        WHEN DLU-DEROGEE
                           MOVE WS-MSG(164)          TO MMSGO
                        WHEN ART-FIN-DE-VIE
                           MOVE WS-MSG(119)          TO MMSGO
                        WHEN RECEPT-EN-INSPECTION
                           MOVE WS-MSG(107)          TO MMSGO
                        WHEN RECEPT-DISPENSEE
                           MOVE WS-MSG(199)          TO MMSGO
                        WHEN SAISIE-EN-ACHAT
                           MOVE WS-MSG(188)          TO MMSGO
                        WHEN OTHER
                           MOVE WS-MSG(35)           TO MMSGO
                    END-EVALUATE
                 END-IF
                 END-IF
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
       6090-WRITE-AMVT-ART-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * ECRIT LE MOUVEMENT PREPARE DANS WS-AMVT-ENR - DEUX NUMEROS DE *
      * SERIE RECUS DANS LA MEME SECONDE DONNERAIENT UN DOUBLON DE    *
      * CLE (ARTICLE + DATE + HEURE) : L HEURE EST INCREMENTEE ET     *
      * L ECRITURE RETENTEE, 9 ESSAIS AU PLUS                         *
      *---------------------------------------------------------------*
       6091-WRITE-AMVT-SERIE-DEB.
           MOVE ZERO                              TO WS-NB-ESSAI-AMVT.
           SET AMVT-A-ECRIRE                      TO TRUE.
           PERFORM 6092-ESSAI-WRITE-AMVT-DEB
              THRU 6092-ESSAI-WRITE-AMVT-FIN
                 UNTIL AMVT-ECRIT
                    OR WS-NB-ESSAI-AMVT NOT < 9.
       6091-WRITE-AMVT-SERIE-FIN.
           EXIT.
       6092-ESSAI-WRITE-AMVT-DEB.
           ADD 1                                  TO WS-NB-ESSAI-AMVT.
           EXEC CICS
               WRITE FILE('ARTMVTS')
                     FROM(WS-AMVT-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                  SET AMVT-ECRIT                  TO TRUE
               WHEN WS-RESP = DFHRESP(DUPREC)
                  ADD 1                           TO WS-AMVT-HEURE
               WHEN OTHER
                  MOVE '6092 - ERREUR CICS WRITE ARTMVTS'
                                                 TO WS-MSG-ERR
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6092-ESSAI-WRITE-AMVT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * JOURNALISE LA DEROGATION A LA DUREE DE VIE MINIMALE DANS LE   *
      * JOURNAL DES OPERATEURS (ARTOPLOG) - LE SUPERVISEUR EST PORTE  *
      * PAR LE LOT                                                    *
      *---------------------------------------------------------------*
       6095-WRITE-OPLOG-DEB.
           EXEC CICS
               ASKTIME ABSTIME(WS-DATE-CICS)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME  (WS-DATE-CICS)
                          YYYYMMDD (WS-OPLOG-DATE)
                          TIME     (WS-OPLOG-HEURE)
           END-EXEC.
           MOVE EIBTRMID                          TO WS-OPLOG-TERM.
           MOVE EIBTASKN                          TO WS-OPLOG-TASK.
           MOVE 'ARIC122'                         TO WS-OPLOG-PROG.
           MOVE WS-OPID                           TO WS-OPLOG-OPID.
           MOVE WS-ART-CODE                       TO WS-OPLOG-CODE.
           SET OPLOG-DEROGATION-DLU               TO TRUE.
           EXEC CICS
               WRITE FILE('ARTOPLOG')
                     FROM(WS-OPLOG-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6095 - ERREUR CICS WRITE ARTOPLOG'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6095-WRITE-OPLOG-FIN.
           EXIT.
       6100-READ-LOT-DEB.
           EXEC CICS
               READ FILE('LOT0101')
           END-IF.
       6120-WRITE-LOT-FIN.
           EXIT.
       6300-READ-SER-DEB.
           EXEC CICS
               READ FILE('SER0101')
                    RIDFLD(WS-SER-CLE)
                    INTO(WS-SER-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET SER-EXISTE                      TO TRUE
           ELSE
              SET SER-N-EXISTE-PAS                TO TRUE
           END-IF.
       6300-READ-SER-FIN.
           EXIT.
       6305-READ-SER-UPD-DEB.
           EXEC CICS
               READ FILE('SER0101')
                    RIDFLD(WS-SER-CLE)
                    INTO(WS-SER-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET SER-EXISTE                      TO TRUE
           ELSE
              SET SER-N-EXISTE-PAS                TO TRUE
           END-IF.
       6305-READ-SER-UPD-FIN.
           EXIT.
       6310-WRITE-SER-DEB.
           EXEC CICS
               WRITE FILE('SER0101')
                     RIDFLD(WS-SER-CLE)
                     FROM(WS-SER-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6310 - ERREUR CICS WRITE SER0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6310-WRITE-SER-FIN.
           EXIT.
       6320-REWRITE-SER-DEB.
           EXEC CICS
               REWRITE FILE('SER0101')
                       FROM(WS-SER-ENR)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6320 - ERREUR CICS REWRITE SER0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6320-REWRITE-SER-FIN.
           EXIT.
       6700-READ-IQF-DEB.
           EXEC CICS
               READ FILE('IQF0101')
                    RIDFLD(WS-IQF-CLE)
                    INTO(WS-IQF-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET IQF-EXISTE                      TO TRUE
           ELSE
              SET IQF-N-EXISTE-PAS                TO TRUE
           END-IF.
       6700-READ-IQF-FIN.
           EXIT.
       6705-READ-IQF-UPD-DEB.
           EXEC CICS
               READ FILE('IQF0101')
                    RIDFLD(WS-IQF-CLE)
                    INTO(WS-IQF-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET IQF-EXISTE                      TO TRUE
           ELSE
              SET IQF-N-EXISTE-PAS                TO TRUE
           END-IF.
       6705-READ-IQF-UPD-FIN.
           EXIT.
       6710-WRITE-IQF-DEB.
           EXEC CICS
               WRITE FILE('IQF0101')
                     RIDFLD(WS-IQF-CLE)
                     FROM(WS-IQF-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6710 - ERREUR CICS WRITE IQF0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6710-WRITE-IQF-FIN.
           EXIT.
       6720-REWRITE-IQF-DEB.
           EXEC CICS
               REWRITE FILE('IQF0101')
                       FROM(WS-IQF-ENR)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6720 - ERREUR CICS REWRITE IQF0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6720-REWRITE-IQF-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONTROLE LE DEPOT DE RECEPTION SAISI CONTRE DEP0101           *
      *---------------------------------------------------------------*
           END-IF.
       6130-READ-DEPOT-FIN.
           EXIT.
       6150-READ-CLOTURE-DEB.
           SET CLP-CLE-STOCK                      TO TRUE.
           EXEC CICS
               READ FILE('CLP0101')
                    RIDFLD(WS-CLP-CLE)
                    INTO(WS-CLP-ENR)
                    RESP(WS-RESP)
           END-EXEC.
       6150-READ-CLOTURE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONTROLE L EMPLACEMENT DE RANGEMENT SAISI CONTRE EMP0101      *
      * (CLE = DEPOT + EMPLACEMENT) - EMPLACEMENT NON SAISI = LOT A   *
           END-IF.
       6440-REWRITE-BCK-FIN.
           EXIT.
       6600-STARTBR-XDA-DEB.
           EXEC CICS
               STARTBR FILE('XDA0101')
                       RIDFLD(WS-XDA-BRW-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET XDABRW-ENCOURS                  TO TRUE
           ELSE
              SET XDABRW-FIN                      TO TRUE
           END-IF.
       6600-STARTBR-XDA-FIN.
           EXIT.
       6610-READNEXT-XDA-DEB.
           EXEC CICS
               READNEXT FILE('XDA0101')
                        RIDFLD(WS-XDA-BRW-CLE)
                        INTO(WS-XDA-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET XDABRW-FIN                      TO TRUE
           END-IF.
       6610-READNEXT-XDA-FIN.
           EXIT.
       6620-ENDBR-XDA-DEB.
           EXEC CICS
               ENDBR FILE('XDA0101')
                     RESP(WS-RESP)
           END-EXEC.
       6620-ENDBR-XDA-FIN.
           EXIT.
       6630-READ-DAC-UPD-DEB.
           EXEC CICS
               READ FILE('DAC0101')
                    RIDFLD(WS-DAC-NUM)
                    INTO(WS-DAC-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
       6630-READ-DAC-UPD-FIN.
           EXIT.
       6640-REWRITE-DAC-DEB.
           EXEC CICS
               REWRITE FILE('DAC0101')
                       FROM(WS-DAC-ENR)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6640 - ERREUR CICS REWRITE DAC0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6640-REWRITE-DAC-FIN.
           EXIT.
       6650-UNLOCK-DAC-DEB.
           EXEC CICS
               UNLOCK FILE('DAC0101')
                      RESP(WS-RESP)
           END-EXEC.
       6650-UNLOCK-DAC-FIN.
           EXIT.
       6500-STARTBR-ASN-DEB.
           EXEC CICS
               STARTBR FILE('ASN0101')
           MOVE EIBTASKN                          TO WS-AMVT-TASK.
           MOVE MDEPOTO                           TO WS-AMVT-DEPOT.
           MOVE MLOTO                             TO WS-AMVT-LOT.
           MOVE SPACES                            TO WS-AMVT-SERIE.
       7090-INIT-AMVT-FIN.
           EXIT.
       7140-INIT-COMMAREA-DEB.
              THRU 6100-READ-LOT-FIN.
           IF LOT-EXISTE
              ADD WS-QTE-RECUE            TO WS-LOT-QTE
              MOVE WS-LOT-PXU-NUM         TO WS-LOT-PXU
              MOVE MDATEXPO               TO WS-LOT-DATEXP
              MOVE MDEPOTO                TO WS-LOT-DEPOT
              IF RECEPT-EN-INSPECTION
                 SET LOT-INSPECTION       TO TRUE
              END-IF
              IF DLU-DEROGEE
                 MOVE WS-SUP-CODE         TO WS-LOT-DEROG-SUP
              END-IF
              PERFORM 6110-REWRITE-LOT-DEB
                 THRU 6110-REWRITE-LOT-FIN
           ELSE
              MOVE WS-QTE-RECUE           TO WS-LOT-QTE
              MOVE WS-LOT-PXU-NUM         TO WS-LOT-PXU
              MOVE MDATEXPO               TO WS-LOT-DATEXP
              MOVE MDEPOTO                TO WS-LOT-DEPOT
              ELSE
                 MOVE SPACE               TO WS-LOT-CONSIGNE
              END-IF
              IF DLU-DEROGEE
                 MOVE WS-SUP-CODE         TO WS-LOT-DEROG-SUP
              ELSE
                 MOVE SPACES              TO WS-LOT-DEROG-SUP
              END-IF
              PERFORM 6120-WRITE-LOT-DEB
                 THRU 6120-WRITE-LOT-FIN
              IF WS-ART-NB-LOT < 9
      *---------------------------------------------------------------*
      * REGLE D'ECHANTILLONNAGE QUALITE : LA CATEGORIE DE L'ARTICLE   *
      * RECU (CATG0101) PEUT IMPOSER L'INSPECTION DU LOT AVANT MISE   *
      * A DISPOSITION - CATEGORIE INCONNUE = PAS DE CONTROLE. LE      *
      * COUPLE FOURNISSEUR ATTITRE / ARTICLE EN CONTROLE ALLEGE       *
      * (IQF0101, APRES N LOTS ACCEPTES CONSECUTIFS) N'ENVOIE EN      *
      * INSPECTION QU'UN LOT SUR K - SANS HISTORIQUE : CONTROLE TOTAL *
      *---------------------------------------------------------------*
       7700-CTRL-QUALITE-DEB.
           SET RECEPT-SANS-CONTROLE               TO TRUE.
                    INTO(WS-CATEG-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR NOT CATEG-CTRL-REQUIS
              GO TO 7700-CTRL-QUALITE-FIN
           END-IF.
           SET RECEPT-EN-INSPECTION               TO TRUE.
           MOVE 10                                TO WS-IQ-SEUIL.
           MOVE 5                                 TO WS-IQ-FREQ.
           IF WS-CATEG-IQ-SEUIL NUMERIC
              AND WS-CATEG-IQ-SEUIL > ZERO
              MOVE WS-CATEG-IQ-SEUIL              TO WS-IQ-SEUIL
           END-IF.
           IF WS-CATEG-IQ-FREQ NUMERIC
              AND WS-CATEG-IQ-FREQ > ZERO
              MOVE WS-CATEG-IQ-FREQ               TO WS-IQ-FREQ
           END-IF.
           MOVE WS-ART-FOU                        TO WS-IQF-FOU-CODE.
           MOVE WS-ART-CODE                       TO WS-IQF-ART-CODE.
           PERFORM 6700-READ-IQF-DEB
              THRU 6700-READ-IQF-FIN.
      *    EN CONTROLE ALLEGE, LE LOT QUI COMPLETE LA SERIE DE K
      *    RECEPTIONS EST INSPECTE, LES AUTRES SONT DISPENSES
           IF IQF-EXISTE
              AND IQF-CONTROLE-ALLEGE
              AND WS-IQF-CPT-SAUT + 1 < WS-IQ-FREQ
              SET RECEPT-DISPENSEE                TO TRUE
           END-IF.
       7700-CTRL-QUALITE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * MISE A JOUR DE L'HISTORIQUE D'INSPECTION (IQF0101) DU COUPLE  *
      * FOURNISSEUR ATTITRE / ARTICLE POUR UN LOT D'UNE CATEGORIE     *
      * SOUMISE A INSPECTION : LOT RECU, INSPECTE OU DISPENSE. LE     *
      * PREMIER LOT CREE L'HISTORIQUE EN CONTROLE TOTAL. LES          *
      * DECISIONS (ARIC135) ET RETOURS (ARIC136) FONT EVOLUER LE      *
      * NIVEAU DE CONTROLE                                            *
      *---------------------------------------------------------------*
       7710-MAJ-HIST-QUALITE-DEB.
           IF RECEPT-SANS-CONTROLE
              GO TO 7710-MAJ-HIST-QUALITE-FIN
           END-IF.
           MOVE WS-ART-FOU                        TO WS-IQF-FOU-CODE.
           MOVE WS-ART-CODE                       TO WS-IQF-ART-CODE.
           PERFORM 6705-READ-IQF-UPD-DEB
              THRU 6705-READ-IQF-UPD-FIN.
           IF IQF-N-EXISTE-PAS
              EXEC CICS
                  ASKTIME ABSTIME(WS-DATE-CICS)
              END-EXEC
              EXEC CICS
                  FORMATTIME ABSTIME  (WS-DATE-CICS)
                             YYYYMMDD (WS-DATEJ8)
              END-EXEC
              MOVE SPACES                         TO WS-IQF-ENR
              MOVE WS-ART-FOU                     TO WS-IQF-FOU-CODE
              MOVE WS-ART-CODE                    TO WS-IQF-ART-CODE
              SET IQF-CONTROLE-TOTAL              TO TRUE
              MOVE ZERO                           TO WS-IQF-NB-CONSEC
                                                     WS-IQF-CPT-SAUT
                                                     WS-IQF-NB-RECUS
                                                   WS-IQF-NB-INSPECTES
                                                   WS-IQF-NB-DISPENSES
                                                   WS-IQF-NB-ACCEPTES
                                                   WS-IQF-NB-REJETES
                                                   WS-IQF-NB-RETOURS
                                                   WS-IQF-DATE-DECIS
                                                   WS-IQF-DATE-REJET
              MOVE WS-DATEJ8                      TO WS-IQF-DATE-NIVEAU
           END-IF.
           ADD 1                                  TO WS-IQF-NB-RECUS.
           IF RECEPT-DISPENSEE
              ADD 1                               TO WS-IQF-NB-DISPENSES
              ADD 1                               TO WS-IQF-CPT-SAUT
           ELSE
              ADD 1                               TO WS-IQF-NB-INSPECTES
              MOVE ZERO                           TO WS-IQF-CPT-SAUT
           END-IF.
           IF IQF-EXISTE
              PERFORM 6720-REWRITE-IQF-DEB
                 THRU 6720-REWRITE-IQF-FIN
           ELSE
              PERFORM 6710-WRITE-IQF-DEB
                 THRU 6710-WRITE-IQF-FIN
           END-IF.
       7710-MAJ-HIST-QUALITE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * DUREE DE VIE MINIMALE DE LA CATEGORIE DE L'ARTICLE RECU       *
      * (CATG0101, ZERO OU CATEGORIE INCONNUE = PAS DE MINIMUM) : LA  *
      * DUREE DE VIE RESTANTE DU LOT EST LA DATE DE PEREMPTION SAISIE *
      * MOINS LA DATE DU JOUR (CALCUL COMMERCIAL 30/360). EN DECA DU  *
      * MINIMUM, LA RECEPTION EXIGE UN CODE SUPERVISEUR VALIDE (MSUP, *
      * SUPE0101) : SANS CODE OU CODE INCONNU, ELLE EST REFUSEE       *
      *---------------------------------------------------------------*
       7720-CTRL-DLU-DEB.
           SET DLU-CONFORME                       TO TRUE.
           MOVE WS-ART-CATEG                      TO WS-CATEG-CODE.
           EXEC CICS
               READ FILE('CATG0101')
                    RIDFLD(WS-CATEG-CODE)
                    INTO(WS-CATEG-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-CATEG-DLU-MIN NOT NUMERIC
              OR WS-CATEG-DLU-MIN = ZERO
              GO TO 7720-CTRL-DLU-FIN
           END-IF.
           EXEC CICS
               ASKTIME ABSTIME(WS-DATE-CICS)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME  (WS-DATE-CICS)
                          YYYYMMDD (WS-DATEJ8)
           END-EXEC.
           MOVE MDATEXPO                          TO WS-DATEXP-SAISIE.
           COMPUTE WS-DLU-RESTE =
                 ((WS-DATEXP-AAAA - WS-DATEJ8-AAAA) * 360)
               + ((WS-DATEXP-MM   - WS-DATEJ8-MM)   * 30)
               +  (WS-DATEXP-JJ   - WS-DATEJ8-JJ).
           IF WS-DLU-RESTE NOT < WS-CATEG-DLU-MIN
              GO TO 7720-CTRL-DLU-FIN
           END-IF.
           IF MSUPO = SPACE OR MSUPO = LOW-VALUE
              SET DLU-REFUSEE                     TO TRUE
              MOVE WS-MSG(162)                    TO MMSGO
              GO TO 7720-CTRL-DLU-FIN
           END-IF.
           MOVE MSUPO                             TO WS-SUP-CODE.
           EXEC CICS
               READ FILE('SUPE0101')
                    RIDFLD(WS-SUP-CODE)
                    INTO(WS-SUP-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET DLU-DEROGEE                     TO TRUE
           ELSE
              IF WS-RESP = DFHRESP(NOTFND)
                 SET DLU-REFUSEE                  TO TRUE
                 MOVE WS-MSG(163)                 TO MMSGO
              ELSE
                 MOVE '7720 - ERREUR CICS READ SUPE0101'
                                                 TO WS-MSG-ERR
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              END-IF
           END-IF.
       7720-CTRL-DLU-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * STOCK EN CONSIGNATION : LE FOURNISSEUR ATTITRE DE L'ARTICLE   *
      * (FOUR0101) PEUT PLACER SES LOTS EN CONSIGNATION - ILS NE      *
      * NOUS APPARTIENNENT QU'A LA SORTIE (CF ARIO934)                *
              GO TO 7800-OUVRE-LITIGE-FIN
           END-IF.
           MOVE MQTELIVO                          TO WS-QTE-LIVREE.
      *    QUANTITE LIVREE SAISIE DANS LA MEME UNITE QUE MQTE
           IF SAISIE-EN-ACHAT
              COMPUTE WS-QTE-LIVREE = WS-QTE-LIVREE * WS-CDE-CONV
                 ON SIZE ERROR
                    MOVE 999999                   TO WS-QTE-LIVREE
              END-COMPUTE
           END-IF.
           IF WS-QTE-LIVREE = WS-QTE-RECUE
              GO TO 7800-OUVRE-LITIGE-FIN
           END-IF.
      * RECEPTION RESTE VALABLE (RECEPTION HORS COMMANDE).            *
      *---------------------------------------------------------------*
       7300-MATCH-COMMANDE-DEB.
           PERFORM 7305-CHERCHE-CDE-EN-COURS-DEB
              THRU 7305-CHERCHE-CDE-EN-COURS-FIN.
           IF CDE-TROUVEE
              PERFORM 7320-SOLDE-CDE-DEB
                 THRU 7320-SOLDE-CDE-FIN
           END-IF.
       7300-MATCH-COMMANDE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * RETROUVE LA PLUS ANCIENNE COMMANDE EN COURS DE L'ARTICLE RECU *
      * (CLE DANS WS-CDE-CLE-TROUVE, ENREGISTREMENT DANS WS-CDE-ENR)  *
      *---------------------------------------------------------------*
       7305-CHERCHE-CDE-EN-COURS-DEB.
           SET CDE-NON-TROUVEE                   TO TRUE.
           MOVE LOW-VALUES                       TO WS-CDE-BRW-CLE.
           PERFORM 6200-STARTBR-CDE-DEB
              PERFORM 6220-ENDBR-CDE-DEB
                 THRU 6220-ENDBR-CDE-FIN
           END-IF.
       7305-CHERCHE-CDE-EN-COURS-FIN.
           EXIT.
       7310-CHERCHE-CDE-DEB.
      *    SEULES LES COMMANDES TRANSMISES PEUVENT RECEVOIR UNE
           END-IF.
           PERFORM 6240-REWRITE-CDE-DEB
              THRU 6240-REWRITE-CDE-FIN.
           PERFORM 7350-SUIVI-DEMANDES-DEB
              THRU 7350-SUIVI-DEMANDES-FIN.
       7320-SOLDE-CDE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * UNITE DE SAISIE DE LA RECEPTION (MUNITE) : S OU BLANC = UNITES*
      * DE STOCK ; A = UNITE D'ACHAT DE LA PLUS ANCIENNE COMMANDE EN  *
      * COURS DE L'ARTICLE, REFUSEE SI CETTE COMMANDE N'EXISTE PAS OU *
      * EST PASSEE EN UNITES DE STOCK. LA QUANTITE EST MULTIPLIEE ET  *
      * LE PRIX UNITAIRE DIVISE PAR LA CONVERSION DE LA COMMANDE ;    *
      * UNE QUANTITE CONVERTIE QUI NE TIENT PAS DANS UN LOT EST       *
      * REFUSEE.                                                      *
      *---------------------------------------------------------------*
       7330-UNITE-SAISIE-DEB.
           MOVE MPXUO                            TO WS-LOT-PXU-ALPHA.
           MOVE WS-QTE-SAISIE                    TO WS-QTE-RECUE.
           EVALUATE TRUE
               WHEN MUNITEO = SPACE OR MUNITEO = LOW-VALUE
                 OR MUNITEO = 'S'
                  SET SAISIE-EN-STOCK            TO TRUE
                  GO TO 7330-UNITE-SAISIE-FIN
               WHEN MUNITEO = 'A'
                  SET SAISIE-EN-ACHAT            TO TRUE
               WHEN OTHER
                  SET UNITE-REFUSEE              TO TRUE
                  MOVE WS-MSG(185)               TO MMSGO
                  GO TO 7330-UNITE-SAISIE-FIN
           END-EVALUATE.
           PERFORM 7305-CHERCHE-CDE-EN-COURS-DEB
              THRU 7305-CHERCHE-CDE-EN-COURS-FIN.
           IF CDE-NON-TROUVEE OR CDE-UNITE-STOCK
              SET UNITE-REFUSEE                  TO TRUE
              MOVE WS-MSG(186)                   TO MMSGO
              GO TO 7330-UNITE-SAISIE-FIN
           END-IF.
           COMPUTE WS-QTE-RECUE = WS-QTE-SAISIE * WS-CDE-CONV
              ON SIZE ERROR
                 SET UNITE-REFUSEE               TO TRUE
                 MOVE WS-MSG(187)                TO MMSGO
                 GO TO 7330-UNITE-SAISIE-FIN
           END-COMPUTE.
           COMPUTE WS-LOT-PXU-NUM ROUNDED =
                   WS-LOT-PXU-NUM / WS-CDE-CONV.
       7330-UNITE-SAISIE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * ARTICLE SERIALISE : UN NUMERO DE SERIE PAR UNITE RECUE (EN    *
      * UNITES DE STOCK), SAISI DANS LES PREMIERES ZONES MSER, 5      *
      * UNITES AU PLUS PAR RECEPTION. LES NUMEROS DOIVENT ETRE        *
      * DISTINCTS ET NE PAS ETRE DEJA EN STOCK (UN NUMERO SORTI OU    *
      * EXPEDIE PEUT ETRE RECU A NOUVEAU).                            *
      *---------------------------------------------------------------*
       7340-CTRL-SERIES-DEB.
           SET SERIE-ACCEPTEE                    TO TRUE.
           MOVE ZERO                             TO WS-NB-SERIE.
           IF NOT ART-SERIALISE
              GO TO 7340-CTRL-SERIES-FIN
           END-IF.
           IF WS-QTE-RECUE > 5
              SET SERIE-REFUSEE                  TO TRUE
              MOVE WS-MSG(189)                   TO MMSGO
              GO TO 7340-CTRL-SERIES-FIN
           END-IF.
           PERFORM 7341-COMPTE-UNE-SERIE-DEB
              THRU 7341-COMPTE-UNE-SERIE-FIN
                 VARYING WS-IND-SERIE FROM 1 BY 1
                    UNTIL WS-IND-SERIE > 5.
           IF SERIE-REFUSEE OR WS-NB-SERIE NOT = WS-QTE-RECUE
              SET SERIE-REFUSEE                  TO TRUE
              MOVE WS-MSG(189)                   TO MMSGO
              GO TO 7340-CTRL-SERIES-FIN
           END-IF.
           PERFORM 7342-DOUBLON-SERIE-DEB
              THRU 7342-DOUBLON-SERIE-FIN
                 VARYING WS-IND-SERIE FROM 1 BY 1
                    UNTIL WS-IND-SERIE > WS-NB-SERIE
                       OR SERIE-REFUSEE.
           IF SERIE-REFUSEE
              MOVE WS-MSG(192)                   TO MMSGO
              GO TO 7340-CTRL-SERIES-FIN
           END-IF.
           PERFORM 7344-SERIE-EN-STOCK-DEB
              THRU 7344-SERIE-EN-STOCK-FIN
                 VARYING WS-IND-SERIE FROM 1 BY 1
                    UNTIL WS-IND-SERIE > WS-NB-SERIE
                       OR SERIE-REFUSEE.
           IF SERIE-REFUSEE
              MOVE WS-MSG(191)                   TO MMSGO
           END-IF.
       7340-CTRL-SERIES-FIN.
           EXIT.
      *    UNE ZONE RENSEIGNEE AU-DELA DE LA QUANTITE EST REFUSEE
       7341-COMPTE-UNE-SERIE-DEB.
           IF MSERO(WS-IND-SERIE) NOT = SPACE
              AND MSERO(WS-IND-SERIE) NOT = LOW-VALUE
              ADD 1                              TO WS-NB-SERIE
              IF WS-IND-SERIE > WS-QTE-RECUE
                 SET SERIE-REFUSEE               TO TRUE
              END-IF
           END-IF.
       7341-COMPTE-UNE-SERIE-FIN.
           EXIT.
       7342-DOUBLON-SERIE-DEB.
           PERFORM 7343-COMPARE-SERIE-DEB
              THRU 7343-COMPARE-SERIE-FIN
                 VARYING WS-IND-SERIE2 FROM WS-IND-SERIE BY 1
                    UNTIL WS-IND-SERIE2 > WS-NB-SERIE
                       OR SERIE-REFUSEE.
       7342-DOUBLON-SERIE-FIN.
           EXIT.
       7343-COMPARE-SERIE-DEB.
           IF WS-IND-SERIE2 > WS-IND-SERIE
              AND MSERO(WS-IND-SERIE2) = MSERO(WS-IND-SERIE)
              SET SERIE-REFUSEE                  TO TRUE
           END-IF.
       7343-COMPARE-SERIE-FIN.
           EXIT.
       7344-SERIE-EN-STOCK-DEB.
           MOVE WS-ART-CODE                      TO WS-SER-ART-CODE.
           MOVE MSERO(WS-IND-SERIE)              TO WS-SER-NUM.
           PERFORM 6300-READ-SER-DEB
              THRU 6300-READ-SER-FIN.
           IF SER-EXISTE AND SER-EN-STOCK
              SET SERIE-REFUSEE                  TO TRUE
           END-IF.
       7344-SERIE-EN-STOCK-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * RECEPTION D'UNE UNITE SERIALISEE : MOUVEMENT ARTMVTS DE       *
      * QUANTITE 1 PORTANT LE NUMERO, PUIS NUMERO CREE (OU REMIS) EN  *
      * STOCK DANS SER0101 SUR LE LOT ET LE DEPOT DE LA RECEPTION     *
      *---------------------------------------------------------------*
       7345-RECEPT-UNE-SERIE-DEB.
           PERFORM 7090-INIT-AMVT-DEB
              THRU 7090-INIT-AMVT-FIN.
           MOVE 1                                TO WS-AMVT-QTE.
           MOVE MSERO(WS-IND-SERIE)              TO WS-AMVT-SERIE.
           PERFORM 6091-WRITE-AMVT-SERIE-DEB
              THRU 6091-WRITE-AMVT-SERIE-FIN.
           MOVE WS-ART-CODE                      TO WS-SER-ART-CODE.
           MOVE MSERO(WS-IND-SERIE)              TO WS-SER-NUM.
           PERFORM 6305-READ-SER-UPD-DEB
              THRU 6305-READ-SER-UPD-FIN.
           IF SER-N-EXISTE-PAS
              MOVE SPACES                        TO WS-SER-ENR
              MOVE WS-ART-CODE                   TO WS-SER-ART-CODE
              MOVE MSERO(WS-IND-SERIE)           TO WS-SER-NUM
           END-IF.
           MOVE MLOTO                            TO WS-SER-LOT.
           MOVE MDEPOTO                          TO WS-SER-DEPOT.
           SET SER-EN-STOCK                      TO TRUE.
           MOVE SPACES                           TO WS-SER-CCTR
                                                    WS-SER-CLIENT
                                                    WS-SER-VTE-NUM.
           MOVE WS-AMVT-DATE                     TO WS-SER-DATE-MVT
                                                    WS-SER-DATE-ENTREE.
           MOVE WS-AMVT-HEURE                    TO WS-SER-HEURE-MVT.
           MOVE WS-AMVT-CODE                     TO WS-SER-CODE-MVT.
           IF SER-EXISTE
              PERFORM 6320-REWRITE-SER-DEB
                 THRU 6320-REWRITE-SER-FIN
           ELSE
              PERFORM 6310-WRITE-SER-DEB
                 THRU 6310-WRITE-SER-FIN
           END-IF.
       7345-RECEPT-UNE-SERIE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * FAIT AVANCER LES DEMANDES D'ACHAT INTERNES (DAC0101) COUVERTES*
      * PAR LA COMMANDE RECUE (LIENS XDA0101 ECRITS PAR ARIO956) :    *
      * PARTIELLEMENT RECUES TANT QUE LA COMMANDE EST PARTIELLE,      *
      * RECUES A SA CLOTURE. UNE COMMANDE SANS DEMANDE (ARIO921) N'A  *
      * AUCUN LIEN ; LA RECEPTION N'EST PAS BLOQUEE PAR CE SUIVI.     *
      *---------------------------------------------------------------*
       7350-SUIVI-DEMANDES-DEB.
           MOVE ZERO                             TO WS-NB-XDA.
           MOVE LOW-VALUES                       TO WS-XDA-BRW-CLE.
           MOVE WS-CDE-NUM                       TO
                                            WS-XDA-BRW-CLE(1:11).
           PERFORM 6600-STARTBR-XDA-DEB
              THRU 6600-STARTBR-XDA-FIN.
           IF XDABRW-ENCOURS
              PERFORM 6610-READNEXT-XDA-DEB
                 THRU 6610-READNEXT-XDA-FIN
              PERFORM 7360-RETIENT-UNE-XDA-DEB
                 THRU 7360-RETIENT-UNE-XDA-FIN
                    UNTIL XDABRW-FIN
                       OR WS-NB-XDA = 20
              PERFORM 6620-ENDBR-XDA-DEB
                 THRU 6620-ENDBR-XDA-FIN
           END-IF.
           PERFORM 7370-AVANCE-UNE-DAC-DEB
              THRU 7370-AVANCE-UNE-DAC-FIN
                 VARYING WS-IND-XDA FROM 1 BY 1
                    UNTIL WS-IND-XDA > WS-NB-XDA.
       7350-SUIVI-DEMANDES-FIN.
           EXIT.
       7360-RETIENT-UNE-XDA-DEB.
           IF WS-XDA-CDE-NUM NOT = WS-CDE-NUM
              SET XDABRW-FIN                      TO TRUE
           ELSE
              ADD 1                               TO WS-NB-XDA
              MOVE WS-XDA-DAC-NUM                 TO
                                     WS-TXDA-DAC-NUM(WS-NB-XDA)
              PERFORM 6610-READNEXT-XDA-DEB
                 THRU 6610-READNEXT-XDA-FIN
           END-IF.
       7360-RETIENT-UNE-XDA-FIN.
           EXIT.
       7370-AVANCE-UNE-DAC-DEB.
           MOVE WS-TXDA-DAC-NUM(WS-IND-XDA)      TO WS-DAC-NUM.
           PERFORM 6630-READ-DAC-UPD-DEB
              THRU 6630-READ-DAC-UPD-FIN.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO 7370-AVANCE-UNE-DAC-FIN
           END-IF.
           IF NOT DAC-EN-COMMANDE
              PERFORM 6650-UNLOCK-DAC-DEB
                 THRU 6650-UNLOCK-DAC-FIN
              GO TO 7370-AVANCE-UNE-DAC-FIN
           END-IF.
           IF CDE-CLOTUREE
              SET DAC-RECUE                       TO TRUE
              MOVE WS-CDE-DATE-RECEP              TO WS-DAC-DATE-RECEP
           ELSE
              SET DAC-PARTIELLE                   TO TRUE
           END-IF.
           PERFORM 6640-REWRITE-DAC-DEB
              THRU 6640-REWRITE-DAC-FIN.
       7370-AVANCE-UNE-DAC-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *       COMPOSANT ALLOCATION AUX DEMANDES EN SOUFFRANCE (7400)  *
      *---------------------------------------------------------------*
      * ALLOUE LA QUANTITE RECUE AUX DEMANDES EN SOUFFRANCE OUVERTES  *
           END-IF.
       7660-TESTE-ASN-LOT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONTROLE DE LA PERIODE DE STOCK : LA RECEPTION, DATEE DU JOUR,*
      * EST REFUSEE SI CE JOUR APPARTIENT A UN MOIS CLOS PAR ARIO958  *
      * (ENREGISTREMENT 'STOCK' DE CLP0101) - PAS D ENREGISTREMENT OU *
      * FICHIER INDISPONIBLE = AUCUN MOIS CLOS                        *
      *---------------------------------------------------------------*
       7900-CTL-PERIODE-DEB.
           SET PERIODE-OUVERTE                    TO TRUE.
           EXEC CICS
               ASKTIME ABSTIME(WS-DATE-CICS)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME  (WS-DATE-CICS)
                          YYYYMMDD (WS-DATEJ8)
           END-EXEC.
           PERFORM 6150-READ-CLOTURE-DEB
              THRU 6150-READ-CLOTURE-FIN.
           IF WS-RESP = DFHRESP(NORMAL)
              IF WS-DATEJ8 NOT > WS-CLP-DATE-FIN
                 SET PERIODE-CLOSE                TO TRUE
              END-IF
           END-IF.
       7900-CTL-PERIODE-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT APPEL-SPG              *
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              IF WS-MSGF-NUM >= 1 AND WS-MSGF-NUM <= 306
                 MOVE WS-MSGF-TEXTE              TO
                                        WS-MSG(WS-MSGF-NUM)
              END-IF
