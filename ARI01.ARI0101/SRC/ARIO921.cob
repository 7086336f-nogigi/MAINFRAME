      *RELIT ART0101, DETECTE LES ARTICLES EN ALERTE (VIA LE SOUS     *
      *PROGRAMME ARIO821, COMME ARIO911) ET CREE UNE NOUVELLE         *
      *COMMANDE POUR CHAQUE ARTICLE EN ALERTE QUI N A PAS DEJA UNE    *
      *COMMANDE EN COURS. UN ARTICLE PORTANT DES NIVEAUX PAR DEPOT    *
      *(SDP0101) EST REAPPROVISIONNE DEPOT PAR DEPOT JUSQU AU MAXIMUM *
      *DU DEPOT. EDITE DANS F-ETAT-CDE-S LA LISTE DES COMMANDES       *
      *CREEES DU JOUR AINSI QUE LES ECARTS ENTRE QUANTITE             *
      *COMMANDEE ET QUANTITE RECUE DES COMMANDES CLOTUREES DU JOUR.   *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *---------------------------------------------------------------*
      *               ! DELAI LE PLUS COURT A EGALITE) AU LIEU DE LA  *
      *               ! RECOPIE AVEUGLE DE WS-ART-FOU - MOTIF DU      *
      *               ! CHOIX PORTE SUR LA COMMANDE ET SUR L ETAT     *
      * 15/10/2026    ! TARIFS FOURNISSEUR DATES A PALIERS (TAR0101) :*
      *               ! LE CHOIX DU FOURNISSEUR ET LA VALORISATION    *
      *               ! RETIENNENT LE PALIER APPLICABLE A LA QUANTITE *
      *               ! PROPOSEE A LA DATE DE COMMANDE                *
      * 15/10/2026    ! CONTRATS-CADRE (CTR0101) : UNE ALERTE SUR UN  *
      *               ! ARTICLE SOUS CONTRAT ACTIF DEVIENT UN APPEL DE*
      *               ! LIVRAISON AU PRIX DU CONTRAT, SANS SEUIL      *
      *               ! D APPROBATION DANS LA LIMITE DE L ENGAGEMENT, *
      *               ! LA QUANTITE APPELEE EST CUMULEE SUR LE CONTRAT*
      * 15/10/2026    ! NOTE FOURNISSEUR (SCF0101, ARIO955) : UN      *
      *               ! FOURNISSEUR DU CATALOGUE SOUS LE PLANCHER EST *
      *               ! ECARTE DU CHOIX, A EGALITE DE PRIX LA MEILLEURE*
      *               ! NOTE L EMPORTE AVANT LE DELAI (MOTIF 'SCO')   *
      * 15/10/2026    ! NIVEAUX MINI / MAXI PAR DEPOT (SDP0101) : UN  *
      *               ! ARTICLE A NIVEAUX N EST PLUS COMMANDE SUR SON *
      *               ! SEUIL GLOBAL - CHAQUE DEPOT SOUS SON MINIMUM  *
      *               ! EST RAMENE A SON MAXIMUM, PAR TRANSFERT DEPUIS*
      *               ! UN DEPOT EXCEDENTAIRE D ABORD, SINON PAR UNE  *
      *               ! COMMANDE FOURNISSEUR CUMULEE                  *
      * 15/10/2026    ! UNITE D ACHAT DU FOURNISSEUR (CAF0101) : LA   *
      *               ! QUANTITE EST ARRONDIE A L UNITE D ACHAT, LES  *
      *               ! REGLES FOURNISSEUR S Y APPLIQUENT ET LA       *
      *               ! COMMANDE PORTE UNITE, CONVERSION ET QUANTITE  *
      *               ! EN UNITES D ACHAT (MOTIF D AJUSTEMENT 'CNV')  *
      *===============================================================*
      *
      *************************
                   FILE STATUS         IS WS-FS-CAF-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-TAR-E : TARIFS FOURNISSEUR DATES A
      *                      PALIERS DE QUANTITE (PRIX DES COMMANDES)
      *                      -------------------------------------------
           SELECT  F-TAR-E             ASSIGN TO INP006
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-TAR
                   FILE STATUS         IS WS-FS-TAR-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-FOUR-E : FICHIER MAITRE DES FOURNISSEURS
      *                      (REGLES DE COMMANDE)
      *                      -------------------------------------------
                   FILE STATUS         IS WS-FS-TXC-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-SCF-E : NOTES FOURNISSEUR (EXCLUSION
      *                      ET DEPARTAGE DU CHOIX DU FOURNISSEUR)
      *                      -------------------------------------------
           SELECT  F-SCF-E             ASSIGN TO INP007
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-SCF
                   FILE STATUS         IS WS-FS-SCF-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-TRP-S : PROPOSITIONS DE TRANSFERT
      *                      INTER-DEPOTS (LISTE DE TRAVAIL ARIC127)
      *                      -------------------------------------------
                   FILE STATUS         IS WS-FS-TRP-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CTR-ES : CONTRATS-CADRE D ACHAT (IO)
      *                      -------------------------------------------
           SELECT  F-CTR-ES            ASSIGN TO IO003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-CTR
                   FILE STATUS         IS WS-FS-CTR-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-SDP-E : NIVEAUX DE STOCK PAR DEPOT
      *                      (FICHIER OPTIONNEL)
      *                      -------------------------------------------
           SELECT  F-SDP-E             ASSIGN TO INP008
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-SDP
                   FILE STATUS         IS WS-FS-SDP-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-CDE-S : SYSOUT ETAT DES COMMANDES
      *                      -------------------------------------------
           SELECT  F-ETAT-CDE-S        ASSIGN TO ETATCDE
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 IO001 INP002 INP003 INP004 INP005 INP006     *
      *           INP007 INP008 IO002 IO003 ETATCDE                   *
      *===============================================================*
      *
      ***************
           05  FILLER            PIC X(285).
      *FICHIER DES COMMANDES DE REAPPROVISIONNEMENT
       FD  F-CDE-ES
           RECORD CONTAINS 124 CHARACTERS.
       01  FS-BUFF-F-CDE-ES.
           05  FS-KEY-CDE        PIC X(11).
           05  FILLER            PIC X(113).
      *FICHIER MAITRE DES LOTS EN ENTREE
       FD  F-LOT-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-CAF-E.
           05  FS-KEY-CAF        PIC X(10).
           05  FILLER            PIC X(30).
      *TARIFS FOURNISSEUR DATES EN ENTREE
       FD  F-TAR-E
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-TAR-E.
           05  FS-KEY-TAR        PIC X(18).
           05  FILLER            PIC X(82).
      *FICHIER MAITRE DES FOURNISSEURS EN ENTREE
       FD  F-FOUR-E
           RECORD CONTAINS 140 CHARACTERS.
       01  FS-BUFF-F-FOUR-E.
           05  FS-KEY-FOUR       PIC X(5).
           05  FILLER            PIC X(135).
      *FICHIER DES TAUX DE CHANGE EN ENTREE
       FD  F-TXC-E
           RECORD CONTAINS 30 CHARACTERS.
       01  FS-BUFF-F-TXC-E.
           05  FS-KEY-TXC        PIC X(11).
           05  FILLER            PIC X(19).
      *NOTES FOURNISSEUR EN ENTREE
       FD  F-SCF-E
           RECORD CONTAINS 160 CHARACTERS.
       01  FS-BUFF-F-SCF-E.
           05  FS-KEY-SCF        PIC X(5).
           05  FILLER            PIC X(155).
      *PROPOSITIONS DE TRANSFERT INTER-DEPOTS
       FD  F-TRP-S
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-TRP-S.
           05  FS-KEY-TRP        PIC X(13).
           05  FILLER            PIC X(27).
      *CONTRATS-CADRE D ACHAT (IO)
       FD  F-CTR-ES
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-CTR-ES.
           05  FS-KEY-CTR        PIC X(18).
           05  FILLER            PIC X(62).
      *NIVEAUX DE STOCK PAR DEPOT EN ENTREE
       FD  F-SDP-E
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-SDP-E.
           05  FS-KEY-SDP        PIC X(8).
           05  FILLER            PIC X(32).
      *FICHIER ETAT DES COMMANDES EN SORTIE
       FD  F-ETAT-CDE-S
           RECORDING MODE IS F.
       COPY ARTLOT.
       COPY COMMANDE.
       COPY CATAFOU.
       COPY TARIFOU.
       COPY CONTRAT.
       COPY NOTEFOU.
       COPY FOURNISS.
       COPY TRFPROP.
       COPY TAUXCHG.
       COPY CDESYSIN.
       COPY SEUILDEP.
      *FILE STATUS
       01  WS-FS-ART-E       PIC X(2).
           88 ART-OK                             VALUE '00'.
               10  WS-TART-ALERT     PIC 9(5).
               10  WS-TART-DELAI     PIC 99.
               10  WS-TART-STATUT    PIC X(1).
      *        PREMIER NIVEAU DE DEPOT DE L ARTICLE DANS WS-TAB-SDP
      *        (ZERO = ARTICLE SANS NIVEAUX, SEUIL GLOBAL)
               10  WS-TART-SDP-DEB   PIC 9(4).
      *TABLEAU DES COUPLES QTE / ALERTE PASSE A ARIO821 (MEME
      *STRUCTURE QUE LS-TAB-SEUIL DANS ARIO821)
       01  WS-TAB-ART-SEUIL.
       01  WS-CHOIX-PXA      PIC 9(5)V99 VALUE ZERO.
       01  WS-CHOIX-DELAI    PIC 99 VALUE ZERO.
       01  WS-CHOIX-MOTIF    PIC X(3) VALUE SPACES.
      *TARIFS FOURNISSEUR DATES : FICHIER OPTIONNEL (ABSENT = PRIX
      *DU CATALOGUE CAF0101 COMME AVANT)
       01  WS-FS-TAR-E       PIC X(2).
           88 TAR-OK                              VALUE '00'.
           88 TAR-FIN                             VALUE '10'.
           88 TAR-INEXISTANT                      VALUE '23'.
           88 TAR-FICHIER-ABSENT                  VALUE '35'.
       01  WS-SW-TAR-DISPO   PIC X VALUE '0'.
           88 TAR-DISPONIBLE-FIC                  VALUE '1'.
           88 TAR-INDISPONIBLE-FIC                VALUE '0'.
       01  WS-SW-TAR-COUPLE  PIC X.
           88 TAR-COUPLE-ENCOURS                  VALUE '0'.
           88 TAR-COUPLE-FIN                      VALUE '1'.
      *RECHERCHE DE TARIF : FOURNISSEUR DEMANDE, PRIX DU PALIER
      *APPLICABLE A LA QUANTITE DE LA COMMANDE A LA DATE DU JOUR
       01  WS-TAR-CH-FOU     PIC 9(5) VALUE ZERO.
       01  WS-TARIF-PXU      PIC 9(5)V99 VALUE ZERO.
       01  WS-SW-TARIF       PIC X.
           88 TARIF-TROUVE                        VALUE '1'.
           88 TARIF-ABSENT                        VALUE '0'.
       01  WS-IND-PAL        PIC S9(4) COMP VALUE ZERO.
      *PRIX DE L ENTREE DE CATALOGUE EXAMINEE (PALIER DU TARIF EN
      *VIGUEUR, A DEFAUT WS-CAF-PXA)
       01  WS-PX-CANDIDAT    PIC 9(5)V99 VALUE ZERO.
      *COMPTEUR DES COMMANDES PLACEES SUR UN FOURNISSEUR DU CATALOGUE
       01  WS-NB-CDE-CATAL   PIC S9(4) COMP VALUE ZERO.
      *NOTES FOURNISSEUR : FICHIER OPTIONNEL (ABSENT = AUCUNE
      *EXCLUSION, DEPARTAGE PAR LE DELAI COMME AVANT)
       01  WS-FS-SCF-E       PIC X(2).
           88 SCF-OK                              VALUE '00'.
           88 SCF-INEXISTANT                      VALUE '23'.
           88 SCF-FICHIER-ABSENT                  VALUE '35'.
       01  WS-SW-SCF-DISPO   PIC X VALUE '0'.
           88 SCF-DISPONIBLE-FIC                  VALUE '1'.
           88 SCF-INDISPONIBLE-FIC                VALUE '0'.
      *NOTE DE L ENTREE EXAMINEE ET DU FOURNISSEUR RETENU (999 =
      *FOURNISSEUR NON NOTE, PAS DE DEPARTAGE PAR LA NOTE)
       01  WS-NOTE-CANDIDAT  PIC 9(3) VALUE 999.
       01  WS-CHOIX-NOTE     PIC 9(3) VALUE 999.
       01  WS-SW-CAND-EXCLU  PIC X.
           88 CANDIDAT-EXCLU                      VALUE '1'.
           88 CANDIDAT-ADMIS                      VALUE '0'.
      *COMPTEURS DES ENTREES DE CATALOGUE ECARTEES (NOTE SOUS LE
      *PLANCHER) ET DES CHOIX DEPARTAGES PAR LA NOTE
       01  WS-NB-FOU-EXCLU   PIC S9(4) COMP VALUE ZERO.
       01  WS-NB-CHOIX-NOTE  PIC S9(4) COMP VALUE ZERO.
      *CONTRATS-CADRE : FICHIER OPTIONNEL (ABSENT = AUCUN APPEL DE
      *LIVRAISON, COMMANDES PONCTUELLES COMME AVANT)
       01  WS-FS-CTR-ES      PIC X(2).
           88 CTR-OK                              VALUE '00'.
           88 CTR-FIN                             VALUE '10'.
           88 CTR-INEXISTANT                      VALUE '23'.
           88 CTR-FICHIER-ABSENT                  VALUE '35'.
       01  WS-SW-CTR-DISPO   PIC X VALUE '0'.
           88 CTR-DISPONIBLE-FIC                  VALUE '1'.
           88 CTR-INDISPONIBLE-FIC                VALUE '0'.
       01  WS-SW-CTR-ART     PIC X.
           88 CTR-ART-ENCOURS                     VALUE '0'.
           88 CTR-ART-FIN                         VALUE '1'.
      *CONTRAT RETENU POUR L APPEL : CLE, ECHEANCE ET RELIQUAT A
      *APPELER (LE CONTRAT ECHEANT LE PREMIER EST APPELE D ABORD)
       01  WS-SW-CTR-RETENU  PIC X.
           88 CTR-RETENU                          VALUE '1'.
           88 CTR-NON-RETENU                      VALUE '0'.
       01  WS-CTR-CLE-RETENU PIC X(18) VALUE SPACES.
       01  WS-CTR-FIN-RETENU PIC 9(8) VALUE ZERO.
       01  WS-CTR-PXA-RETENU PIC 9(5)V99 VALUE ZERO.
       01  WS-CTR-RELIQUAT   PIC 9(7) VALUE ZERO.
      *COMPTEUR DES APPELS DE LIVRAISON SUR CONTRAT
       01  WS-NB-CDE-APPEL   PIC S9(4) COMP VALUE ZERO.
      *REGLES DE COMMANDE DU FOURNISSEUR RETENU (FOUR0101)
       01  WS-FS-FOUR-E      PIC X(2).
           88 FOUR-OK                             VALUE '00'.
       01  WS-SW-AJUSTE      PIC X.
           88 QTE-AJUSTEE                         VALUE '1'.
           88 QTE-NON-AJUSTEE                     VALUE '0'.
       01  WS-MOTIF-AJUSTE   PIC X(16) VALUE SPACES.
       01  WS-NB-CDE-AJUSTE  PIC S9(4) COMP VALUE ZERO.
      *COMMANDE EN UNITE D ACHAT (CAF0101) : QUANTITE EN UNITES
      *D ACHAT ENTIERES, RESTE DE LA CONVERSION, MINIMUM DU CATALOGUE
      *RAMENE EN UNITES DE STOCK POUR LE CHOIX DU FOURNISSEUR
       01  WS-QTE-ACH        PIC 9(7) VALUE ZERO.
       01  WS-CNV-RESTE      PIC 9(5) VALUE ZERO.
       01  WS-CAF-MINI-STK   PIC 9(11) VALUE ZERO.
       01  WS-NB-CDE-UNITE   PIC S9(4) COMP VALUE ZERO.
      *REEQUILIBRAGE INTER-DEPOTS : QUANTITES DE LOTS ACTIFS PAR
      *DEPOT DE L ARTICLE EN ALERTE (20 DEPOTS AU PLUS)
       01  WS-FS-TRP-S       PIC X(2).
           88 TAUX-PRESENT                        VALUE '0'.
           88 TAUX-MANQUANT                       VALUE '1'.
       01  WS-VALEUR-EUR     PIC 9(11)V99 VALUE ZERO.
      *NIVEAUX DE STOCK PAR DEPOT : FICHIER OPTIONNEL (ABSENT = SEUIL
      *GLOBAL POUR TOUS LES ARTICLES COMME AVANT), CHARGE EN TABLE
      *DANS L ORDRE DE SA CLE ARTICLE + DEPOT
       01  WS-FS-SDP-E       PIC X(2).
           88 SDP-OK                              VALUE '00'.
           88 SDP-FIN                             VALUE '10'.
           88 SDP-FICHIER-ABSENT                  VALUE '35'.
       01  WS-SDP-TAB-MAX    PIC S9(4) COMP VALUE 2000.
       01  WS-TAB-SDP.
           05  WS-TSDP-ENTREE        OCCURS 2000.
               10  WS-TSDP-ART       PIC X(5).
               10  WS-TSDP-DEPOT     PIC X(3).
               10  WS-TSDP-MIN       PIC 9(5).
               10  WS-TSDP-MAX       PIC 9(5).
       01  WS-NB-SDP         PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-SDP        PIC S9(4) COMP VALUE ZERO.
       01  WS-IND-SDP-CUR    PIC S9(4) COMP VALUE 1.
       01  WS-IND-SDP-DON    PIC S9(4) COMP VALUE ZERO.
       01  WS-SW-GARDE-RECH  PIC X.
           88 GARDE-RECH-ENCOURS                  VALUE '0'.
           88 GARDE-RECH-FIN                      VALUE '1'.
       01  WS-SW-NIV-RECH    PIC X.
           88 NIV-RECH-ENCOURS                    VALUE '0'.
           88 NIV-RECH-FIN                        VALUE '1'.
       01  WS-SW-NIV-ART     PIC X.
           88 NIV-ART-TROUVE                      VALUE '1'.
           88 NIV-ART-ABSENT                      VALUE '0'.
      *REAPPROVISIONNEMENT D UN DEPOT A NIVEAUX : STOCK ACTIF DU
      *DEPOT, POSITION DU DEPOT DANS WS-TAB-DEPOTS, EXCEDENT DU
      *DEPOT DONNEUR (AU DELA DE SON MAXIMUM, OU DU SEUIL D ALERTE
      *DE L ARTICLE S IL N A PAS DE NIVEAU) ET BESOIN CUMULE DES
      *DEPOTS NON COUVERTS PAR UN TRANSFERT (QUANTITE DE LA
      *COMMANDE, ZERO = QUANTITE SUR SEUIL GLOBAL EN 7050)
       01  WS-QTE-DEP        PIC 9(7) VALUE ZERO.
       01  WS-IND-DEP-CIBLE  PIC S9(4) COMP VALUE ZERO.
       01  WS-QTE-GARDE      PIC 9(7) VALUE ZERO.
       01  WS-QTE-EXCEDENT   PIC 9(7) VALUE ZERO.
       01  WS-QTE-NIV-CDE    PIC 9(7) VALUE ZERO.
      *UN SEUL TRANSFERT PAR ARTICLE ET PAR JOUR (CLE DE TRP0101)
       01  WS-SW-TRF-ART     PIC X.
           88 TRF-ART-FAIT                        VALUE '1'.
           88 TRF-ART-LIBRE                       VALUE '0'.
      *COMPTEURS DES NIVEAUX LUS, DES ALERTES GLOBALES GEREES PAR
      *DEPOT ET DES DEPOTS SOUS LEUR MINIMUM
       01  WS-CNIV           PIC S9(4) COMP VALUE ZERO.
       01  WS-NB-ART-NIVDEP  PIC S9(4) COMP VALUE ZERO.
       01  WS-NB-DEP-ALERTE  PIC S9(4) COMP VALUE ZERO.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *
           PERFORM  7060-INIT-SEUIL-APPRO-DEB
              THRU  7060-INIT-SEUIL-APPRO-FIN.
      *
           PERFORM  1100-CHARGE-NIVEAUX-DEB
              THRU  1100-CHARGE-NIVEAUX-FIN.
      *
           PERFORM  6000-OPEN-F-ART-E-DEB
              THRU  6000-OPEN-F-ART-E-FIN.
      *
           PERFORM  6140-OPEN-F-CAF-E-DEB
              THRU  6140-OPEN-F-CAF-E-FIN.
      *
           PERFORM  6165-OPEN-F-TAR-E-DEB
              THRU  6165-OPEN-F-TAR-E-FIN.
      *
           PERFORM  6190-OPEN-F-FOUR-E-DEB
              THRU  6190-OPEN-F-FOUR-E-FIN.
      *
           PERFORM  6198-OPEN-F-SCF-E-DEB
              THRU  6198-OPEN-F-SCF-E-FIN.
      *
           PERFORM  6300-OPEN-F-CTR-ES-DEB
              THRU  6300-OPEN-F-CTR-ES-FIN.
      *
           PERFORM  6230-OPEN-F-TRP-S-DEB
              THRU  6230-OPEN-F-TRP-S-FIN.
              THRU  2000-TRT-ALERTES-FIN
             VARYING WS-IND-POS FROM 1 BY 1
             UNTIL  WS-IND-POS > WS-NB-ALERTE.
      *
           IF  WS-NB-SDP > ZERO
               PERFORM  5000-TRT-NIVEAUX-DEB
                  THRU  5000-TRT-NIVEAUX-FIN
                 VARYING WS-IND-ART FROM 1 BY 1
                 UNTIL  WS-IND-ART > WS-NB-ART
           END-IF.
      *
           PERFORM  4000-TRT-ECARTS-DEB
              THRU  4000-TRT-ECARTS-FIN.
               PERFORM  6180-CLOSE-F-CAF-E-DEB
                  THRU  6180-CLOSE-F-CAF-E-FIN
           END-IF.
      *
           IF  TAR-DISPONIBLE-FIC
               PERFORM  6185-CLOSE-F-TAR-E-DEB
                  THRU  6185-CLOSE-F-TAR-E-FIN
           END-IF.
      *
           PERFORM  6197-CLOSE-F-FOUR-E-DEB
              THRU  6197-CLOSE-F-FOUR-E-FIN.
      *
           IF  SCF-DISPONIBLE-FIC
               PERFORM  6199-CLOSE-F-SCF-E-DEB
                  THRU  6199-CLOSE-F-SCF-E-FIN
           END-IF.
      *
           IF  CTR-DISPONIBLE-FIC
               PERFORM  6340-CLOSE-F-CTR-ES-DEB
                  THRU  6340-CLOSE-F-CTR-ES-FIN
           END-IF.
      *
           PERFORM  6250-CLOSE-F-TRP-S-DEB
              THRU  6250-CLOSE-F-TRP-S-FIN.
               MOVE WS-ART-STATUT    TO WS-TART-STATUT(WS-NB-ART)
               MOVE WS-ART-QTE       TO WS-TSEUIL-QTE(WS-NB-ART)
               MOVE WS-ART-ALERT     TO WS-TSEUIL-ALERT(WS-NB-ART)
               MOVE WS-ART-CODE      TO WS-ART-CHERCHE
               PERFORM  7100-RATTACHE-NIVEAU-DEB
                  THRU  7100-RATTACHE-NIVEAU-FIN
               IF  NIV-ART-TROUVE
                   MOVE WS-IND-SDP-CUR TO WS-TART-SDP-DEB(WS-NB-ART)
               ELSE
                   MOVE ZERO         TO WS-TART-SDP-DEB(WS-NB-ART)
               END-IF
           END-IF.
      *
           PERFORM  6010-READ-F-ART-E-DEB
       1000-TRT-ARTICLES-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1100 CHARGE EN TABLE LES NIVEAUX DE STOCK PAR DEPOT
      *----------------------------------------------------
       1100-CHARGE-NIVEAUX-DEB.
      *
           PERFORM  6350-OPEN-F-SDP-E-DEB
              THRU  6350-OPEN-F-SDP-E-FIN.
           IF  SDP-FICHIER-ABSENT
               GO TO 1100-CHARGE-NIVEAUX-FIN
           END-IF.
      *
           PERFORM  6360-READ-F-SDP-E-DEB
              THRU  6360-READ-F-SDP-E-FIN.
           PERFORM  1110-CHARGE-UN-NIVEAU-DEB
              THRU  1110-CHARGE-UN-NIVEAU-FIN
             UNTIL  SDP-FIN.
      *
           PERFORM  6370-CLOSE-F-SDP-E-DEB
              THRU  6370-CLOSE-F-SDP-E-FIN.
      *
       1100-CHARGE-NIVEAUX-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1110 CHARGE UN NIVEAU EN TABLE ET LIT LE SUIVANT
      *----------------------------------------------------
       1110-CHARGE-UN-NIVEAU-DEB.
      *
           ADD  1  TO  WS-CNIV.
      *
           IF  WS-NB-SDP < WS-SDP-TAB-MAX
               ADD  1                         TO WS-NB-SDP
               MOVE WS-SDP-ART-CODE  TO WS-TSDP-ART(WS-NB-SDP)
               MOVE WS-SDP-DEPOT     TO WS-TSDP-DEPOT(WS-NB-SDP)
               MOVE WS-SDP-MIN       TO WS-TSDP-MIN(WS-NB-SDP)
               MOVE WS-SDP-MAX       TO WS-TSDP-MAX(WS-NB-SDP)
           END-IF.
      *
           PERFORM  6360-READ-F-SDP-E-DEB
              THRU  6360-READ-F-SDP-E-FIN.
      *
       1110-CHARGE-UN-NIVEAU-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 CREE UNE COMMANDE POUR UNE ALERTE NON DEJA COUVERTE
      *----------------------------------------------------
       2000-TRT-ALERTES-DEB.
      *
           MOVE WS-TPOS(WS-IND-POS)      TO WS-IND-ART.
           MOVE WS-TART-CODE(WS-IND-ART) TO WS-ART-CHERCHE.
      *
      *    UN ARTICLE A NIVEAUX PAR DEPOT EST REAPPROVISIONNE DEPOT
      *    PAR DEPOT EN 5000, PAS SUR SON SEUIL GLOBAL
           IF  WS-TART-SDP-DEB(WS-IND-ART) NOT = ZERO
               ADD  1                    TO WS-NB-ART-NIVDEP
               GO TO 2000-TRT-ALERTES-FIN
           END-IF.
      *
           PERFORM  7040-SEARCH-CDE-OUVERT-DEB
              THRU  7040-SEARCH-CDE-OUVERT-FIN.
                      THRU  7050-CREE-CDE-FIN
                   PERFORM  6060-WRITE-F-CDE-ES-DEB
                      THRU  6060-WRITE-F-CDE-ES-FIN
                   IF  NOT CDE-HORS-CONTRAT
                       PERFORM  7097-IMPUTE-APPEL-DEB
                          THRU  7097-IMPUTE-APPEL-FIN
                   END-IF
                   PERFORM  8020-EDITION-DETAIL-CREE-DEB
                      THRU  8020-EDITION-DETAIL-CREE-FIN
                   ADD  1                    TO WS-NB-CDE-CREE
      *
       4010-TRT-UN-ECART-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 5000 REAPPROVISIONNE LES DEPOTS D UN ARTICLE A NIVEAUX :
      * CHAQUE DEPOT DONT LE STOCK ACTIF EST AU NIVEAU OU SOUS SON
      * MINIMUM EST RAMENE A SON MAXIMUM - PAR UN TRANSFERT DEPUIS
      * LE DEPOT LE PLUS EXCEDENTAIRE S IL COUVRE LE BESOIN (UN SEUL
      * PAR ARTICLE ET PAR JOUR), SINON LE BESOIN EST CUMULE SUR UNE
      * COMMANDE FOURNISSEUR UNIQUE POUR L ARTICLE
      *----------------------------------------------------
       5000-TRT-NIVEAUX-DEB.
      *
           IF  WS-TART-SDP-DEB(WS-IND-ART) = ZERO
               GO TO 5000-TRT-NIVEAUX-FIN
           END-IF.
      *
           MOVE WS-TART-STATUT(WS-IND-ART) TO WS-ART-STATUT.
           IF  ART-BROUILLON OR ART-BLOQUE-ACHAT OR ART-FIN-DE-VIE
               GO TO 5000-TRT-NIVEAUX-FIN
           END-IF.
      *
           MOVE WS-TART-CODE(WS-IND-ART) TO WS-ART-CHERCHE.
           MOVE WS-ART-CHERCHE           TO WS-CDE-ART-CODE.
           MOVE ZERO                     TO WS-NB-DEPOTS.
           MOVE ZERO                     TO WS-QTE-NIV-CDE.
           SET  TRF-ART-LIBRE            TO TRUE.
      *
      *    STOCK ACTIF PAR DEPOT DE L ARTICLE (LOT0101)
           SET  LOT-ART-ENCOURS          TO TRUE.
           PERFORM  6110-START-F-LOT-E-DEB
              THRU  6110-START-F-LOT-E-FIN.
           IF  FLOT-OK
               PERFORM  6120-READNEXT-F-LOT-E-DEB
                  THRU  6120-READNEXT-F-LOT-E-FIN
               PERFORM  7092-CUMULE-DEPOT-DEB
                  THRU  7092-CUMULE-DEPOT-FIN
                 UNTIL  FLOT-FIN OR LOT-ART-FIN
           END-IF.
      *
           SET  NIV-RECH-ENCOURS         TO TRUE.
           PERFORM  5010-TRT-UN-DEPOT-DEB
              THRU  5010-TRT-UN-DEPOT-FIN
             VARYING WS-IND-SDP FROM WS-TART-SDP-DEB(WS-IND-ART) BY 1
             UNTIL  NIV-RECH-FIN.
      *
           IF  WS-QTE-NIV-CDE = ZERO
               GO TO 5000-TRT-NIVEAUX-FIN
           END-IF.
      *
           PERFORM  7040-SEARCH-CDE-OUVERT-DEB
              THRU  7040-SEARCH-CDE-OUVERT-FIN.
           IF  WS-CDE-OUV-IDX = ZERO
               PERFORM  7050-CREE-CDE-DEB
                  THRU  7050-CREE-CDE-FIN
               PERFORM  6060-WRITE-F-CDE-ES-DEB
                  THRU  6060-WRITE-F-CDE-ES-FIN
               IF  NOT CDE-HORS-CONTRAT
                   PERFORM  7097-IMPUTE-APPEL-DEB
                      THRU  7097-IMPUTE-APPEL-FIN
               END-IF
               PERFORM  8020-EDITION-DETAIL-CREE-DEB
                  THRU  8020-EDITION-DETAIL-CREE-FIN
               ADD  1                    TO WS-NB-CDE-CREE
           ELSE
               PERFORM  8040-EDITION-DETAIL-SAUT-DEB
                  THRU  8040-EDITION-DETAIL-SAUT-FIN
               ADD  1                    TO WS-NB-CDE-SAUT
           END-IF.
      *
           MOVE ZERO                     TO WS-QTE-NIV-CDE.
      *
       5000-TRT-NIVEAUX-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 5010 EXAMINE UN DEPOT A NIVEAUX DE L ARTICLE
      *----------------------------------------------------
       5010-TRT-UN-DEPOT-DEB.
      *
           IF  WS-IND-SDP > WS-NB-SDP
               SET  NIV-RECH-FIN         TO TRUE
               GO TO 5010-TRT-UN-DEPOT-FIN
           END-IF.
           IF  WS-TSDP-ART(WS-IND-SDP) NOT = WS-ART-CHERCHE
               SET  NIV-RECH-FIN         TO TRUE
               GO TO 5010-TRT-UN-DEPOT-FIN
           END-IF.
      *
      *    STOCK ACTIF DU DEPOT (ZERO SI AUCUN LOT ACTIF)
           MOVE ZERO                     TO WS-QTE-DEP.
           MOVE ZERO                     TO WS-IND-DEP-CIBLE.
           PERFORM  7110-CHERCHE-DEPOT-DEB
              THRU  7110-CHERCHE-DEPOT-FIN
             VARYING WS-IND-DEPOT FROM 1 BY 1
             UNTIL  WS-IND-DEPOT > WS-NB-DEPOTS.
      *
           IF  WS-QTE-DEP > WS-TSDP-MIN(WS-IND-SDP)
               GO TO 5010-TRT-UN-DEPOT-FIN
           END-IF.
      *
           ADD  1                        TO WS-NB-DEP-ALERTE.
           IF  WS-TSDP-MAX(WS-IND-SDP) > WS-QTE-DEP
               COMPUTE WS-QTE-BESOIN = WS-TSDP-MAX(WS-IND-SDP)
                                     - WS-QTE-DEP
           ELSE
               GO TO 5010-TRT-UN-DEPOT-FIN
           END-IF.
      *
      *    TRANSFERT D ABORD : DEPOT LE PLUS EXCEDENTAIRE, S IL
      *    COUVRE TOUT LE BESOIN EN GARDANT SON PROPRE NIVEAU
           IF  TRF-ART-LIBRE
               MOVE SPACES               TO WS-DEP-MAX
               MOVE ZERO                 TO WS-QTE-MAX
               PERFORM  7120-CHERCHE-DONNEUR-DEB
                  THRU  7120-CHERCHE-DONNEUR-FIN
                 VARYING WS-IND-DEPOT FROM 1 BY 1
                 UNTIL  WS-IND-DEPOT > WS-NB-DEPOTS
               IF  WS-QTE-MAX NOT < WS-QTE-BESOIN
                   AND WS-DEP-MAX NOT = SPACES
                   PERFORM  7130-CREE-TRANSFERT-DEP-DEB
                      THRU  7130-CREE-TRANSFERT-DEP-FIN
                   SET  TRF-ART-FAIT     TO TRUE
                   GO TO 5010-TRT-UN-DEPOT-FIN
               END-IF
           END-IF.
      *
           ADD  WS-QTE-BESOIN            TO WS-QTE-NIV-CDE.
      *
       5010-TRT-UN-DEPOT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
       6160-READNEXT-F-CAF-E-FIN.
           EXIT.
      *-------------------------------------
      *6155 LIT L ENTREE DE CATALOGUE DU COUPLE ARTICLE / FOURNISSEUR
      *     FS-KEY-CAF (ENTREE ABSENTE TOLEREE)
      *------------------------------------
       6155-READ-F-CAF-E-DEB.
      *
           READ F-CAF-E INTO WS-CAF-ENR
             KEY IS FS-KEY-CAF.
           IF NOT (CAF-OK OR CAF-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CAF-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CAF-E
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6155-READ-F-CAF-E-FIN.
           EXIT.
      *-------------------------------------
      *6180 EXECUTE LA FERMETURE SUR F-CAF-E
      *------------------------------------
       6180-CLOSE-F-CAF-E-DEB.
       6180-CLOSE-F-CAF-E-FIN.
           EXIT.
      *-------------------------------------
      *6165 EXECUTE L OPEN DU FICHIER F-TAR-E - FICHIER OPTIONNEL :
      *     ABSENT, LE PRIX DU CATALOGUE CAF0101 RESTE LA REFERENCE
      *------------------------------------
       6165-OPEN-F-TAR-E-DEB.
      *
           OPEN INPUT F-TAR-E.
           EVALUATE TRUE
               WHEN TAR-OK
                  SET TAR-DISPONIBLE-FIC   TO TRUE
               WHEN TAR-FICHIER-ABSENT
                  SET TAR-INDISPONIBLE-FIC TO TRUE
                  DISPLAY 'TARIFS FOURNISSEUR DATES ABSENTS - '
                          'PRIX DU CATALOGUE RETENU'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-TAR-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-TAR-E
      *
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-EVALUATE.
      *
       6165-OPEN-F-TAR-E-FIN.
           EXIT.
      *-------------------------------------
      *6170 POSITIONNE F-TAR-E SUR LE PREMIER TARIF DU COUPLE
      *     ARTICLE COMMANDE / FOURNISSEUR DEMANDE
      *------------------------------------
       6170-START-F-TAR-E-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-TAR.
           MOVE WS-CDE-ART-CODE          TO FS-KEY-TAR (1:5).
           MOVE WS-TAR-CH-FOU            TO FS-KEY-TAR (6:5).
           START F-TAR-E
             KEY IS NOT LESS THAN FS-KEY-TAR
           END-START.
           IF NOT (TAR-OK OR TAR-INEXISTANT OR TAR-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-TAR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-TAR-E
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6170-START-F-TAR-E-FIN.
           EXIT.
      *-------------------------------------
      *6175 LIT LE TARIF SUIVANT SUR F-TAR-E
      *------------------------------------
       6175-READNEXT-F-TAR-E-DEB.
      *
           READ F-TAR-E NEXT RECORD INTO WS-TAR-ENR.
           IF NOT (TAR-OK OR TAR-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-TAR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-TAR-E
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6175-READNEXT-F-TAR-E-FIN.
           EXIT.
      *-------------------------------------
      *6185 EXECUTE LA FERMETURE SUR F-TAR-E
      *------------------------------------
       6185-CLOSE-F-TAR-E-DEB.
      *
           CLOSE F-TAR-E.
           IF WS-FS-TAR-E NOT = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-TAR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-TAR-E
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6185-CLOSE-F-TAR-E-FIN.
           EXIT.
      *-------------------------------------
      *6300 EXECUTE L OPEN DU FICHIER F-CTR-ES - FICHIER OPTIONNEL :
      *     ABSENT, AUCUNE COMMANDE N EST CREEE EN APPEL DE LIVRAISON
      *------------------------------------
       6300-OPEN-F-CTR-ES-DEB.
      *
           OPEN I-O F-CTR-ES.
           EVALUATE TRUE
               WHEN CTR-OK
                  SET CTR-DISPONIBLE-FIC   TO TRUE
               WHEN CTR-FICHIER-ABSENT
                  SET CTR-INDISPONIBLE-FIC TO TRUE
                  DISPLAY 'CONTRATS-CADRE ABSENTS - '
                          'AUCUN APPEL DE LIVRAISON'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CTR-ES'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-CTR-ES
      *
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-EVALUATE.
      *
       6300-OPEN-F-CTR-ES-FIN.
           EXIT.
      *-------------------------------------
      *6310 POSITIONNE F-CTR-ES SUR LE PREMIER CONTRAT DE L ARTICLE
      *------------------------------------
       6310-START-F-CTR-ES-DEB.
      *
           MOVE LOW-VALUES               TO FS-KEY-CTR.
           MOVE WS-CDE-ART-CODE          TO FS-KEY-CTR (1:5).
           START F-CTR-ES
             KEY IS NOT LESS THAN FS-KEY-CTR
           END-START.
           IF NOT (CTR-OK OR CTR-INEXISTANT OR CTR-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-CTR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CTR-ES
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6310-START-F-CTR-ES-FIN.
           EXIT.
      *-------------------------------------
      *6320 LIT LE CONTRAT SUIVANT SUR F-CTR-ES
      *------------------------------------
       6320-READNEXT-F-CTR-ES-DEB.
      *
           READ F-CTR-ES NEXT RECORD INTO WS-CTR-ENR.
           IF NOT (CTR-OK OR CTR-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CTR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CTR-ES
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6320-READNEXT-F-CTR-ES-FIN.
           EXIT.
      *-------------------------------------
      *6325 RELIT LE CONTRAT APPELE AVANT SA MISE A JOUR
      *------------------------------------
       6325-READ-F-CTR-ES-DEB.
      *
           MOVE WS-CTR-CLE-RETENU        TO FS-KEY-CTR.
           READ F-CTR-ES INTO WS-CTR-ENR.
           IF NOT CTR-OK
              DISPLAY 'PROBLEME DE RELECTURE DU FICHIER F-CTR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CTR-ES
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6325-READ-F-CTR-ES-FIN.
           EXIT.
      *-------------------------------------
      *6330 REECRIT LE CONTRAT APPELE
      *------------------------------------
       6330-REWRITE-F-CTR-ES-DEB.
      *
           REWRITE FS-BUFF-F-CTR-ES FROM WS-CTR-ENR.
           IF WS-FS-CTR-ES NOT = '00'
              DISPLAY 'PROBLEME DE REECRITURE DU FICHIER F-CTR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CTR-ES
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6330-REWRITE-F-CTR-ES-FIN.
           EXIT.
      *-------------------------------------
      *6340 EXECUTE LA FERMETURE SUR F-CTR-ES
      *------------------------------------
       6340-CLOSE-F-CTR-ES-DEB.
      *
           CLOSE F-CTR-ES.
           IF WS-FS-CTR-ES NOT = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-CTR-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CTR-ES
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6340-CLOSE-F-CTR-ES-FIN.
           EXIT.
      *-------------------------------------
      *6350 EXECUTE L OPEN DU FICHIER F-SDP-E - FICHIER OPTIONNEL :
      *     ABSENT, TOUS LES ARTICLES RESTENT SUR LE SEUIL GLOBAL
      *------------------------------------
       6350-OPEN-F-SDP-E-DEB.
      *
           OPEN INPUT F-SDP-E.
           EVALUATE TRUE
               WHEN SDP-OK
                  CONTINUE
               WHEN SDP-FICHIER-ABSENT
                  DISPLAY 'NIVEAUX DE STOCK PAR DEPOT ABSENTS - '
                          'SEUIL GLOBAL POUR TOUS LES ARTICLES'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-SDP-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-SDP-E
      *
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-EVALUATE.
      *
       6350-OPEN-F-SDP-E-FIN.
           EXIT.
      *-------------------------------------
      *6360 EXECUTE LA LECTURE SUR F-SDP-E
      *------------------------------------
       6360-READ-F-SDP-E-DEB.
      *
           READ F-SDP-E INTO WS-SDP-ENR.
           IF NOT (SDP-OK OR SDP-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SDP-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SDP-E
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6360-READ-F-SDP-E-FIN.
           EXIT.
      *-------------------------------------
      *6370 EXECUTE LA FERMETURE SUR F-SDP-E
      *------------------------------------
       6370-CLOSE-F-SDP-E-DEB.
      *
           CLOSE F-SDP-E.
           IF WS-FS-SDP-E NOT = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-SDP-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SDP-E
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6370-CLOSE-F-SDP-E-FIN.
           EXIT.
      *-------------------------------------
      *6230 EXECUTE L OPEN DU FICHIER F-TRP-S
      *------------------------------------
       6230-OPEN-F-TRP-S-DEB.
       6197-CLOSE-F-FOUR-E-FIN.
           EXIT.
      *-------------------------------------
      *6198 EXECUTE L OPEN DU FICHIER F-SCF-E - FICHIER OPTIONNEL :
      *     ABSENT, AUCUN FOURNISSEUR ECARTE ET PAS DE DEPARTAGE PAR
      *     LA NOTE
      *------------------------------------
       6198-OPEN-F-SCF-E-DEB.
      *
           OPEN INPUT F-SCF-E.
           EVALUATE TRUE
               WHEN SCF-OK
                  SET SCF-DISPONIBLE-FIC   TO TRUE
               WHEN SCF-FICHIER-ABSENT
                  SET SCF-INDISPONIBLE-FIC TO TRUE
                  DISPLAY 'NOTES FOURNISSEUR ABSENTES - '
                          'CHOIX SANS NOTATION'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-SCF-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-SCF-E
      *
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-EVALUATE.
      *
       6198-OPEN-F-SCF-E-FIN.
           EXIT.
      *-------------------------------------
      *6196 LIT LA NOTE DU FOURNISSEUR DE L ENTREE DE CATALOGUE
      *     EXAMINEE - FOURNISSEUR NON NOTE : NOTE 999, ADMIS
      *------------------------------------
       6196-READ-F-SCF-E-DEB.
      *
           MOVE 999                      TO WS-NOTE-CANDIDAT.
           SET  CANDIDAT-ADMIS           TO TRUE.
           MOVE WS-CAF-FOU-CODE          TO FS-KEY-SCF.
           READ F-SCF-E INTO WS-SCF-ENR.
           EVALUATE TRUE
               WHEN SCF-OK
                  MOVE WS-SCF-NOTE       TO WS-NOTE-CANDIDAT
                  IF  SCF-EXCLU
                      SET  CANDIDAT-EXCLU TO TRUE
                  END-IF
               WHEN SCF-INEXISTANT
                  CONTINUE
               WHEN OTHER
                  DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SCF-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-SCF-E
      *
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-EVALUATE.
      *
       6196-READ-F-SCF-E-FIN.
           EXIT.
      *-------------------------------------
      *6199 EXECUTE LA FERMETURE SUR F-SCF-E
      *------------------------------------
       6199-CLOSE-F-SCF-E-DEB.
      *
           CLOSE F-SCF-E.
           IF WS-FS-SCF-E NOT = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-SCF-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SCF-E
      *
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
      *
           END-IF.
      *
       6199-CLOSE-F-SCF-E-FIN.
           EXIT.
      *-------------------------------------
      *6130 EXECUTE LA FERMETURE SUR F-LOT-E
      *------------------------------------
       6130-CLOSE-F-LOT-E-DEB.
           EXIT.
      *-------------------------------------
      *7070 VALORISE LA COMMANDE CREEE : QUANTITE COMMANDEE X PRIX
      *     DU CONTRAT-CADRE POUR UN APPEL DE LIVRAISON, SINON PRIX
      *     DU PALIER APPLICABLE A CETTE QUANTITE DANS LE TARIF DU
      *     FOURNISSEUR RETENU EN VIGUEUR A LA DATE DE COMMANDE
      *     (TAR0101) - SANS TARIF, PRIX UNITAIRE DU LOT LE PLUS
      *     RECENT (DATE DE PEREMPTION LA PLUS ELOIGNEE) DE
      *     L ARTICLE SUR LOT0101 - SANS LOT, LA VALEUR EST NULLE ET
      *     LA COMMANDE RESTE OUVERTE
      *------------------------------------
       7070-VALORISE-CDE-DEB.
      *
           MOVE ZERO                    TO WS-DERNIER-PXU.
           MOVE ZERO                    TO WS-DERNIERE-DATEXP.
           SET  LOT-ART-ENCOURS         TO TRUE.
      *
      *    UN APPEL DE LIVRAISON EST VALORISE AU PRIX DU CONTRAT
           IF  NOT CDE-HORS-CONTRAT
               MOVE WS-CTR-PXA-RETENU   TO WS-DERNIER-PXU
               COMPUTE WS-CDE-VALEUR = WS-CDE-QTE * WS-DERNIER-PXU
               GO TO 7070-VALORISE-CDE-FIN
           END-IF.
      *
           MOVE WS-CDE-FOU-CODE         TO WS-TAR-CH-FOU.
           PERFORM  7075-CHERCHE-TARIF-DEB
              THRU  7075-CHERCHE-TARIF-FIN.
           IF  TARIF-TROUVE
               MOVE WS-TARIF-PXU        TO WS-DERNIER-PXU
               COMPUTE WS-CDE-VALEUR = WS-CDE-QTE * WS-DERNIER-PXU
               GO TO 7070-VALORISE-CDE-FIN
           END-IF.
      *
           PERFORM  6110-START-F-LOT-E-DEB
              THRU  6110-START-F-LOT-E-FIN.
       7080-TESTE-UN-LOT-FIN.
           EXIT.
      *-------------------------------------
      *7075 RECHERCHE LE PRIX DU COUPLE ARTICLE COMMANDE /
      *     FOURNISSEUR WS-TAR-CH-FOU DANS LES TARIFS DATES : TARIF
      *     EN VIGUEUR A LA DATE DU JOUR (DATE D EFFET LA PLUS
      *     RECENTE NON POSTERIEURE), PUIS DERNIER PALIER DONT LA
      *     QUANTITE MINIMALE EST ATTEINTE PAR WS-CDE-QTE - AUCUN
      *     TARIF EN VIGUEUR OU QUANTITE SOUS LE PREMIER PALIER :
      *     TARIF-ABSENT
      *------------------------------------
       7075-CHERCHE-TARIF-DEB.
      *
           SET  TARIF-ABSENT             TO TRUE.
           MOVE ZERO                     TO WS-TARIF-PXU.
           IF  TAR-INDISPONIBLE-FIC
               GO TO 7075-CHERCHE-TARIF-FIN
           END-IF.
      *
           SET  TAR-COUPLE-ENCOURS       TO TRUE.
           PERFORM  6170-START-F-TAR-E-DEB
              THRU  6170-START-F-TAR-E-FIN.
           IF  TAR-OK
               PERFORM  6175-READNEXT-F-TAR-E-DEB
                  THRU  6175-READNEXT-F-TAR-E-FIN
               PERFORM  7076-TESTE-UN-TARIF-DEB
                  THRU  7076-TESTE-UN-TARIF-FIN
                 UNTIL  TAR-FIN OR TAR-COUPLE-FIN
           END-IF.
      *
       7075-CHERCHE-TARIF-FIN.
           EXIT.
       7076-TESTE-UN-TARIF-DEB.
      *
      *    LES TARIFS DU COUPLE SONT LUS PAR DATE D EFFET CROISSANTE :
      *    LE DERNIER TARIF DEJA EN VIGUEUR L EMPORTE, LE PREMIER
      *    TARIF A VENIR ARRETE LA LECTURE
           IF  WS-TAR-ART-CODE NOT = WS-CDE-ART-CODE
               OR WS-TAR-FOU-CODE NOT = WS-TAR-CH-FOU
               OR WS-TAR-DATE-EFFET > WS-DATEJ-N
               SET  TAR-COUPLE-FIN       TO TRUE
           ELSE
               SET  TARIF-ABSENT         TO TRUE
               MOVE ZERO                 TO WS-TARIF-PXU
               PERFORM  7077-CHOISIT-PALIER-DEB
                  THRU  7077-CHOISIT-PALIER-FIN
                 VARYING WS-IND-PAL FROM 1 BY 1
                 UNTIL  WS-IND-PAL > WS-TAR-NB-PALIER
                     OR WS-IND-PAL > 5
               PERFORM  6175-READNEXT-F-TAR-E-DEB
                  THRU  6175-READNEXT-F-TAR-E-FIN
           END-IF.
      *
       7076-TESTE-UN-TARIF-FIN.
           EXIT.
       7077-CHOISIT-PALIER-DEB.
      *
           IF  WS-TAR-PAL-QTE(WS-IND-PAL) NOT > WS-CDE-QTE
               MOVE WS-TAR-PAL-PXA(WS-IND-PAL) TO WS-TARIF-PXU
               SET  TARIF-TROUVE         TO TRUE
           END-IF.
      *
       7077-CHOISIT-PALIER-FIN.
           EXIT.
      *-------------------------------------
      *7095 RECHERCHE LE CONTRAT-CADRE A APPELER POUR L ARTICLE
      *     COMMANDE : CONTRAT ACTIF, EN COURS A LA DATE DU JOUR ET
      *     NON ENTIEREMENT APPELE - ENTRE PLUSIEURS CONTRATS, CELUI
      *     QUI ECHOIT LE PREMIER
      *------------------------------------
       7095-CHERCHE-CONTRAT-DEB.
      *
           SET  CTR-NON-RETENU           TO TRUE.
           MOVE ZERO                     TO WS-CTR-RELIQUAT
                                            WS-CTR-PXA-RETENU.
           IF  CTR-INDISPONIBLE-FIC
               GO TO 7095-CHERCHE-CONTRAT-FIN
           END-IF.
      *
           SET  CTR-ART-ENCOURS          TO TRUE.
           PERFORM  6310-START-F-CTR-ES-DEB
              THRU  6310-START-F-CTR-ES-FIN.
           IF  CTR-OK
               PERFORM  6320-READNEXT-F-CTR-ES-DEB
                  THRU  6320-READNEXT-F-CTR-ES-FIN
               PERFORM  7096-TESTE-UN-CONTRAT-DEB
                  THRU  7096-TESTE-UN-CONTRAT-FIN
                 UNTIL  CTR-FIN OR CTR-ART-FIN
           END-IF.
      *
       7095-CHERCHE-CONTRAT-FIN.
           EXIT.
       7096-TESTE-UN-CONTRAT-DEB.
      *
           IF  WS-CTR-ART-CODE NOT = WS-CDE-ART-CODE
               SET  CTR-ART-FIN          TO TRUE
               GO TO 7096-TESTE-UN-CONTRAT-FIN
           END-IF.
      *
           IF  CTR-ACTIF
               AND WS-CTR-DATE-DEB NOT > WS-DATEJ-N
               AND WS-CTR-DATE-FIN NOT < WS-DATEJ-N
               AND WS-CTR-QTE-APPEL < WS-CTR-QTE-ENG
               IF  CTR-NON-RETENU
                   OR WS-CTR-DATE-FIN < WS-CTR-FIN-RETENU
                   SET  CTR-RETENU       TO TRUE
                   MOVE WS-CTR-CLE       TO WS-CTR-CLE-RETENU
                   MOVE WS-CTR-DATE-FIN  TO WS-CTR-FIN-RETENU
                   MOVE WS-CTR-PXA       TO WS-CTR-PXA-RETENU
                   COMPUTE WS-CTR-RELIQUAT = WS-CTR-QTE-ENG
                                           - WS-CTR-QTE-APPEL
               END-IF
           END-IF.
      *
           PERFORM  6320-READNEXT-F-CTR-ES-DEB
              THRU  6320-READNEXT-F-CTR-ES-FIN.
      *
       7096-TESTE-UN-CONTRAT-FIN.
           EXIT.
      *-------------------------------------
      *7097 CUMULE L APPEL DE LIVRAISON CREE SUR SON CONTRAT
      *------------------------------------
       7097-IMPUTE-APPEL-DEB.
      *
           PERFORM  6325-READ-F-CTR-ES-DEB
              THRU  6325-READ-F-CTR-ES-FIN.
           ADD  WS-CDE-QTE               TO WS-CTR-QTE-APPEL.
           ADD  1                        TO WS-CTR-NB-APPEL.
           MOVE WS-DATEJ-N               TO WS-CTR-DATE-APPEL.
           PERFORM  6330-REWRITE-F-CTR-ES-DEB
              THRU  6330-REWRITE-F-CTR-ES-FIN.
      *
       7097-IMPUTE-APPEL-FIN.
           EXIT.
      *-------------------------------------
      *7030 APPELLE LE SOUS PROGRAMME DE DETECTION DES ALERTES
      *------------------------------------
       7030-APPEL-ARIO821-DEB.
           MOVE WS-TART-CODE(WS-IND-ART) TO WS-CDE-ART-CODE.
           COMPUTE WS-CDE-QTE = (WS-TART-ALERT(WS-IND-ART) * 2)
                               -  WS-TART-QTE(WS-IND-ART).
      *    ARTICLE A NIVEAUX PAR DEPOT : BESOIN CUMULE DES DEPOTS
      *    A RAMENER A LEUR MAXIMUM (5000)
           IF  WS-QTE-NIV-CDE > ZERO
               MOVE WS-QTE-NIV-CDE       TO WS-CDE-QTE
           END-IF.
      *    DEVISE PAR DEFAUT : EUR, REMPLACEE PAR CELLE DU
      *    FOURNISSEUR RETENU (FOUR0101) EN 7087
           MOVE 'EUR'                    TO WS-CDE-DEVISE.
      *    UN CONTRAT-CADRE ACTIF SUR L ARTICLE IMPOSE SON
      *    FOURNISSEUR : LA COMMANDE EST UN APPEL DE LIVRAISON
           SET  CDE-HORS-CONTRAT         TO TRUE.
           PERFORM  7095-CHERCHE-CONTRAT-DEB
              THRU  7095-CHERCHE-CONTRAT-FIN.
           IF  CTR-RETENU
               MOVE WS-CTR-CLE-RETENU (6:5)   TO WS-CHOIX-FOU
               MOVE WS-TART-DELAI(WS-IND-ART) TO WS-CHOIX-DELAI
               MOVE 'CTR'                TO WS-CHOIX-MOTIF
               MOVE WS-CTR-CLE-RETENU (11:8)  TO WS-CDE-CTR-DEB
           ELSE
      *        CHOIX DU FOURNISSEUR DANS LE CATALOGUE CAF0101 (REPLI
      *        SUR LE FOURNISSEUR ATTITRE SANS ENTREE ELIGIBLE)
               PERFORM  7085-CHOISIT-FOURNISSEUR-DEB
                  THRU  7085-CHOISIT-FOURNISSEUR-FIN
           END-IF.
           MOVE WS-CHOIX-FOU             TO WS-CDE-FOU-CODE.
           MOVE WS-CHOIX-DELAI           TO WS-CDE-DELAI.
           MOVE WS-CHOIX-MOTIF           TO WS-CDE-FOU-MOTIF.
           MOVE ZERO                     TO WS-CDE-DATE-CONF.
           SET  CDE-SANS-REPONSE         TO TRUE.
      *
      *    UN APPEL DE LIVRAISON DANS LA LIMITE DU RELIQUAT DU
      *    CONTRAT EST DEJA ENGAGE : IL ECHAPPE AU SEUIL D APPROBATION
           IF  NOT CDE-HORS-CONTRAT
               ADD  1                    TO WS-NB-CDE-APPEL
               IF  WS-CDE-QTE NOT > WS-CTR-RELIQUAT
                   GO TO 7050-CREE-CDE-FIN
               END-IF
           END-IF.
      *
      *    UNE COMMANDE DONT LA VALEUR (QTE X DERNIER PRIX DE LOT)
      *    DEPASSE LE SEUIL SYSIN EST CREEE EN ATTENTE D APPROBATION
           IF  APPRO-ACTIVE
      *-------------------------------------
      *7085 RETIENT LE MEILLEUR FOURNISSEUR DISPONIBLE DU CATALOGUE
      *     CAF0101 POUR L ARTICLE COMMANDE : PRIX D ACHAT LE PLUS
      *     BAS (PALIER DU TARIF DATE EN VIGUEUR POUR LA QUANTITE
      *     PROPOSEE, A DEFAUT PRIX DU CATALOGUE - CF 7075)
      *     PARMI LES ENTREES DISPONIBLES DONT LA QUANTITE
      *     MINIMALE EST COUVERTE PAR LA QUANTITE COMMANDEE, DELAI LE
      *     PLUS COURT A EGALITE DE PRIX - AUCUNE ENTREE ELIGIBLE OU
      *     CATALOGUE ABSENT : FOURNISSEUR ATTITRE DE L ARTICLE.
      *     NOTES SCF0101 PRESENTES : UNE ENTREE DONT LE FOURNISSEUR
      *     EST SOUS LE PLANCHER N EST PAS ELIGIBLE, ET A EGALITE DE
      *     PRIX LA MEILLEURE NOTE PASSE AVANT LE DELAI QUAND LES DEUX
      *     FOURNISSEURS SONT NOTES. LE REPLI SUR LE FOURNISSEUR
      *     ATTITRE RESTE POSSIBLE MEME S IL EST EXCLU. LA QUANTITE
      *     MINIMALE DU CATALOGUE, EN UNITES D ACHAT, EST RAMENEE EN
      *     UNITES DE STOCK AVANT LA COMPARAISON
      *------------------------------------
       7085-CHOISIT-FOURNISSEUR-DEB.
      *
           MOVE ZERO                     TO WS-CHOIX-FOU.
           MOVE ZERO                     TO WS-CHOIX-PXA.
           MOVE ZERO                     TO WS-CHOIX-DELAI.
           MOVE 999                      TO WS-CHOIX-NOTE.
           SET  CAF-ART-ENCOURS          TO TRUE.
      *
           IF  CAF-DISPONIBLE-FIC
           IF  WS-CAF-ART-CODE NOT = WS-CDE-ART-CODE
               SET  CAF-ART-FIN          TO TRUE
           ELSE
               MOVE 999                  TO WS-NOTE-CANDIDAT
               SET  CANDIDAT-ADMIS       TO TRUE
               IF  SCF-DISPONIBLE-FIC
                   AND CAF-DISPONIBLE
                   PERFORM  6196-READ-F-SCF-E-DEB
                      THRU  6196-READ-F-SCF-E-FIN
                   IF  CANDIDAT-EXCLU
                       ADD  1            TO WS-NB-FOU-EXCLU
                   END-IF
               END-IF
               IF  WS-CAF-CONV NUMERIC
                   AND NOT CAF-UNITE-STOCK
                   COMPUTE WS-CAF-MINI-STK =
                           WS-CAF-QTE-MINI * WS-CAF-CONV
               ELSE
                   MOVE WS-CAF-QTE-MINI  TO WS-CAF-MINI-STK
               END-IF
               IF  CAF-DISPONIBLE
                   AND CANDIDAT-ADMIS
                   AND WS-CAF-MINI-STK NOT > WS-CDE-QTE
                   MOVE WS-CAF-PXA       TO WS-PX-CANDIDAT
                   MOVE WS-CAF-FOU-CODE  TO WS-TAR-CH-FOU
                   PERFORM  7075-CHERCHE-TARIF-DEB
                      THRU  7075-CHERCHE-TARIF-FIN
                   IF  TARIF-TROUVE
                       MOVE WS-TARIF-PXU TO WS-PX-CANDIDAT
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-CHOIX-FOU = ZERO
                         OR WS-PX-CANDIDAT < WS-CHOIX-PXA
                          MOVE WS-CAF-FOU-CODE TO WS-CHOIX-FOU
                          MOVE WS-PX-CANDIDAT  TO WS-CHOIX-PXA
                          MOVE WS-CAF-DELAI    TO WS-CHOIX-DELAI
                          MOVE WS-NOTE-CANDIDAT TO WS-CHOIX-NOTE
                          MOVE 'PRX'           TO WS-CHOIX-MOTIF
                       WHEN WS-PX-CANDIDAT = WS-CHOIX-PXA
                        AND WS-NOTE-CANDIDAT NOT = 999
                        AND WS-CHOIX-NOTE NOT = 999
                        AND WS-NOTE-CANDIDAT > WS-CHOIX-NOTE
                          MOVE WS-CAF-FOU-CODE TO WS-CHOIX-FOU
                          MOVE WS-CAF-DELAI    TO WS-CHOIX-DELAI
                          MOVE WS-NOTE-CANDIDAT TO WS-CHOIX-NOTE
                          MOVE 'SCO'           TO WS-CHOIX-MOTIF
                       WHEN WS-PX-CANDIDAT = WS-CHOIX-PXA
                        AND WS-NOTE-CANDIDAT NOT = 999
                        AND WS-CHOIX-NOTE NOT = 999
                        AND WS-NOTE-CANDIDAT < WS-CHOIX-NOTE
                          CONTINUE
                       WHEN WS-PX-CANDIDAT = WS-CHOIX-PXA
                        AND WS-CAF-DELAI < WS-CHOIX-DELAI
                          MOVE WS-CAF-FOU-CODE TO WS-CHOIX-FOU
                          MOVE WS-CAF-DELAI    TO WS-CHOIX-DELAI
                          MOVE WS-NOTE-CANDIDAT TO WS-CHOIX-NOTE
                          MOVE 'DEL'           TO WS-CHOIX-MOTIF
                   END-EVALUATE
               END-IF
           EXIT.
      *-------------------------------------
      *7087 APPLIQUE LES REGLES DE COMMANDE DU FOURNISSEUR RETENU A
      *     LA QUANTITE PROPOSEE, CONVERTIE AU PREALABLE DANS L UNITE
      *     D ACHAT DU FOURNISSEUR (CF 7088) : QUANTITE MINIMALE,
      *     VALEUR MINIMALE (AU DERNIER PRIX DE LOT, CF 7070) PUIS
      *     ARRONDI AU MULTIPLE D EMBALLAGE, MINIMUM ET MULTIPLE
      *     ETANT EXPRIMES EN UNITES D ACHAT - L AJUSTEMENT EST EDITE
      *     SOUS LA COMMANDE POUR QUE L ACHETEUR VOIE CE QUI A ETE
      *     CORRIGE
      *------------------------------------
       7087-APPLIQUE-REGLES-FOU-DEB.
      *
           MOVE WS-CDE-QTE               TO WS-QTE-AVANT-REGLE.
           SET  QTE-NON-AJUSTEE          TO TRUE.
           MOVE SPACES                   TO WS-MOTIF-AJUSTE.
      *
      *    UNITE D ACHAT DU FOURNISSEUR RETENU POUR L ARTICLE
           PERFORM  7088-UNITE-ACHAT-DEB
              THRU  7088-UNITE-ACHAT-FIN.
      *
           MOVE WS-CDE-FOU-CODE          TO FS-KEY-FOUR.
           PERFORM  6195-READ-F-FOUR-E-DEB
              THRU  6195-READ-F-FOUR-E-FIN.
           IF  FOUR-INEXISTANT
               PERFORM  7081-CONSTATE-AJUSTE-DEB
                  THRU  7081-CONSTATE-AJUSTE-FIN
               GO TO 7087-APPLIQUE-REGLES-FOU-FIN
           END-IF.
      *
               MOVE WS-FOUR-DEVISE       TO WS-CDE-DEVISE
           END-IF.
      *
      *    QUANTITE MINIMALE DE COMMANDE (UNITES D ACHAT)
           IF  WS-FOUR-QTE-MINI > ZERO
               AND WS-QTE-ACH < WS-FOUR-QTE-MINI
               MOVE WS-FOUR-QTE-MINI     TO WS-QTE-ACH
               PERFORM  7082-QTE-EN-STOCK-DEB
                  THRU  7082-QTE-EN-STOCK-FIN
               MOVE 'MIN '               TO WS-MOTIF-AJUSTE (1:4)
           END-IF.
      *
      *    VALEUR MINIMALE DE COMMANDE : LA QUANTITE EST RELEVEE
      *    JUSQU A COUVRIR LA VALEUR AU DERNIER PRIX DE LOT CONNU
      *    (SANS PRIX DE LOT LA REGLE EST SANS EFFET), PUIS REMISE
      *    EN UNITES D ACHAT ENTIERES
           IF  WS-FOUR-VAL-MINI > ZERO
               PERFORM  7070-VALORISE-CDE-DEB
                  THRU  7070-VALORISE-CDE-FIN
                   IF  WS-QTE-COMPL > WS-CDE-QTE
                       AND WS-QTE-COMPL NOT > 999999
                       MOVE WS-QTE-COMPL TO WS-CDE-QTE
                       PERFORM  7084-QTE-EN-ACHAT-DEB
                          THRU  7084-QTE-EN-ACHAT-FIN
                       MOVE 'VAL '       TO WS-MOTIF-AJUSTE (5:4)
                   END-IF
               END-IF
      *    ARRONDI AU MULTIPLE D EMBALLAGE (TOUJOURS EN DERNIER :
      *    LES MINIMA RELEVES DOIVENT EUX AUSSI ETRE LIVRABLES)
           IF  WS-FOUR-MULT-EMB > ZERO
               DIVIDE WS-QTE-ACH BY WS-FOUR-MULT-EMB
                   GIVING WS-ARR-QUOT REMAINDER WS-ARR-RESTE
               IF  WS-ARR-RESTE > ZERO
                   COMPUTE WS-QTE-ACH = WS-QTE-ACH
                       + WS-FOUR-MULT-EMB - WS-ARR-RESTE
                   PERFORM  7082-QTE-EN-STOCK-DEB
                      THRU  7082-QTE-EN-STOCK-FIN
                   MOVE 'EMB '           TO WS-MOTIF-AJUSTE (9:4)
               END-IF
           END-IF.
      *
           PERFORM  7081-CONSTATE-AJUSTE-DEB
              THRU  7081-CONSTATE-AJUSTE-FIN.
      *
       7087-APPLIQUE-REGLES-FOU-FIN.
           EXIT.
      *-------------------------------------
      *7081 COMPTE LA COMMANDE DONT LA QUANTITE A ETE AJUSTEE PAR LA
      *     CONVERSION OU LES REGLES DU FOURNISSEUR
      *------------------------------------
       7081-CONSTATE-AJUSTE-DEB.
      *
           IF  WS-CDE-QTE NOT = WS-QTE-AVANT-REGLE
               SET  QTE-AJUSTEE          TO TRUE
               ADD  1                    TO WS-NB-CDE-AJUSTE
           END-IF.
      *
       7081-CONSTATE-AJUSTE-FIN.
           EXIT.
      *-------------------------------------
      *7082 RECALCULE LA QUANTITE EN UNITES DE STOCK A PARTIR DE LA
      *     QUANTITE EN UNITES D ACHAT - AU DELA DE LA CAPACITE DE
      *     WS-CDE-QTE, LA COMMANDE EST RAMENEE AU PLUS GRAND NOMBRE
      *     ENTIER D UNITES D ACHAT QUI Y TIENT
      *------------------------------------
       7082-QTE-EN-STOCK-DEB.
      *
           IF  CDE-UNITE-STOCK
               MOVE WS-QTE-ACH           TO WS-CDE-QTE
           ELSE
               COMPUTE WS-CDE-QTE = WS-QTE-ACH * WS-CDE-CONV
                   ON SIZE ERROR
                       DIVIDE 999999 BY WS-CDE-CONV
                           GIVING WS-QTE-ACH
                       MULTIPLY WS-QTE-ACH BY WS-CDE-CONV
                           GIVING WS-CDE-QTE
               END-COMPUTE
           END-IF.
           MOVE WS-QTE-ACH               TO WS-CDE-QTE-ACH.
      *
       7082-QTE-EN-STOCK-FIN.
           EXIT.
      *-------------------------------------
      *7084 CONVERTIT LA QUANTITE EN UNITES DE STOCK WS-CDE-QTE EN
      *     UNITES D ACHAT ENTIERES, ARRONDIES PAR EXCES, PUIS
      *     RECALCULE LA QUANTITE EN UNITES DE STOCK CORRESPONDANTE
      *------------------------------------
       7084-QTE-EN-ACHAT-DEB.
      *
           IF  CDE-UNITE-STOCK
               MOVE WS-CDE-QTE           TO WS-QTE-ACH
           ELSE
               DIVIDE WS-CDE-QTE BY WS-CDE-CONV
                   GIVING WS-QTE-ACH REMAINDER WS-CNV-RESTE
               IF  WS-CNV-RESTE > ZERO
                   ADD  1                TO WS-QTE-ACH
               END-IF
           END-IF.
           PERFORM  7082-QTE-EN-STOCK-DEB
              THRU  7082-QTE-EN-STOCK-FIN.
      *
       7084-QTE-EN-ACHAT-FIN.
           EXIT.
      *-------------------------------------
      *7088 REPREND DU CATALOGUE CAF0101 L UNITE D ACHAT ET LA
      *     CONVERSION DU FOURNISSEUR RETENU POUR L ARTICLE (SANS
      *     ENTREE, SANS CATALOGUE OU CONVERSION A 1 : UNITE DE
      *     STOCK) ET Y CONVERTIT LA QUANTITE PROPOSEE - L ARRONDI
      *     A L UNITE D ACHAT SUPERIEURE EST UN AJUSTEMENT 'CNV'
      *------------------------------------
       7088-UNITE-ACHAT-DEB.
      *
           MOVE SPACES                   TO WS-CDE-UNITE-ACH.
           MOVE ZERO                     TO WS-CDE-CONV.
           IF  CAF-DISPONIBLE-FIC
               MOVE WS-CDE-ART-CODE      TO FS-KEY-CAF (1:5)
               MOVE WS-CDE-FOU-CODE      TO FS-KEY-CAF (6:5)
               PERFORM  6155-READ-F-CAF-E-DEB
                  THRU  6155-READ-F-CAF-E-FIN
               IF  CAF-OK
                   AND WS-CAF-CONV NUMERIC
                   AND NOT CAF-UNITE-STOCK
                   MOVE WS-CAF-UNITE-ACH TO WS-CDE-UNITE-ACH
                   MOVE WS-CAF-CONV      TO WS-CDE-CONV
                   ADD  1                TO WS-NB-CDE-UNITE
               END-IF
           END-IF.
      *
           PERFORM  7084-QTE-EN-ACHAT-DEB
              THRU  7084-QTE-EN-ACHAT-FIN.
           IF  WS-CDE-QTE NOT = WS-QTE-AVANT-REGLE
               MOVE 'CNV '               TO WS-MOTIF-AJUSTE (13:4)
           END-IF.
      *
       7088-UNITE-ACHAT-FIN.
           EXIT.
      *-------------------------------------
      *7089 EXAMINE LES QUANTITES DE LOTS ACTIFS PAR DEPOT DE
      *
       7091-CREE-PROPOSITION-FIN.
           EXIT.
      *-------------------------------------
      *7100 RAPPROCHE L ARTICLE WS-ART-CHERCHE DU TABLEAU DES NIVEAUX
      *     (ARTICLES ET NIVEAUX SONT DANS L ORDRE DES CODES ARTICLE) :
      *     WS-IND-SDP-CUR POINTE SON PREMIER NIVEAU SI NIV-ART-TROUVE
      *------------------------------------
       7100-RATTACHE-NIVEAU-DEB.
      *
           SET  NIV-ART-ABSENT           TO TRUE.
           SET  NIV-RECH-ENCOURS         TO TRUE.
           PERFORM  7105-AVANCE-NIVEAU-DEB
              THRU  7105-AVANCE-NIVEAU-FIN
             UNTIL  NIV-RECH-FIN.
      *
       7100-RATTACHE-NIVEAU-FIN.
           EXIT.
       7105-AVANCE-NIVEAU-DEB.
      *
           IF  WS-IND-SDP-CUR > WS-NB-SDP
               SET  NIV-RECH-FIN         TO TRUE
               GO TO 7105-AVANCE-NIVEAU-FIN
           END-IF.
      *
           IF  WS-TSDP-ART(WS-IND-SDP-CUR) < WS-ART-CHERCHE
               ADD  1                    TO WS-IND-SDP-CUR
           ELSE
               IF  WS-TSDP-ART(WS-IND-SDP-CUR) = WS-ART-CHERCHE
                   SET  NIV-ART-TROUVE   TO TRUE
               END-IF
               SET  NIV-RECH-FIN         TO TRUE
           END-IF.
      *
       7105-AVANCE-NIVEAU-FIN.
           EXIT.
      *-------------------------------------
      *7110 RELEVE LE STOCK ACTIF DU DEPOT DU NIVEAU EXAMINE
      *------------------------------------
       7110-CHERCHE-DEPOT-DEB.
      *
           IF  WS-TDEP-CODE(WS-IND-DEPOT) = WS-TSDP-DEPOT(WS-IND-SDP)
               MOVE WS-TDEP-QTE(WS-IND-DEPOT) TO WS-QTE-DEP
               MOVE WS-IND-DEPOT         TO WS-IND-DEP-CIBLE
           END-IF.
      *
       7110-CHERCHE-DEPOT-FIN.
           EXIT.
      *-------------------------------------
      *7120 RETIENT LE DEPOT DONNEUR LE PLUS EXCEDENTAIRE : STOCK
      *     ACTIF AU DELA DU MAXIMUM DU DEPOT (SEUIL D ALERTE DE
      *     L ARTICLE POUR UN DEPOT SANS NIVEAU)
      *------------------------------------
       7120-CHERCHE-DONNEUR-DEB.
      *
           IF  WS-TDEP-CODE(WS-IND-DEPOT) = WS-TSDP-DEPOT(WS-IND-SDP)
               GO TO 7120-CHERCHE-DONNEUR-FIN
           END-IF.
      *
           MOVE WS-TART-ALERT(WS-IND-ART) TO WS-QTE-GARDE.
           SET  GARDE-RECH-ENCOURS       TO TRUE.
           PERFORM  7125-CHERCHE-GARDE-DEB
              THRU  7125-CHERCHE-GARDE-FIN
             VARYING WS-IND-SDP-DON
                FROM WS-TART-SDP-DEB(WS-IND-ART) BY 1
             UNTIL  GARDE-RECH-FIN.
      *
           IF  WS-TDEP-QTE(WS-IND-DEPOT) > WS-QTE-GARDE
               COMPUTE WS-QTE-EXCEDENT = WS-TDEP-QTE(WS-IND-DEPOT)
                                       - WS-QTE-GARDE
               IF  WS-QTE-EXCEDENT > WS-QTE-MAX
                   MOVE WS-QTE-EXCEDENT  TO WS-QTE-MAX
                   MOVE WS-TDEP-CODE(WS-IND-DEPOT) TO WS-DEP-MAX
               END-IF
           END-IF.
      *
       7120-CHERCHE-DONNEUR-FIN.
           EXIT.
       7125-CHERCHE-GARDE-DEB.
      *
           IF  WS-IND-SDP-DON > WS-NB-SDP
               SET  GARDE-RECH-FIN       TO TRUE
               GO TO 7125-CHERCHE-GARDE-FIN
           END-IF.
           IF  WS-TSDP-ART(WS-IND-SDP-DON) NOT = WS-ART-CHERCHE
               SET  GARDE-RECH-FIN       TO TRUE
               GO TO 7125-CHERCHE-GARDE-FIN
           END-IF.
      *
           IF  WS-TSDP-DEPOT(WS-IND-SDP-DON)
                             = WS-TDEP-CODE(WS-IND-DEPOT)
               MOVE WS-TSDP-MAX(WS-IND-SDP-DON) TO WS-QTE-GARDE
               SET  GARDE-RECH-FIN       TO TRUE
           END-IF.
      *
       7125-CHERCHE-GARDE-FIN.
           EXIT.
      *-------------------------------------
      *7130 ECRIT LA PROPOSITION DE TRANSFERT DU DEPOT DONNEUR VERS
      *     LE DEPOT SOUS SON MINIMUM (TRP0101) ET L EDITE
      *------------------------------------
       7130-CREE-TRANSFERT-DEP-DEB.
      *
           MOVE WS-ART-CHERCHE           TO WS-TRP-ART-CODE.
           MOVE WS-DATEJ-N               TO WS-TRP-DATE.
           MOVE WS-DEP-MAX               TO WS-TRP-DEPOT-ORIG.
           MOVE WS-TSDP-DEPOT(WS-IND-SDP) TO WS-TRP-DEPOT-CIBLE.
           MOVE WS-QTE-BESOIN            TO WS-TRP-QTE.
           SET  TRP-PROPOSE              TO TRUE.
      *
           PERFORM  6240-WRITE-F-TRP-S-DEB
              THRU  6240-WRITE-F-TRP-S-FIN.
      *
           MOVE WS-ART-CHERCHE           TO WS-LTRD-ART-ED.
           MOVE WS-DEP-MAX               TO WS-LTRD-ORIG-ED.
           MOVE WS-TSDP-DEPOT(WS-IND-SDP) TO WS-LTRD-CIBLE-ED.
           MOVE WS-QTE-BESOIN            TO WS-LTRD-QTE-ED.
           WRITE FS-BUFF-F-ETAT-CDE-S FROM WS-LTRD-DETAIL.
      *
           ADD  1                        TO WS-NB-TRF-PROP.
      *
       7130-CREE-TRANSFERT-DEP-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
               MOVE 'OUVERTE '            TO WS-LCDE-ETAT-ED
           END-IF.
           MOVE WS-CDE-FOU-MOTIF          TO WS-LCDE-MOTIF-ED.
           IF  NOT CDE-FOU-ATTITRE AND NOT CDE-FOU-CONTRAT
               ADD  1                     TO WS-NB-CDE-CATAL
           END-IF.
           IF  CDE-FOU-NOTE
               ADD  1                     TO WS-NB-CHOIX-NOTE
           END-IF.
      *
           WRITE FS-BUFF-F-ETAT-CDE-S FROM WS-LCDE-DETAIL.
      *
      *    COMMANDE EN UNITE D ACHAT : QUANTITE TRANSMISE AU
      *    FOURNISSEUR EDITEE SOUS LA COMMANDE
           IF  NOT CDE-UNITE-STOCK
               MOVE WS-CDE-QTE-ACH        TO WS-LUNA-QTE-ED
               MOVE WS-CDE-UNITE-ACH      TO WS-LUNA-UNITE-ED
               MOVE WS-CDE-CONV           TO WS-LUNA-CONV-ED
               WRITE FS-BUFF-F-ETAT-CDE-S FROM WS-LUNA-DETAIL
           END-IF.
      *
      *    L AJUSTEMENT DE QUANTITE (REGLES FOURNISSEUR) EST EDITE
      *    SOUS LA COMMANDE CONCERNEE
           IF  QTE-AJUSTEE
                                                 WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-CDE-CATAL               TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'NB APPELS DE LIVRAISON SUR CONTRAT' TO
                                                 WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-CDE-APPEL               TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'NB QUANTITES AJUSTEES (REGLES FOURN)' TO
                                                 WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-CDE-AJUSTE              TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'NB COMMANDES EN UNITE D ACHAT' TO
                                                 WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-CDE-UNITE               TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'NB TRANSFERTS INTER-DEPOTS PROPOSES' TO
                                                 WS-LCRE-DET-LIB-ED.
                                                 WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-ART-BLOQUE              TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'NB FOURN. CATALOGUE ECARTES (NOTE)' TO
                                                 WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-FOU-EXCLU               TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'NB CHOIX DEPARTAGES PAR LA NOTE' TO
                                                 WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-CHOIX-NOTE              TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'NB NIVEAUX DE DEPOT LUS'     TO WS-LCRE-DET-LIB-ED.
           MOVE WS-CNIV                       TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'NB ALERTES GLOBALES GEREES PAR DEPOT' TO
                                                 WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-ART-NIVDEP              TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           MOVE 'NB DEPOTS SOUS LEUR MINIMUM' TO WS-LCRE-DET-LIB-ED.
           MOVE WS-NB-DEP-ALERTE              TO WS-LCRE-DET-TOT-ED.
           DISPLAY WS-LCRE-DETAIL.
      *
           DISPLAY WS-LCRE-ASTER.
      *
