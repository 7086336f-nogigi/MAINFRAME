      *COMPTE. CHAQUE DEMANDE REJETEE EST EDITEE AVEC SON MOTIF. L    *
      *IBAN DU NOUVEAU COMPTE EST GENERE (SOUS PROGRAMME ARIO851),    *
      *PORTE PAR LA CORRESPONDANCE IBA0101 ET EDITE SOUS LA DEMANDE. *
      *LE CODE PRODUIT FACULTATIF EST CONTROLE SUR PRD0101 ET PORTE   *
      *SUR LE COMPTE. UN DEPOT A TERME CREE EN OUTRE SON CONTRAT SUR  *
      *DAT0101 (COPY DEPTERME) : CAPITAL = DEPOT INITIAL, TAUX DU     *
      *BAREME DU PRODUIT POUR CE CAPITAL, ECHEANCE = DATE DU JOUR +   *
      *DUREE DU PRODUIT, COMPTE DE VERSEMENT ET OPTION D ECHEANCE.    *
      *LE CLIENT DE LA DEMANDE DOIT AVOIR UN DOSSIER DE CONNAISSANCE  *
      *CLIENT VALIDE SUR KYC0101 (COPY KYCCLI) : PIECE D IDENTITE NON *
      *EXPIREE ET REVUE PERIODIQUE NON ECHUE.                         *
      *SYSOUT -> ETAT DES DEMANDES ACCEPTEES ET REJETEES              *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      * 02/09/2026    ! JOURNALISATION AVANT/APRES DU FICHIER DES   *
      *               ! COMPTES (CPJ0101, COPY CPTJRNL) -            *
      *               ! RECONSTITUTION EN AVANT PAR ARIO407          *
      *               !                                               *
      * 15/10/2026    ! PRODUITS D EPARGNE ET DE DEPOT A TERME :      *
      *               ! CONTROLE DU CODE PRODUIT (PRD0101) ET         *
      *               ! CREATION DU CONTRAT DE DEPOT A TERME (DAT0101)*
      *               !                                               *
      * 15/10/2026    ! CONNAISSANCE CLIENT : LE CLIENT DE LA DEMANDE *
      *               ! DOIT AVOIR UN DOSSIER KYC0101 VALIDE (PIECE   *
      *               ! NON EXPIREE, REVUE NON ECHUE)                 *
      *===============================================================*
      *
      *************************
                   FILE STATUS         IS WS-FS-XIB-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-PRD-E : FICHIER DES PRODUITS D EPARGNE
      *                      ET DE DEPOT A TERME
      *                      -------------------------------------------
           SELECT  F-PRD-E             ASSIGN TO IO004
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-PRD
                   FILE STATUS         IS WS-FS-PRD-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-DAT-ES : CONTRATS DE DEPOT A TERME (IO)
      *                      -------------------------------------------
           SELECT  F-DAT-ES            ASSIGN TO IO005
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-DAT
                   FILE STATUS         IS WS-FS-DAT-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-KYC-E : DOSSIERS DE CONNAISSANCE CLIENT
      *                      -------------------------------------------
           SELECT  F-KYC-E             ASSIGN TO IO006
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-KYC
                   FILE STATUS         IS WS-FS-KYC-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-S : SYSOUT ETAT DES DEMANDES
      *                      -------------------------------------------
           SELECT  F-ETAT-S            ASSIGN TO ETATCPT
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :DEMCPT IO001 A IO006 ETATCPT                        *
      *===============================================================*
      *
      ***************
       01  FS-BUFF-F-XIB-ES.
           05  FS-KEY-XIB        PIC X(27).
           05  FILLER            PIC X(13).
      *FICHIER DES PRODUITS
       FD  F-PRD-E
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-PRD-E.
           05  FS-KEY-PRD        PIC X(3).
           05  FILLER            PIC X(97).
      *CONTRATS DE DEPOT A TERME (IO)
       FD  F-DAT-ES
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-DAT-ES.
           05  FS-KEY-DAT        PIC X(10).
           05  FILLER            PIC X(70).
      *DOSSIERS DE CONNAISSANCE CLIENT
       FD  F-KYC-E
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-KYC-E.
           05  FS-KEY-KYC        PIC X(6).
           05  FILLER            PIC X(74).
      *SYSOUT ETAT DES DEMANDES (SORTIE)
       FD  F-ETAT-S
           RECORDING MODE IS F.
           05  FILLER        PIC X(2).
       COPY CLIENT.
       COPY CPTXIBAN.
       COPY PRODUIT.
       COPY DEPTERME.
       COPY KYCCLI.
      *
           EXEC SQL
               INCLUDE FCPTES
           88 XIB-OK                             VALUE '00'.
       01  WS-FS-ETAT-S     PIC X(2).
           88 ETAT-OK                            VALUE '00'.
       01  WS-FS-PRD-E      PIC X(2).
           88 PRD-OK                             VALUE '00'.
           88 PRD-INEXISTANT                     VALUE '23'.
           88 PRD-FICHIER-ABSENT                 VALUE '35'.
       01  WS-FS-DAT-ES     PIC X(2).
           88 DAT-OK                             VALUE '00'.
           88 DAT-FICHIER-ABSENT                 VALUE '35'.
       01  WS-FS-KYC-E      PIC X(2).
           88 KYC-OK                             VALUE '00'.
           88 KYC-INEXISTANT                     VALUE '23'.
           88 KYC-FICHIER-ABSENT                 VALUE '35'.
      *SWITCH DISPONIBILITE DU FICHIER KYC
       01  WS-SW-KYC-DISPO  PIC X                VALUE '0'.
           88 FKYC-DISPONIBLE                    VALUE '1'.
           88 FKYC-INDISPONIBLE                  VALUE '0'.
      *SWITCH DISPONIBILITE DU FICHIER DES PRODUITS
       01  WS-SW-PRD-DISPO  PIC X                VALUE '0'.
           88 FPRD-DISPONIBLE                    VALUE '1'.
           88 FPRD-INDISPONIBLE                  VALUE '0'.
      *CREATION DU CONTRAT DE DEPOT A TERME : OPTION D ECHEANCE,
      *RECHERCHE DU TAUX DU BAREME ET CALCUL DE L ECHEANCE
       01  WS-OPTION-ECH    PIC X                VALUE SPACE.
           88 OPTION-ECH-VALIDE                  VALUE 'V' 'R'.
       01  WS-IND-TR        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-SW-TAUX       PIC X                VALUE '0'.
           88 TAUX-TROUVE                        VALUE '1'.
           88 TAUX-A-CHERCHER                    VALUE '0'.
       01  WS-DATE-ECH.
           05  WS-ECH-AAAA  PIC 9(4).
           05  WS-ECH-MM    PIC 9(2).
           05  WS-ECH-JJ    PIC 9(2).
       01  WS-DATE-ECH-N REDEFINES WS-DATE-ECH
                            PIC 9(8).
       01  WS-NB-MOIS       PIC 9(5)             VALUE ZERO.
       01  WS-QUOTIENT      PIC 9(5)             VALUE ZERO.
       01  WS-RESTE         PIC 9(4)             VALUE ZERO.
       01  WS-DERNIER-JOUR  PIC 9(2)             VALUE ZERO.
      *GENERATION DE L IBAN DU NOUVEAU COMPTE (SOUS PROGRAMME
      *ARIO851) - L IBAN EST PORTE PAR LA CORRESPONDANCE IBA0101,
      *L ENREGISTREMENT COMPTE N AYANT PAS LA PLACE DE LE PORTER
               10 WS-AA     PIC 9(2).
           05  WS-MM        PIC 9(2).
           05  WS-DD        PIC 9(2).
       01  WS-DATE-J-N REDEFINES WS-DATE-J
                            PIC 9(8).
       01 WS-DB2-DATE.
          05 WS-DD          PIC 9(2).
          05 FILLER         PIC X               VALUE '/'.
       01  WS-NB-DEM-LUES   PIC 9(7)             VALUE ZERO.
       01  WS-NB-ACCEPTEES  PIC 9(7)             VALUE ZERO.
       01  WS-NB-REJETEES   PIC 9(7)             VALUE ZERO.
       01  WS-NB-DAT-CREES  PIC 9(7)             VALUE ZERO.
      *LIGNES DE L ETAT DES DEMANDES
       01  WS-LETAT-TITRE.
           05  FILLER       PIC X(14) VALUE '  ARIO431 -   '.
                   GO TO 2000-CONTROLE-DEMANDE-FIN
               END-IF
           END-IF.
      *
           IF  WS-DEM-CLIENT NOT = SPACE
               PERFORM  2200-CONTROLE-KYC-DEB
                  THRU  2200-CONTROLE-KYC-FIN
               IF  DEM-REJETEE
                   GO TO 2000-CONTROLE-DEMANDE-FIN
               END-IF
           END-IF.
      *
           IF  WS-DEM-PRODUIT NOT = SPACE
               PERFORM  2100-CONTROLE-PRODUIT-DEB
                  THRU  2100-CONTROLE-PRODUIT-FIN
               IF  DEM-REJETEE
                   GO TO 2000-CONTROLE-DEMANDE-FIN
               END-IF
           END-IF.
      *
           PERFORM  6020-READ-F-CPTE-ES-DEB
              THRU  6020-READ-F-CPTE-ES-FIN.
       2000-CONTROLE-DEMANDE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2100 CONTROLE LE CODE PRODUIT SUR PRD0101 ; UN DEPOT A
      * TERME EXIGE UN DEPOT INITIAL, UN COMPTE DE VERSEMENT OUVERT
      * ET UNE OPTION D ECHEANCE (A BLANC : OPTION DU PRODUIT)
      *----------------------------------------------------
       2100-CONTROLE-PRODUIT-DEB.
      *
           IF  FPRD-INDISPONIBLE
               MOVE 'FICHIER DES PRODUITS ABSENT'
                                        TO WS-MOTIF-REJET
               SET  DEM-REJETEE         TO TRUE
               GO TO 2100-CONTROLE-PRODUIT-FIN
           END-IF.
           PERFORM  6027-READ-F-PRD-E-DEB
              THRU  6027-READ-F-PRD-E-FIN.
           IF  PRD-INEXISTANT
               MOVE 'PRODUIT INCONNU'   TO WS-MOTIF-REJET
               SET  DEM-REJETEE         TO TRUE
               GO TO 2100-CONTROLE-PRODUIT-FIN
           END-IF.
           IF  NOT PRD-TERME
               GO TO 2100-CONTROLE-PRODUIT-FIN
           END-IF.
      *
           IF  WS-DEM-MT-N NOT > ZERO
               MOVE 'DEPOT A TERME SANS DEPOT INITIAL'
                                        TO WS-MOTIF-REJET
               SET  DEM-REJETEE         TO TRUE
               GO TO 2100-CONTROLE-PRODUIT-FIN
           END-IF.
           IF  WS-DEM-OPTION-ECH = SPACE
               MOVE WS-PRD-OPTION-ECH   TO WS-OPTION-ECH
           ELSE
               MOVE WS-DEM-OPTION-ECH   TO WS-OPTION-ECH
           END-IF.
           IF  NOT OPTION-ECH-VALIDE
               MOVE 'OPTION D ECHEANCE INVALIDE'
                                        TO WS-MOTIF-REJET
               SET  DEM-REJETEE         TO TRUE
               GO TO 2100-CONTROLE-PRODUIT-FIN
           END-IF.
           IF  WS-DEM-CPTE-VERS = SPACE
               OR WS-DEM-CPTE-VERS = WS-DEM-CPTE
               MOVE 'COMPTE DE VERSEMENT INVALIDE'
                                        TO WS-MOTIF-REJET
               SET  DEM-REJETEE         TO TRUE
               GO TO 2100-CONTROLE-PRODUIT-FIN
           END-IF.
           PERFORM  6022-READ-CPTE-VERS-DEB
              THRU  6022-READ-CPTE-VERS-FIN.
           IF  CPTEES-INEXISTANT
               MOVE 'COMPTE DE VERSEMENT INEXISTANT'
                                        TO WS-MOTIF-REJET
               SET  DEM-REJETEE         TO TRUE
           END-IF.
      *
       2100-CONTROLE-PRODUIT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2200 CONTROLE LE DOSSIER DE CONNAISSANCE CLIENT SUR
      * KYC0101 : DOSSIER PRESENT, PIECE D IDENTITE NON EXPIREE ET
      * REVUE PERIODIQUE NON ECHUE
      *----------------------------------------------------
       2200-CONTROLE-KYC-DEB.
      *
           IF  FKYC-INDISPONIBLE
               MOVE 'FICHIER KYC ABSENT'
                                        TO WS-MOTIF-REJET
               SET  DEM-REJETEE         TO TRUE
               GO TO 2200-CONTROLE-KYC-FIN
           END-IF.
           PERFORM  6026-READ-F-KYC-E-DEB
              THRU  6026-READ-F-KYC-E-FIN.
           IF  KYC-INEXISTANT
               MOVE 'DOSSIER KYC ABSENT'
                                        TO WS-MOTIF-REJET
               SET  DEM-REJETEE         TO TRUE
               GO TO 2200-CONTROLE-KYC-FIN
           END-IF.
           IF  WS-KYC-DOC-EXPIR < WS-DATE-J-N
               MOVE 'PIECE D IDENTITE EXPIREE'
                                        TO WS-MOTIF-REJET
               SET  DEM-REJETEE         TO TRUE
               GO TO 2200-CONTROLE-KYC-FIN
           END-IF.
           IF  WS-KYC-PROCH-REVUE < WS-DATE-J-N
               MOVE 'REVUE KYC ECHUE'   TO WS-MOTIF-REJET
               SET  DEM-REJETEE         TO TRUE
           END-IF.
      *
       2200-CONTROLE-KYC-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 CREE LE COMPTE SUR F-CPTE-ES PUIS DANS TCPTES
      *----------------------------------------------------
       3000-CREATION-COMPTE-DEB.
           MOVE WS-DATE-J               TO WS-CPTES-DMAJ.
           MOVE WS-DEM-DEVISE           TO WS-CPTES-DEVISE.
           MOVE WS-DEM-CLIENT           TO WS-CPTES-CLIENT.
           MOVE WS-DEM-PRODUIT          TO WS-CPTES-PRODUIT.
           MOVE ZERO                    TO WS-CPTES-RETR-AAMM.
           MOVE ZERO                    TO WS-CPTES-NB-RETR.
           PERFORM  6040-WRITE-F-CPTE-ES-DEB
              THRU  6040-WRITE-F-CPTE-ES-FIN.
      *
               DISPLAY 'GENERATION IBAN EN ECHEC POUR LE COMPTE '
                       WS-DEM-CPTE
           END-IF.
      *
           IF  WS-DEM-PRODUIT NOT = SPACE
               AND PRD-TERME
               PERFORM  3100-CREATION-DAT-DEB
                  THRU  3100-CREATION-DAT-FIN
           END-IF.
      *
       3000-CREATION-COMPTE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3100 CREE LE CONTRAT DE DEPOT A TERME SUR DAT0101 : TAUX
      * DE LA PREMIERE TRANCHE DU BAREME COUVRANT LE CAPITAL (PLAFOND
      * A ZERO = SANS LIMITE), ECHEANCE A LA DATE DU JOUR AUGMENTEE
      * DE LA DUREE DU PRODUIT (JOUR RAMENE A LA FIN DU MOIS)
      *----------------------------------------------------
       3100-CREATION-DAT-DEB.
      *
           MOVE SPACE                   TO WS-DAT-ENR.
           MOVE WS-DEM-CPTE             TO WS-DAT-CPTE.
           MOVE WS-DEM-PRODUIT          TO WS-DAT-PRODUIT.
           MOVE WS-DEM-MT-N             TO WS-DAT-CAPITAL.
           MOVE ZERO                    TO WS-DAT-TAUX.
           SET  TAUX-A-CHERCHER         TO TRUE.
           PERFORM  7010-TESTE-TRANCHE-DEB
              THRU  7010-TESTE-TRANCHE-FIN
             VARYING WS-IND-TR FROM 1 BY 1
             UNTIL  WS-IND-TR > 3
                OR  TAUX-TROUVE.
           MOVE WS-DATE-J               TO WS-DATE-ECH.
           MOVE WS-DATE-ECH-N           TO WS-DAT-DATE-DEB.
           PERFORM  7020-CALC-ECHEANCE-DEB
              THRU  7020-CALC-ECHEANCE-FIN.
           MOVE WS-DATE-ECH-N           TO WS-DAT-DATE-ECH.
           MOVE WS-DEM-CPTE-VERS        TO WS-DAT-CPTE-VERS.
           MOVE WS-OPTION-ECH           TO WS-DAT-OPTION.
           SET  DAT-ACTIF               TO TRUE.
           MOVE ZERO                    TO WS-DAT-DATE-TRT.
           MOVE ZERO                    TO WS-DAT-INTERETS.
           PERFORM  6045-WRITE-F-DAT-ES-DEB
              THRU  6045-WRITE-F-DAT-ES-FIN.
           ADD  1                       TO WS-NB-DAT-CREES.
      *
       3100-CREATION-DAT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-PRD-E.
           EVALUATE TRUE
               WHEN PRD-OK
                  SET FPRD-DISPONIBLE  TO TRUE
               WHEN PRD-FICHIER-ABSENT
      *           PAS DE FICHIER DES PRODUITS : DEMANDES AVEC CODE
      *           PRODUIT REJETEES
                  SET FPRD-INDISPONIBLE
                                       TO TRUE
                  DISPLAY 'FICHIER DES PRODUITS ABSENT - COMPTES '
                          'COURANTS SEULS'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-PRD-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-PRD-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           OPEN INPUT F-KYC-E.
           EVALUATE TRUE
               WHEN KYC-OK
                  SET FKYC-DISPONIBLE  TO TRUE
               WHEN KYC-FICHIER-ABSENT
      *           PAS DE FICHIER KYC : DEMANDES AVEC NUMERO CLIENT
      *           REJETEES
                  SET FKYC-INDISPONIBLE
                                       TO TRUE
                  DISPLAY 'FICHIER KYC ABSENT - DEMANDES AVEC CLIENT '
                          'REJETEES'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-KYC-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-KYC-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
      *    PREMIER PASSAGE : LE FICHIER DES CONTRATS EST CREE VIDE
           OPEN I-O F-DAT-ES.
           IF  DAT-FICHIER-ABSENT
               DISPLAY 'FICHIER DES DEPOTS A TERME ABSENT - CREATION'
               OPEN OUTPUT F-DAT-ES
               CLOSE F-DAT-ES
               OPEN I-O F-DAT-ES
           END-IF.
           IF NOT DAT-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-DAT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DAT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-S.
           IF WS-FS-ETAT-S NOT = '00'
       6020-READ-F-CPTE-ES-FIN.
           EXIT.
      *-------------------------------------
      *6022 CONTROLE L EXISTENCE DU COMPTE DE VERSEMENT D UN DEPOT
      *     A TERME SUR F-CPTE-ES
      *------------------------------------
       6022-READ-CPTE-VERS-DEB.
      *
           MOVE WS-DEM-CPTE-VERS        TO FS-KEY.
           READ F-CPTE-ES.
           IF NOT (CPTEES-OK OR CPTEES-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CPTE-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6022-READ-CPTE-VERS-FIN.
           EXIT.
      *-------------------------------------
      *6025 CONTROLE LE NUMERO CLIENT SUR LE FICHIER CLIENTS
      *------------------------------------
       6025-READ-F-CLI-E-DEB.
       6025-READ-F-CLI-E-FIN.
           EXIT.
      *-------------------------------------
      *6026 LIT LE DOSSIER KYC DU CLIENT DE LA DEMANDE
      *------------------------------------
       6026-READ-F-KYC-E-DEB.
      *
           MOVE WS-DEM-CLIENT           TO FS-KEY-KYC.
           READ F-KYC-E INTO WS-KYC-ENR.
           IF NOT (KYC-OK OR KYC-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-KYC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-KYC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6026-READ-F-KYC-E-FIN.
           EXIT.
      *-------------------------------------
      *6027 RECHERCHE LE PRODUIT DEMANDE SUR LE FICHIER DES PRODUITS
      *------------------------------------
       6027-READ-F-PRD-E-DEB.
      *
           MOVE WS-DEM-PRODUIT          TO FS-KEY-PRD.
           READ F-PRD-E INTO WS-PRD-ENR.
           IF NOT (PRD-OK OR PRD-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRD-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRD-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6027-READ-F-PRD-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 RECHERCHE LE COMPTE DEMANDE DANS LA TABLE TCPTES
      *------------------------------------
       6030-EXIST-TCPTES-DEB.
       6040-WRITE-F-CPTE-ES-FIN.
           EXIT.
      *-------------------------------------
      *6045 ECRIT LE CONTRAT DE DEPOT A TERME SUR F-DAT-ES
      *------------------------------------
       6045-WRITE-F-DAT-ES-DEB.
      *
           WRITE FS-BUFF-F-DAT-ES FROM WS-DAT-ENR.
           IF NOT DAT-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-DAT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DAT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6045-WRITE-F-DAT-ES-FIN.
           EXIT.
      *-------------------------------------
      *6095 CONSIGNE LA MISE A JOUR DU COMPTE AU JOURNAL CPJ0101
      *     (L OPERATION ET LES IMAGES SONT POSEES PAR L APPELANT,
      *     LA CLE EST PRISE SUR L IMAGE SIGNIFICATIVE)
               CLOSE F-CLI-E
           END-IF.
           CLOSE F-XIB-ES.
           IF  FPRD-DISPONIBLE
               CLOSE F-PRD-E
           END-IF.
           IF  FKYC-DISPONIBLE
               CLOSE F-KYC-E
           END-IF.
           CLOSE F-DAT-ES.
           CLOSE F-ETAT-S.
      *
       6090-CLOSE-FICHIERS-FIN.
      *
       7000-INIT-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7010 RETIENT LE TAUX DE LA TRANCHE SI ELLE COUVRE LE CAPITAL
      *------------------------------------
       7010-TESTE-TRANCHE-DEB.
      *
           IF  WS-PRD-PLAFOND(WS-IND-TR) = ZERO
               OR WS-DAT-CAPITAL NOT > WS-PRD-PLAFOND(WS-IND-TR)
               MOVE WS-PRD-TAUX(WS-IND-TR)
                                        TO WS-DAT-TAUX
               SET  TAUX-TROUVE         TO TRUE
           END-IF.
      *
       7010-TESTE-TRANCHE-FIN.
           EXIT.
      *-------------------------------------
      *7020 AJOUTE LA DUREE DU PRODUIT (EN MOIS) A WS-DATE-ECH ; LE
      *     JOUR EST RAMENE AU DERNIER JOUR DU MOIS S IL LE DEPASSE
      *------------------------------------
       7020-CALC-ECHEANCE-DEB.
      *
           COMPUTE WS-NB-MOIS = WS-ECH-MM - 1 + WS-PRD-DUREE-MOIS.
           DIVIDE WS-NB-MOIS BY 12
               GIVING WS-QUOTIENT REMAINDER WS-RESTE.
           ADD  WS-QUOTIENT             TO WS-ECH-AAAA.
           COMPUTE WS-ECH-MM = WS-RESTE + 1.
           EVALUATE WS-ECH-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30              TO WS-DERNIER-JOUR
               WHEN 02
                   MOVE 28              TO WS-DERNIER-JOUR
                   DIVIDE WS-ECH-AAAA BY 4
                       GIVING WS-QUOTIENT REMAINDER WS-RESTE
                   IF WS-RESTE = ZERO
                       MOVE 29          TO WS-DERNIER-JOUR
                       DIVIDE WS-ECH-AAAA BY 100
                           GIVING WS-QUOTIENT REMAINDER WS-RESTE
                       IF WS-RESTE = ZERO
                           MOVE 28      TO WS-DERNIER-JOUR
                           DIVIDE WS-ECH-AAAA BY 400
                               GIVING WS-QUOTIENT REMAINDER WS-RESTE
                           IF WS-RESTE = ZERO
                               MOVE 29  TO WS-DERNIER-JOUR
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31              TO WS-DERNIER-JOUR
           END-EVALUATE.
           IF  WS-ECH-JJ > WS-DERNIER-JOUR
               MOVE WS-DERNIER-JOUR     TO WS-ECH-JJ
           END-IF.
      *
       7020-CALC-ECHEANCE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-CPT.
           PERFORM  6060-WRITE-F-ETAT-S-DEB
              THRU  6060-WRITE-F-ETAT-S-FIN.
           MOVE 'DEPOTS A TERME CREES'  TO WS-LCPT-LIB.
           MOVE WS-NB-DAT-CREES         TO WS-LCPT-NB.
           WRITE FS-BUFF-F-ETAT-S FROM WS-LETAT-CPT.
           PERFORM  6060-WRITE-F-ETAT-S-DEB
              THRU  6060-WRITE-F-ETAT-S-FIN.
      *
       8030-TOTAUX-ETAT-FIN.
           EXIT.
           DISPLAY '* DEMANDES LUES       : ' WS-NB-DEM-LUES.
           DISPLAY '* DEMANDES ACCEPTEES  : ' WS-NB-ACCEPTEES.
           DISPLAY '* DEMANDES REJETEES   : ' WS-NB-REJETEES.
           DISPLAY '* DEPOTS A TERME CREES: ' WS-NB-DAT-CREES.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
