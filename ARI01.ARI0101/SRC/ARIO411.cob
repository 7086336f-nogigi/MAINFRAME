      *               ! PERSISTEES SUR L EXTRAIT DE CORRESPONDANCE  *
      *               ! F-XRF-S (REFXREF) : REFERENCE, COMPTE, DATE, *
      *               ! CODE, MONTANT, DEVISE                        *
      * 15/10/2026    ! REGLEMENT FOURNISSEUR (VIREMNT EMIS PAR       *
      *               ! ARIO954, CONTREPARTIE 'F' + CODE FOURNISSEUR) *
      *               ! : IBAN DU BENEFICIAIRE REPRIS DE FOUR0101 SUR *
      *               ! LE CLEARING SORTANT                           *
      * 15/10/2026    ! PRISE EN CHARGE DES MOUVEMENTS INTERET (AGIOS *
      *               ! DEBITEURS TRIMESTRIELS POSTES PAR ARIO485) :  *
      *               ! SIGNE PORTE PAR LE MONTANT, HORS CONTROLE DE  *
      *               ! DECOUVERT                                     *
      * 15/10/2026    ! PRODUITS D EPARGNE ET DE DEPOT A TERME        *
      *               ! (PRD0101, CODE PRODUIT SUR LE COMPTE) : CB,   *
      *               ! CHEQUE ET PRELEVT REJETES (INTERD EPG),       *
      *               ! RETRAITS DU MOIS PLAFONNES (QUOTA RETR),      *
      *               ! DEBITS D UN DEPOT A TERME NON ECHU (DAT0101)  *
      *               ! REJETES (TERME BLOQ)                          *
      * 15/10/2026    ! ECHEANCES DE PRETS A LA CONSOMMATION (ECHPRET *
      *               ! PRESENTE PAR ARIO489) : DEBIT SOUS CONTROLE   *
      *               ! DU DECOUVERT, INTERDIT SUR L EPARGNE ; LIGNE  *
      *               ! DU TABLEAU D AMORTISSEMENT (ECP0101) POINTEE  *
      *               ! PAYEE, OU IMPAYEE SUR DEPASSEMENT             *
      * 15/10/2026    ! CONTROLE DES PAIEMENTS CB CONTRE LE FICHIER   *
      *               ! DES CARTES (CRT0101, COPY CARTEBQ) : CARTE    *
      *               ! INCONNUE, BLOQUEE, PERDUE, VOLEE OU ECHUE ET  *
      *               ! DEPASSEMENT DES PLAFONDS JOUR / MOIS REJETES  *
      *               ! EN ANOMALIE ; CUMULS DE LA CARTE TENUS        *
      * 15/10/2026    ! CLEARING SORTANT PORTE A 114 OCTETS : LA      *
      *               ! REFERENCE UNIQUE DU MOUVEMENT (WS-CLR-REF)    *
      *               ! SERT AU RAPPROCHEMENT DU REGLEMENT (ARIO493)  *
      * 15/10/2026    ! RETOUR A LA BANQUE EMETTRICE D UNE ENTREE EN  *
      *               ! SUSPENS (VIREMNT ARIO494, CONTREPARTIE 'R' +  *
      *               ! CLE SUS0101) : CLEARING SORTANT DE TYPE R,    *
      *               ! IBAN ET REFERENCE EMETTEUR D ORIGINE REPRIS   *
      *               ! DE SUS0101 - CLEARING SORTANT A 130 OCTETS    *
      * 15/10/2026    ! VIREMENT SORTANT VERS UN BENEFICIAIRE NON     *
      *               ! ENREGISTRE OU INACTIF (BEN0101) REJETE (BENEF *
      *               ! INC) ; AU DELA DU SEUIL, VIREMENT VERS UN     *
      *               ! BENEFICIAIRE RECENT RETENU POUR REVUE         *
      *               ! (VRV0101, ATT REVUE) ; IBAN DU BENEFICIAIRE   *
      *               ! ENREGISTRE PORTE SUR LE CLEARING SORTANT      *
      * 15/10/2026    ! GEL DE MOTIF KYC (REVUE CLIENT EN RETARD, POSE*
      *               ! PAR ARIO496) : SEULS LES RETRAITS ET LES      *
      *               ! VIREMENTS EMIS SONT REJETES, ET PLUS AUCUN    *
      *               ! DES QUE LA REVUE DU TITULAIRE EST ENREGISTREE *
      *               ! SUR KYC0101 (ARIC238)                         *
      * 15/10/2026    ! REMISES DE CHEQUES (REMCHQ) : MONTANT CREDITE *
      *               ! MAIS INDISPONIBLE N JOURS OUVRES (ARIO831),   *
      *               ! INDISPONIBILITE ECRITE SUR IND0101 ; LE       *
      *               ! CONTROLE DU DECOUVERT ET LA PROVISION DES     *
      *               ! VIREMENTS PORTENT SUR LE SOLDE DISPONIBLE ;   *
      *               ! RETOUR IMPAYE (CHQIMP) CONTREPASSE ET ANNULE  *
      *               ! L INDISPONIBILITE (REJET REMISE INV SINON)    *
      * 15/10/2026    ! DEPASSEMENT DE DECOUVERT ET CHEQUE PRESENTE   *
      *               ! SOUS OPPOSITION DEPOSES EN EVENEMENTS DEC ET  *
      *               ! OPP SUR EVTCLI (COURRIER CLIENT, ARIO427)     *
      * 15/10/2026    ! MODE SIMULATION (CARTE SYSIN 'SIMU') : TOUS   *
      *               ! LES CONTROLES SONT JOUES ET LES ETATS EDITES  *
      *               ! MARQUES SIMULATION, SANS AUCUNE MISE A JOUR   *
      *               ! (COMPTES, JOURNAL, REGISTRES, EXTRAITS,       *
      *               ! RUN0101) ; SOLDES PROJETES PAR COMPTE ET      *
      *               ! RECAPITULATIF PAR DEVISE EDITES SUR ETATSIM   *
      *===============================================================*
      *
      *************************
      *                      -------------------------------------------
           SELECT  F-CPTE-ES           ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY
                   FILE STATUS         IS WS-FS-CPTE-ES.
      *                      -------------------------------------------
                   FILE STATUS         IS WS-FS-OPP-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-FOUR-E : FICHIER MAITRE DES FOURNISSEURS
      *                      (IBAN DU BENEFICIAIRE DES REGLEMENTS)
      *                      -------------------------------------------
           SELECT  F-FOUR-E            ASSIGN TO IO009
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-FOUR
                   FILE STATUS         IS WS-FS-FOUR-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-PRD-E : FICHIER DES PRODUITS D EPARGNE
      *                      ET DE DEPOT A TERME
      *                      -------------------------------------------
           SELECT  F-PRD-E             ASSIGN TO IO010
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-PRD
                   FILE STATUS         IS WS-FS-PRD-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-DAT-E : CONTRATS DE DEPOT A TERME
      *                      -------------------------------------------
           SELECT  F-DAT-E             ASSIGN TO IO011
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-DAT
                   FILE STATUS         IS WS-FS-DAT-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ECP-ES : TABLEAUX D AMORTISSEMENT DES
      *                      PRETS (POINTAGE DES ECHEANCES)
      *                      -------------------------------------------
           SELECT  F-ECP-ES            ASSIGN TO IO012
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-ECP
                   FILE STATUS         IS WS-FS-ECP-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CRT-ES : FICHIER DES CARTES BANCAIRES
      *                      (CONTROLE ET CUMULS DES PAIEMENTS CB)
      *                      -------------------------------------------
           SELECT  F-CRT-ES            ASSIGN TO IO013
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-CRT
                   FILE STATUS         IS WS-FS-CRT-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-SUS-E : ENTREES DE CLEARING EN SUSPENS
      *                      (IBAN ET REFERENCE DES RETOURS)
      *                      -------------------------------------------
           SELECT  F-SUS-E             ASSIGN TO IO014
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-SUS
                   FILE STATUS         IS WS-FS-SUS-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-BNF-E : BENEFICIAIRES ENREGISTRES DES
      *                      VIREMENTS SORTANTS
      *                      -------------------------------------------
           SELECT  F-BNF-E             ASSIGN TO IO015
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-BNF
                   FILE STATUS         IS WS-FS-BNF-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-VRV-ES : VIREMENTS RETENUS POUR REVUE
      *                      (IO)
      *                      -------------------------------------------
           SELECT  F-VRV-ES            ASSIGN TO IO016
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-VRV
                   FILE STATUS         IS WS-FS-VRV-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-KYC-E : DOSSIERS DE CONNAISSANCE CLIENT
      *                      -------------------------------------------
           SELECT  F-KYC-E             ASSIGN TO IO017
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-KYC
                   FILE STATUS         IS WS-FS-KYC-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-IND-ES : INDISPONIBILITES SUR REMISES
      *                      DE CHEQUES
      *                      -------------------------------------------
           SELECT  F-IND-ES            ASSIGN TO IO018
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-IND
                   FILE STATUS         IS WS-FS-IND-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-CLR-S : FICHIER DE CLEARING SORTANT
      *                      (VIREMENTS VERS LES AUTRES BANQUES)
      *                      -------------------------------------------
           SELECT  F-XRF-S             ASSIGN TO REFXREF
                   FILE STATUS         IS WS-FS-XRF-S.
      *                      -------------------------------------------
      *                      F-EVT-S : EVENEMENTS CLIENTS A NOTIFIER
      *                      (AJOUT, COURRIER EDITE PAR ARIO427)
      *                      -------------------------------------------
           SELECT  F-EVT-S             ASSIGN TO EVTCLI
                   FILE STATUS         IS WS-FS-EVT-S.
      *                      -------------------------------------------
      *                      F-SIM-S : SOLDES PROJETES D UNE SIMULATION
      *                      (CARTE SYSIN 'SIMU' UNIQUEMENT)
      *                      -------------------------------------------
           SELECT  F-SIM-S             ASSIGN TO ETATSIM
                   FILE STATUS         IS WS-FS-SIM-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
       01  FS-BUFF-F-OPP-E.
           05  FS-KEY-OPP        PIC X(16).
           05  FILLER            PIC X(14).
      *FICHIER MAITRE DES FOURNISSEURS
       FD  F-FOUR-E
           RECORD CONTAINS 140 CHARACTERS.
       01  FS-BUFF-F-FOUR-E.
           05  FS-KEY-FOUR       PIC X(5).
           05  FILLER            PIC X(135).
      *FICHIER DES PRODUITS D EPARGNE ET DE DEPOT A TERME
       FD  F-PRD-E
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-PRD-E.
           05  FS-KEY-PRD        PIC X(3).
           05  FILLER            PIC X(97).
      *CONTRATS DE DEPOT A TERME
       FD  F-DAT-E
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-DAT-E.
           05  FS-KEY-DAT        PIC X(10).
           05  FILLER            PIC X(70).
      *TABLEAUX D AMORTISSEMENT DES PRETS
       FD  F-ECP-ES
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-ECP-ES.
           05  FS-KEY-ECP        PIC X(15).
           05  FILLER            PIC X(65).
      *FICHIER DES CARTES BANCAIRES
       FD  F-CRT-ES
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-CRT-ES.
           05  FS-KEY-CRT        PIC X(16).
           05  FILLER            PIC X(84).
      *ENTREES DE CLEARING EN SUSPENS
       FD  F-SUS-E
           RECORD CONTAINS 100 CHARACTERS.
       01  FS-BUFF-F-SUS-E.
           05  FS-KEY-SUS        PIC X(13).
           05  FILLER            PIC X(87).
      *BENEFICIAIRES ENREGISTRES
       FD  F-BNF-E
           RECORD CONTAINS 120 CHARACTERS.
       01  FS-BUFF-F-BNF-E.
           05  FS-KEY-BNF        PIC X(20).
           05  FILLER            PIC X(100).
      *VIREMENTS RETENUS POUR REVUE
       FD  F-VRV-ES
           RECORD CONTAINS 130 CHARACTERS.
       01  FS-BUFF-F-VRV-ES.
           05  FS-KEY-VRV        PIC X(14).
           05  FILLER            PIC X(116).
      *DOSSIERS DE CONNAISSANCE CLIENT
       FD  F-KYC-E
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-KYC-E.
           05  FS-KEY-KYC        PIC X(6).
           05  FILLER            PIC X(74).
      *INDISPONIBILITES SUR REMISES DE CHEQUES
       FD  F-IND-ES
           RECORD CONTAINS 70 CHARACTERS.
       01  FS-BUFF-F-IND-ES.
           05  FS-KEY-IND        PIC X(24).
           05  FILLER            PIC X(46).
      *FICHIER DE CLEARING SORTANT
       FD  F-CLR-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-CLR-S       PIC X(130).
      *FICHIER CRE-EXT
       FD  F-CRE-EXT
           RECORDING MODE IS F.
       FD  F-XRF-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-XRF-S       PIC X(60).
      *EVENEMENTS CLIENTS A NOTIFIER (AJOUT)
       FD  F-EVT-S
           RECORD CONTAINS 120 CHARACTERS.
       01  FS-BUFF-F-EVT-S       PIC X(120).
      *SOLDES PROJETES D UNE SIMULATION
       FD  F-SIM-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-SIM-S       PIC X(80).
      *
      *JOURNAL DU FICHIER DES COMPTES
       FD  F-CPJ-S
       COPY GELCPTE.
       COPY TAUXCHG.
       COPY CPTXIBAN.
       COPY FOURNISS.
       COPY DECOUVRT.
       COPY CHEQUIER.
       COPY OPPOCHQ.
       COPY PRODUIT.
       COPY DEPTERME.
       COPY PRETECH.
       COPY CARTEBQ.
       COPY SUSPENS.
       COPY BENEFIC.
       COPY VIRREVUE.
       COPY KYCCLI.
       COPY INDISPO.
       COPY TP0CRE.
       COPY EVTCLI.
      *MY WS SECTION
      *FILE STATUS
       01  WS-FS-MVTS-E     PIC X(2).
       01  WS-FS-CPTE-ES    PIC X(2).
           88 CPTES-OK                           VALUE '00'.
           88 CPTES-INTROUVABLE                  VALUE '23'.
           88 CPTES-FIN                          VALUE '10'.
       01  WS-FS-ETAT-CLI-S PIC X(2).
           88 CLI-OK                             VALUE '00'.
       01  WS-FS-ETAT-ANO-S PIC X(2).
       01  WS-NB-ANO        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-NB-RETRAIT    PIC S9(4)     COMP   VALUE ZERO.
       01  WS-NB-CB         PIC S9(4)     COMP   VALUE ZERO.
       01  WS-NB-INTERET    PIC S9(4)     COMP   VALUE ZERO.
       01  WS-NB-ECH-PRET   PIC S9(4)     COMP   VALUE ZERO.
       01  WS-NB-ECH-NON-POINT
                            PIC S9(4)     COMP   VALUE ZERO.
       01  WS-SW-ECP-POINTE PIC X                VALUE SPACE.
       01  WS-NB-VIR        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-NB-GELES      PIC S9(4)     COMP   VALUE ZERO.
      *VIREMENT : SOLDE DE DEPART DU COMPTE EN COURS DE TRAITEMENT,
       01  WS-SW-MVT-GELE   PIC X                VALUE '0'.
           88 MVT-GELE                           VALUE '1'.
           88 MVT-NON-GELE                       VALUE '0'.
      *    COMPTE CONTROLE : COMPTE DU MOUVEMENT OU CONTREPARTIE
       01  WS-SW-GEL-COTE   PIC X                VALUE 'C'.
           88 GEL-COTE-COMPTE                    VALUE 'C'.
           88 GEL-COTE-CTR                       VALUE 'T'.
      *GEL DE MOTIF KYC (REVUE DU TITULAIRE PRINCIPAL EN RETARD) : NE
      *BLOQUE QUE LES RETRAITS ET LES VIREMENTS EMIS, ET EST IGNORE
      *DES QU UNE REVUE POSTERIEURE AU DEBUT DU GEL FIGURE SUR KYC0101
      *(FICHIER OPTIONNEL : ABSENT = LE GEL KYC S APPLIQUE TEL QUEL)
       01  WS-FS-KYC-E      PIC X(2).
           88 KYC-FS-OK                          VALUE '00'.
           88 KYC-FS-INEXISTANT                  VALUE '23'.
           88 KYC-FS-ABSENT                      VALUE '35'.
       01  WS-SW-KYC-DISPO  PIC X                VALUE '0'.
           88 KYC-DISPONIBLE                     VALUE '1'.
           88 KYC-INDISPONIBLE                   VALUE '0'.
       01  WS-NB-KYC-LEVES  PIC S9(4)     COMP   VALUE ZERO.
      *SWITCH COMPTE DORMANT (SIGNALEMENT SUR L ETATCLI)
       01  WS-SW-DORMANT    PIC X                VALUE '0'.
           88 CPT-EN-DORMANCE                    VALUE '1'.
      *    CONTREPARTIE ABSENTE DU MAITRE = VIREMENT SORTANT : LE
      *    DEBIT EST POSTE ET LA JAMBE CREDIT PART AU CLEARING
           88 VIR-SORTANT                        VALUE '2'.
      *    VIREMENT SORTANT VERS UN BENEFICIAIRE NON ENREGISTRE
      *    (BEN0101), RETENU POUR REVUE (VRV0101), REFUSE A LA REVUE
      *    OU DEJA POSTE APRES REVUE : REJET 4093
           88 VIR-BENEF-INCONNU                  VALUE '3'.
           88 VIR-EN-REVUE                       VALUE '4'.
           88 VIR-REVUE-REFUSEE                  VALUE '5'.
           88 VIR-DEJA-PASSE                     VALUE '6'.
       01  WS-TXC-LIB.
           05  FILLER                PIC X(7)  VALUE 'SSTAUX '.
           05  WS-TXC-LIB-DEV        PIC X(3).
               10  WS-TIBA-CPTE      PIC X(10).
               10  WS-TIBA-IBAN      PIC X(27).
       01  WS-IBAN-TROUVE   PIC X(27)            VALUE SPACE.
      *REGLEMENTS FOURNISSEUR (ARIO954) : LA CONTREPARTIE EST 'F' +
      *CODE FOURNISSEUR, L IBAN DU BENEFICIAIRE EST LU SUR FOUR0101
      *(FICHIER OPTIONNEL : ABSENT, L IBAN BENEFICIAIRE RESTE A BLANC)
       01  WS-FS-FOUR-E     PIC X(2).
           88 FOUR-OK                            VALUE '00'.
           88 FOUR-INEXISTANT                    VALUE '23'.
           88 FOUR-FICHIER-ABSENT                VALUE '35'.
       01  WS-SW-FOUR-DISPO PIC X                VALUE '0'.
           88 FOUR-DISPONIBLE                    VALUE '1'.
           88 FOUR-INDISPONIBLE                  VALUE '0'.
       01  WS-CTR-FOURNISSEUR.
           05  WS-CTRF-TYPE          PIC X(1).
               88 CTR-EST-FOURNISSEUR            VALUE 'F'.
           05  WS-CTRF-CODE          PIC X(5).
           05  WS-CTRF-RESTE         PIC X(4).
       01  WS-IBAN-BENEF    PIC X(27)            VALUE SPACE.
       01  WS-FS-CLR-S      PIC X(2).
           88 CLR-OK                             VALUE '00'.
       01  WS-NB-VIR-SORT   PIC S9(4)     COMP   VALUE ZERO.
           05  WS-XRF-MT             PIC 9(9)V99.
           05  WS-XRF-DEVISE         PIC X(3).
           05  FILLER                PIC X(7)  VALUE SPACES.
      *EVENEMENTS CLIENTS : DEPASSEMENT DE DECOUVERT (DEC) ET CHEQUE
      *PRESENTE SOUS OPPOSITION (OPP), REFERENCE = CELLE DU MOUVEMENT
       01  WS-FS-EVT-S      PIC X(2).
           88 EVT-OK                             VALUE '00'.
       01  WS-NB-EVT-DEPOSES PIC S9(5)    COMP   VALUE ZERO.
      *ENREGISTREMENT DU CLEARING SORTANT
       01  WS-CLR-ENR.
           05  WS-CLR-TYPE           PIC X(1)  VALUE 'V'.
           05  WS-CLR-MT             PIC 9(9)V99.
           05  WS-CLR-DEVISE         PIC X(3).
           05  WS-CLR-DATE           PIC 9(8).
      *    IBAN DU BENEFICIAIRE, CONNU POUR LES REGLEMENTS
      *    FOURNISSEUR (FOUR0101) - SPACES SINON
           05  WS-CLR-IBAN-BENEF     PIC X(27).
           05  FILLER                PIC X(3)  VALUE SPACES.
      *    REFERENCE UNIQUE DU MOUVEMENT, RESTITUEE PAR LA CHAMBRE
      *    DE COMPENSATION DANS SON COMPTE RENDU DE REGLEMENT
           05  WS-CLR-REF            PIC X(14).
      *    RETOUR (TYPE R) : REFERENCE EMETTEUR DE L ENTREE RECUE
      *    QUI EST RETOURNEE - SPACES SUR UN VIREMENT (TYPE V)
           05  WS-CLR-REF-ORIG       PIC X(16).
      *FACILITES DE DECOUVERT AUTORISE (DEC0101) : TABLE CHARGEE A
      *L INITIALISATION, CONTROLE DE CHAQUE DEBIT CONTRE LA LIMITE
      *(ZERO = AUCUN DECOUVERT TOLERE - FICHIER ABSENT = IDEM)
           88 CHEQUE-OPPOSE                      VALUE '2'.
       01  WS-NB-CHQ-INVAL  PIC S9(4)     COMP   VALUE ZERO.
       01  WS-NB-CHQ-OPPOSE PIC S9(4)     COMP   VALUE ZERO.
      *PRODUITS D EPARGNE ET DE DEPOT A TERME : TABLE DES PRODUITS
      *CHARGEE A L INITIALISATION, CONTRAT DU DEPOT A TERME LU A LA
      *PIECE (FICHIERS OPTIONNELS : SANS FICHIER DES PRODUITS TOUS
      *LES COMPTES SONT TRAITES EN COMPTES COURANTS ; SANS CONTRAT
      *ACTIF CONNU LES DEBITS D UN DEPOT A TERME RESTENT BLOQUES)
       01  WS-FS-PRD-E      PIC X(2).
           88 PRD-OK                             VALUE '00'.
           88 PRD-FIN                            VALUE '10'.
           88 PRD-FICHIER-ABSENT                 VALUE '35'.
       01  WS-SW-PRD-DISPO  PIC X                VALUE '0'.
           88 PRD-DISPONIBLE                     VALUE '1'.
           88 PRD-INDISPONIBLE                   VALUE '0'.
       01  WS-FS-DAT-E      PIC X(2).
           88 DAT-OK                             VALUE '00'.
           88 DAT-INEXISTANT                     VALUE '23'.
           88 DAT-FICHIER-ABSENT                 VALUE '35'.
       01  WS-SW-DAT-DISPO  PIC X                VALUE '0'.
           88 DAT-DISPONIBLE                     VALUE '1'.
           88 DAT-INDISPONIBLE                   VALUE '0'.
       01  WS-FS-ECP-ES     PIC X(2).
           88 ECP-OK                             VALUE '00'.
           88 ECP-INEXISTANT                     VALUE '23'.
           88 ECP-FICHIER-ABSENT                 VALUE '35'.
       01  WS-SW-ECP-DISPO  PIC X                VALUE '0'.
           88 ECP-DISPONIBLE                     VALUE '1'.
           88 ECP-INDISPONIBLE                   VALUE '0'.
       01  WS-NB-PRD-TAB    PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-PRD       PIC S9(4)     COMP   VALUE ZERO.
       01  WS-TAB-PRDS.
           05  WS-TPRD-ENTREE OCCURS 50.
               10  WS-TPRD-CODE      PIC X(3).
               10  WS-TPRD-TYPE      PIC X.
               10  WS-TPRD-NB-RETR   PIC 9(2).
      *    TYPE ET PLAFOND DE RETRAITS DU PRODUIT DU COMPTE EN COURS
       01  WS-TYPE-PRD-CPT  PIC X                VALUE SPACE.
           88 CPT-EPARGNE                        VALUE 'E'.
           88 CPT-TERME                          VALUE 'T'.
       01  WS-MAX-RETR-CPT  PIC 9(2)             VALUE ZERO.
       01  WS-SW-DAT-ACTIF  PIC X                VALUE '1'.
           88 TERME-NON-ECHU                     VALUE '1'.
           88 TERME-LIBERE                       VALUE '0'.
       01  WS-AAMM-MVT      PIC 9(4)             VALUE ZERO.
       01  WS-SW-PRODUIT    PIC X                VALUE '0'.
           88 PRODUIT-AUTORISE                   VALUE '0'.
           88 OPE-INTERDITE                      VALUE '1'.
           88 QUOTA-ATTEINT                      VALUE '2'.
           88 TERME-BLOQUE                       VALUE '3'.
       01  WS-NB-REJ-PRODUIT PIC S9(4)    COMP   VALUE ZERO.
      *CARTES BANCAIRES : CARTE DU PAIEMENT CB LUE A LA PIECE ET
      *REECRITE AVEC SES CUMULS SI LE PAIEMENT EST ACCEPTE (FICHIER
      *OPTIONNEL : ABSENT = PAIEMENTS CB SANS CONTROLE, COMME AVANT ;
      *UN PAIEMENT SANS NUMERO DE CARTE PASSE AUSSI SANS CONTROLE)
       01  WS-FS-CRT-ES     PIC X(2).
           88 CRT-OK                             VALUE '00'.
           88 CRT-INEXISTANT                     VALUE '23'.
           88 CRT-FICHIER-ABSENT                 VALUE '35'.
       01  WS-SW-CRT-DISPO  PIC X                VALUE '0'.
           88 CRT-DISPONIBLE                     VALUE '1'.
           88 CRT-INDISPONIBLE                   VALUE '0'.
      *RETOURS D ENTREES EN SUSPENS (ARIO494) : L IBAN DE LA BANQUE
      *EMETTRICE ET LA REFERENCE EMETTEUR D ORIGINE SONT LUS SUR
      *SUS0101 (FICHIER OPTIONNEL : ABSENT, LE RETOUR PART SANS)
       01  WS-FS-SUS-E      PIC X(2).
           88 SUS-FS-OK                          VALUE '00'.
           88 SUS-FS-INEXISTANT                  VALUE '23'.
           88 SUS-FS-ABSENT                      VALUE '35'.
       01  WS-SW-SUS-DISPO  PIC X                VALUE '0'.
           88 SUS-DISPONIBLE                     VALUE '1'.
           88 SUS-INDISPONIBLE                   VALUE '0'.
       01  WS-NB-RETOURS    PIC S9(4)     COMP   VALUE ZERO.
      *BENEFICIAIRES DES VIREMENTS SORTANTS : BENEFICIAIRE LU A LA
      *PIECE SUR BEN0101 (FICHIER OPTIONNEL : ABSENT = VIREMENTS
      *SORTANTS SANS CONTROLE DE BENEFICIAIRE, COMME AVANT) ; UN
      *VIREMENT AU DELA DU SEUIL VERS UN BENEFICIAIRE ACTIVE DEPUIS
      *MOINS DE WS-DELAI-REVUE JOURS EST RETENU SUR VRV0101
       01  WS-FS-BNF-E      PIC X(2).
           88 BNF-FS-OK                          VALUE '00'.
           88 BNF-FS-INEXISTANT                  VALUE '23'.
           88 BNF-FS-ABSENT                      VALUE '35'.
       01  WS-SW-BNF-DISPO  PIC X                VALUE '0'.
           88 BNF-DISPONIBLE                     VALUE '1'.
           88 BNF-INDISPONIBLE                   VALUE '0'.
       01  WS-FS-VRV-ES     PIC X(2).
           88 VRV-FS-OK                          VALUE '00'.
           88 VRV-FS-INEXISTANT                  VALUE '23'.
           88 VRV-FS-ABSENT                      VALUE '35'.
       01  WS-SW-VRV-DISPO  PIC X                VALUE '0'.
           88 VRV-DISPONIBLE                     VALUE '1'.
           88 VRV-INDISPONIBLE                   VALUE '0'.
      *    SUITE A DONNER AU FICHIER DES VIREMENTS RETENUS POUR LE
      *    VIREMENT EN COURS
       01  WS-SW-VRV-ACTION PIC X                VALUE '0'.
           88 VRV-SANS-ACTION                    VALUE '0'.
           88 VRV-A-ECRIRE                       VALUE '1'.
           88 VRV-A-POINTER                      VALUE '2'.
       01  WS-SEUIL-REVUE   PIC S9(9)V99  COMP-3 VALUE 2000.
       01  WS-DELAI-REVUE   PIC S9(4)     COMP   VALUE 30.
       01  WS-IBAN-BNF      PIC X(27)            VALUE SPACE.
       01  WS-NB-BENEF-INC  PIC S9(4)     COMP   VALUE ZERO.
       01  WS-NB-RETENUS    PIC S9(4)     COMP   VALUE ZERO.
       01  WS-NB-REVUE-REF  PIC S9(4)     COMP   VALUE ZERO.
      *NUMERO DE JOUR (JOURS ECOULES DEPUIS UNE ORIGINE FIXE) D UNE
      *DATE AAAAMMJJ - ANCIENNETE DU BENEFICIAIRE
       01  WS-NJ-DATE.
           05  WS-NJ-AAAA        PIC 9(4).
           05  WS-NJ-MM          PIC 9(2).
           05  WS-NJ-JJ          PIC 9(2).
       01  WS-NJ-DATE-N REDEFINES WS-NJ-DATE
                             PIC 9(8).
       77  WS-NJ-NUM        PIC S9(9) COMP       VALUE ZERO.
       77  WS-NJ-A          PIC S9(9) COMP       VALUE ZERO.
       77  WS-NJ-M          PIC S9(4) COMP       VALUE ZERO.
       77  WS-NJ-T          PIC S9(9) COMP       VALUE ZERO.
       77  WS-NJ-ACTIV      PIC S9(9) COMP       VALUE ZERO.
       77  WS-NJ-QUOTIENT   PIC S9(9) COMP       VALUE ZERO.
       77  WS-NJ-RESTE      PIC S9(9) COMP       VALUE ZERO.
       01  WS-SW-CARTE      PIC X                VALUE '0'.
           88 CARTE-ACCEPTEE                     VALUE '0'.
           88 CARTE-INCONNUE                     VALUE '1'.
           88 CARTE-OPPOSEE                      VALUE '2'.
           88 CARTE-EXPIREE                      VALUE '3'.
           88 PLAFOND-JOUR                       VALUE '4'.
           88 PLAFOND-MOIS                       VALUE '5'.
       01  WS-SW-CARTE-LUE  PIC X                VALUE '0'.
           88 CARTE-A-CUMULER                    VALUE '1'.
           88 CARTE-NON-LUE                      VALUE '0'.
       01  WS-AAAAMM-MVT    PIC 9(6)             VALUE ZERO.
       01  WS-CRT-CUM-PREVU PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  WS-NB-REJ-CARTE  PIC S9(4)     COMP   VALUE ZERO.
      *INDISPONIBILITES SUR REMISES DE CHEQUES (IND0101) : CELLES DU
      *COMPTE EN COURS SONT CHARGEES EN TABLE AU CHANGEMENT DE COMPTE
      *ET COMPLETEES DES REMISES DU PASSAGE ; LE SOLDE DISPONIBLE EST
      *LE SOLDE MOINS LES INDISPONIBILITES ACTIVES NON ECHUES A LA
      *DATE DU MOUVEMENT (FICHIER OPTIONNEL : ABSENT = REMISES
      *CREDITEES DISPONIBLES, IMPAYES POSTES SANS RAPPROCHEMENT)
       01  WS-FS-IND-ES     PIC X(2).
           88 IND-FS-OK                          VALUE '00'.
           88 IND-FS-FIN                         VALUE '10'.
           88 IND-FS-INEXISTANT                  VALUE '23'.
           88 IND-FS-ABSENT                      VALUE '35'.
       01  WS-SW-IND-DISPO  PIC X                VALUE '0'.
           88 IND-DISPONIBLE                     VALUE '1'.
           88 IND-INDISPONIBLE                   VALUE '0'.
       01  WS-NB-IND-TAB    PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-IND       PIC S9(4)     COMP   VALUE ZERO.
       01  WS-TAB-INDS.
           05  WS-TIND-ENTREE OCCURS 100.
               10  WS-TIND-DATE-REM  PIC 9(8).
               10  WS-TIND-NUMCHQ    PIC X(6).
               10  WS-TIND-MT        PIC S9(9)V99 COMP-3.
               10  WS-TIND-DISPO     PIC 9(8).
               10  WS-TIND-STATUT    PIC X.
       01  WS-MT-INDISPO    PIC S9(11)V99 COMP-3 VALUE ZERO.
      *    DELAI D INDISPONIBILITE D UNE REMISE, EN JOURS OUVRES
       01  WS-IND-NB-JOURS  PIC S9(4)     COMP   VALUE 4.
       01  WS-IND-CPT-JOURS PIC S9(4)     COMP   VALUE ZERO.
      *    DATE DE TRAVAIL DU CALCUL DE LA DATE DE DISPONIBILITE
       01  WS-IND-TRV       PIC 9(8)             VALUE ZERO.
       01  WS-IND-TRV-R REDEFINES WS-IND-TRV.
           05  WS-IND-TRV-AAAA   PIC 9(4).
           05  WS-IND-TRV-MM     PIC 9(2).
           05  WS-IND-TRV-JJ     PIC 9(2).
       01  WS-IND-TRV-DV    PIC 9(8)             VALUE ZERO.
       77  WS-IND-DERN-JOUR PIC 9(2)             VALUE ZERO.
       77  WS-IND-QUOTIENT  PIC 9(4)             VALUE ZERO.
       77  WS-IND-RESTE     PIC 9(4)             VALUE ZERO.
      *    CONTROLE DES REMISES ET DES IMPAYES : REMCHQ SANS NUMERO DE
      *    CHEQUE OU DEJA REMIS, CHQIMP SANS REMISE ACTIVE OU LIBEREE
       01  WS-SW-REMISE     PIC X                VALUE '0'.
           88 REMISE-ACCEPTEE                    VALUE '0'.
           88 REMISE-INVALIDE                    VALUE '1'.
       01  WS-SW-IND-ACTION PIC X                VALUE '0'.
           88 IND-SANS-ACTION                    VALUE '0'.
           88 IND-A-ANNULER                      VALUE '1'.
       01  WS-NB-REMISES    PIC S9(4)     COMP   VALUE ZERO.
       01  WS-NB-IND-CREES  PIC S9(4)     COMP   VALUE ZERO.
       01  WS-NB-IMPAYES    PIC S9(4)     COMP   VALUE ZERO.
       01  WS-NB-IND-ANNUL  PIC S9(4)     COMP   VALUE ZERO.
       01  WS-NB-REM-INVAL  PIC S9(4)     COMP   VALUE ZERO.
      *CONTROLE D ENCHAINEMENT DE LA CHAINE (SOUS PROGRAMME
      *ARIO841, FICHIER RUN0101)
       01  WS-CTL-PGM       PIC X(8)             VALUE 'ARIO411 '.
       01  WS-CTL-PHASE     PIC X                VALUE SPACE.
       01  WS-CTL-CR        PIC 9(2)             VALUE ZERO.
      *MODE SIMULATION (CARTE SYSIN 'SIMU' EN COLONNE 1, CARTE ABSENTE
      *OU AUTRE VALEUR = MISE A JOUR REELLE) : LES CONTROLES ET LES
      *ETATS SONT INCHANGES, MAIS AUCUN FICHIER MAITRE, JOURNAL,
      *REGISTRE OU EXTRAIT N EST ECRIT ET RUN0101 N EST PAS TOUCHE ;
      *CHAQUE ECRITURE DU COMPTE EST REMPLACEE PAR LE SOLDE PROJETE,
      *TENU EN TABLE ET EDITE SUR ETATSIM
       01  WS-SYSIN-CARTE.
           05  WS-SYC-MODE       PIC X(4).
           05  FILLER            PIC X(76).
       01  WS-SW-SIMU       PIC X                VALUE '0'.
           88 MODE-SIMULATION                    VALUE '1'.
           88 MODE-REEL                          VALUE '0'.
       01  WS-FS-SIM-S      PIC X(2).
           88 SIM-OK                             VALUE '00'.
      *    SOLDE DU COMPTE TEL QUE LU SUR LE MAITRE (AVANT REPRISE DU
      *    SOLDE PROJETE D UN CREDIT DE CONTREPARTIE DEJA SIMULE)
       01  WS-SIM-SOLDE-LU  PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-SIM-CPTE      PIC X(10)            VALUE SPACE.
       01  WS-SIM-DEVISE    PIC X(3)             VALUE SPACE.
       01  WS-SIM-OPER      PIC X                VALUE SPACE.
           88 SIM-MAJ                            VALUE 'M'.
           88 SIM-CREATION                       VALUE 'C'.
           88 SIM-CLOTURE                        VALUE 'D'.
           88 SIM-CONTREPARTIE                   VALUE 'V'.
       01  WS-NB-SIM-TAB    PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-SIM       PIC S9(4)     COMP   VALUE ZERO.
       01  WS-POS-SIM       PIC S9(4)     COMP   VALUE ZERO.
       01  WS-NB-SIM-HORS   PIC S9(4)     COMP   VALUE ZERO.
       01  WS-TAB-SIMS.
           05  WS-TSIM-ENTREE OCCURS 999.
               10  WS-TSIM-CPTE      PIC X(10).
               10  WS-TSIM-DEVISE    PIC X(3).
               10  WS-TSIM-AVANT     PIC S9(11)V99 COMP-3.
               10  WS-TSIM-PREVU     PIC S9(11)V99 COMP-3.
               10  WS-TSIM-OPER      PIC X.
      *    RECAPITULATIF PAR DEVISE : TOTAL ACTUEL DU MAITRE (LECTURE
      *    COMPLETE EN FIN DE TRAITEMENT) ET ECART PROJETE
       01  WS-NB-SDV-TAB    PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-SDV       PIC S9(4)     COMP   VALUE ZERO.
       01  WS-POS-SDV       PIC S9(4)     COMP   VALUE ZERO.
       01  WS-TAB-SDVS.
           05  WS-TSDV-ENTREE OCCURS 50.
               10  WS-TSDV-DEVISE    PIC X(3).
               10  WS-TSDV-NB-CPT    PIC S9(7)     COMP-3.
               10  WS-TSDV-ACTUEL    PIC S9(13)V99 COMP-3.
               10  WS-TSDV-ECART     PIC S9(13)V99 COMP-3.
       01  WS-SDV-PREVU     PIC S9(13)V99 COMP-3 VALUE ZERO.
      *    LIGNES DE L ETAT DE SIMULATION
       01  WS-LSIM-BANDEAU.
           05  FILLER                PIC X(14) VALUE SPACES.
           05  FILLER                PIC X(52) VALUE
               '*** SIMULATION - AUCUNE MISE A JOUR DES COMPTES ***'.
           05  FILLER                PIC X(14) VALUE SPACES.
       01  WS-LSIM-TITRE.
           05  FILLER                PIC X(46) VALUE
               'SIMULATION DE MISE A JOUR - SOLDES PROJETES DU'.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-LSIM-JJ-ED         PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  WS-LSIM-MM-ED         PIC 99.
           05  FILLER                PIC X     VALUE '/'.
           05  WS-LSIM-SSAA-ED       PIC 9(4).
           05  FILLER                PIC X(23) VALUE SPACES.
       01  WS-LSIM-TITRES.
           05  FILLER                PIC X(12) VALUE 'COMPTE'.
           05  FILLER                PIC X(5)  VALUE 'DEV'.
           05  FILLER                PIC X(17) VALUE '   SOLDE ACTUEL'.
           05  FILLER                PIC X(17) VALUE '  SOLDE PROJETE'.
           05  FILLER                PIC X(17) VALUE '          ECART'.
           05  FILLER                PIC X(12) VALUE 'OPERATION'.
       01  WS-LSIM-DETAIL.
           05  WS-LSIM-CPTE-ED       PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LSIM-DEV-ED        PIC X(3).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LSIM-AVANT-ED      PIC ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LSIM-PREVU-ED      PIC ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LSIM-ECART-ED      PIC ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LSIM-OPER-ED       PIC X(12).
       01  WS-LSIM-TITRE-DEV.
           05  FILLER                PIC X(80) VALUE
               'RECAPITULATIF PAR DEVISE DU FICHIER DES COMPTES'.
       01  WS-LSIM-TITRES-DEV.
           05  FILLER                PIC X(5)  VALUE 'DEV'.
           05  FILLER                PIC X(11) VALUE ' NB COMPTES'.
           05  FILLER                PIC X(21) VALUE
               '        TOTAL ACTUEL'.
           05  FILLER                PIC X(21) VALUE
               '       TOTAL PROJETE'.
           05  FILLER                PIC X(21) VALUE
               '               ECART'.
           05  FILLER                PIC X     VALUE SPACE.
       01  WS-LSIM-DEVISE.
           05  WS-LSIM-DV-DEV-ED     PIC X(3).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-LSIM-DV-NB-ED      PIC ZZZZ.ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LSIM-DV-ACT-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LSIM-DV-PRV-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LSIM-DV-ECA-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                PIC X(6)  VALUE SPACES.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *---------------------------------------------------------------*
      *
       0000-PROGRAMME-DEB.
      *    CARTE SYSIN : MODE SIMULATION OU MISE A JOUR REELLE
           PERFORM 7005-INIT-MODE-DEB
              THRU 7005-INIT-MODE-FIN.
      *    CONTROLE D ENCHAINEMENT : REFUS DU REJEU ET DU HORS
      *    SEQUENCE (CF ARIO841)
           PERFORM 7400-CTL-DEBUT-DEB
              THRU 6028-OPEN-F-CLR-S-FIN.
           PERFORM 6035-OPEN-F-XRF-S-DEB
              THRU 6035-OPEN-F-XRF-S-FIN.
           PERFORM 6212-OPEN-F-EVT-S-DEB
              THRU 6212-OPEN-F-EVT-S-FIN.
           PERFORM 6029-OPEN-F-DEC-E-DEB
              THRU 6029-OPEN-F-DEC-E-FIN.
           IF DEC-DISPONIBLE
              PERFORM 7397-CHARGE-OPPS-DEB
                 THRU 7397-CHARGE-OPPS-FIN
           END-IF.
           PERFORM 6037-OPEN-F-FOUR-E-DEB
              THRU 6037-OPEN-F-FOUR-E-FIN.
           PERFORM 6039-OPEN-F-PRD-E-DEB
              THRU 6039-OPEN-F-PRD-E-FIN.
           IF PRD-DISPONIBLE
              PERFORM 7432-CHARGE-PRDS-DEB
                 THRU 7432-CHARGE-PRDS-FIN
              PERFORM 6042-CLOSE-F-PRD-E-DEB
                 THRU 6042-CLOSE-F-PRD-E-FIN
           END-IF.
           PERFORM 6043-OPEN-F-DAT-E-DEB
              THRU 6043-OPEN-F-DAT-E-FIN.
           PERFORM 6055-OPEN-F-ECP-ES-DEB
              THRU 6055-OPEN-F-ECP-ES-FIN.
           PERFORM 6061-OPEN-F-CRT-ES-DEB
              THRU 6061-OPEN-F-CRT-ES-FIN.
           PERFORM 6065-OPEN-F-SUS-E-DEB
              THRU 6065-OPEN-F-SUS-E-FIN.
           PERFORM 6068-OPEN-F-BNF-E-DEB
              THRU 6068-OPEN-F-BNF-E-FIN.
           PERFORM 6072-OPEN-F-VRV-ES-DEB
              THRU 6072-OPEN-F-VRV-ES-FIN.
           PERFORM 6077-OPEN-F-KYC-E-DEB
              THRU 6077-OPEN-F-KYC-E-FIN.
           PERFORM 6091-OPEN-F-IND-ES-DEB
              THRU 6091-OPEN-F-IND-ES-FIN.
      *    OPEN FICHIER SORTIE
           PERFORM 6030-OPEN-F-ETAT-CLI-S-DEB
              THRU 6030-OPEN-F-ETAT-CLI-S-FIN.
              PERFORM 8110-FOOTER-ANO-DEB
                 THRU 8110-FOOTER-ANO-FIN
           END-IF.
      *    SIMULATION : SOLDES PROJETES ET RECAPITULATIF PAR DEVISE
      *    (LE FICHIER DES COMPTES EST RELU EN ENTIER)
           IF MODE-SIMULATION
              PERFORM 7500-SIM-ETAT-DEB
                 THRU 7500-SIM-ETAT-FIN
           END-IF.
      *    CLOSE FICHIER ENTRER
           PERFORM 6070-CLOSE-F-MVTS-E-DEB
              THRU 6070-CLOSE-F-MVTS-E-FIN.
              THRU 6088-CLOSE-F-CLR-S-FIN.
           PERFORM 6036-CLOSE-F-XRF-S-DEB
              THRU 6036-CLOSE-F-XRF-S-FIN.
           PERFORM 6214-CLOSE-F-EVT-S-DEB
              THRU 6214-CLOSE-F-EVT-S-FIN.
           IF DEC-DISPONIBLE
              PERFORM 6089-CLOSE-F-DEC-E-DEB
                 THRU 6089-CLOSE-F-DEC-E-FIN
              PERFORM 6034-CLOSE-F-OPP-E-DEB
                 THRU 6034-CLOSE-F-OPP-E-FIN
           END-IF.
           IF FOUR-DISPONIBLE
              PERFORM 6038-CLOSE-F-FOUR-E-DEB
                 THRU 6038-CLOSE-F-FOUR-E-FIN
           END-IF.
           IF DAT-DISPONIBLE
              PERFORM 6054-CLOSE-F-DAT-E-DEB
                 THRU 6054-CLOSE-F-DAT-E-FIN
           END-IF.
           IF ECP-DISPONIBLE
              PERFORM 6058-CLOSE-F-ECP-ES-DEB
                 THRU 6058-CLOSE-F-ECP-ES-FIN
           END-IF.
           IF CRT-DISPONIBLE
              PERFORM 6064-CLOSE-F-CRT-ES-DEB
                 THRU 6064-CLOSE-F-CRT-ES-FIN
           END-IF.
           IF SUS-DISPONIBLE
              PERFORM 6067-CLOSE-F-SUS-E-DEB
                 THRU 6067-CLOSE-F-SUS-E-FIN
           END-IF.
           IF BNF-DISPONIBLE
              PERFORM 6071-CLOSE-F-BNF-E-DEB
                 THRU 6071-CLOSE-F-BNF-E-FIN
           END-IF.
           IF VRV-DISPONIBLE
              PERFORM 6076-CLOSE-F-VRV-ES-DEB
                 THRU 6076-CLOSE-F-VRV-ES-FIN
           END-IF.
           IF KYC-DISPONIBLE
              PERFORM 6079-CLOSE-F-KYC-E-DEB
                 THRU 6079-CLOSE-F-KYC-E-FIN
           END-IF.
           IF IND-DISPONIBLE
              PERFORM 6094-CLOSE-F-IND-ES-DEB
                 THRU 6094-CLOSE-F-IND-ES-FIN
           END-IF.
      *    CLOSE FICHIER SORTIE
           PERFORM 6100-CLOSE-F-ETAT-CLI-S-DEB
              THRU 6100-CLOSE-F-ETAT-CLI-S-FIN.
              THRU 7398-CHECK-CHEQUE-FIN.
           PERFORM 7048-PRECTL-VIREMENT-DEB
              THRU 7048-PRECTL-VIREMENT-FIN.
           PERFORM 7430-CHECK-PRODUIT-DEB
              THRU 7430-CHECK-PRODUIT-FIN.
           PERFORM 7445-CHECK-CARTE-DEB
              THRU 7445-CHECK-CARTE-FIN.
           PERFORM 7460-CHECK-REMISE-DEB
              THRU 7460-CHECK-REMISE-FIN.
           IF (RETRAIT OR CB OR DEPOT OR VIREMENT
              OR PRELEVEMENT OR REJET-PRELEVEMENT OR CHEQUE
              OR REVAL-CREDIT OR REVAL-DEBIT OR INTERET
              OR ECHEANCE-PRET OR REMISE-CHEQUE OR IMPAYE-CHEQUE)
              AND MVT-NON-GELE AND TAUX-PRESENT
              AND DECOUVERT-RESPECTE AND CHEQUE-ACCEPTE
              AND REF-UNIQUE AND PRODUIT-AUTORISE
              AND CARTE-ACCEPTEE AND (VIR-OK OR VIR-SORTANT)
              AND REMISE-ACCEPTEE
              IF WS-LIGNE-COUNT = 5
      *FOOTER INTERMEDIAIRE
                 PERFORM 7260-PREP-INTER-SOLD-DEB
               WHEN TAUX-MANQUANT
                    PERFORM 4080-TRT-SANS-TAUX-DEB
                       THRU 4080-TRT-SANS-TAUX-FIN
      *        PRODUIT D EPARGNE / DEPOT A TERME (PRD0101) :
      *        OPERATION INTERDITE, QUOTA DE RETRAITS OU TERME
      *        NON ECHU
               WHEN NOT PRODUIT-AUTORISE
                    PERFORM 4098-TRT-PRODUIT-DEB
                       THRU 4098-TRT-PRODUIT-FIN
               WHEN DEPASSEMENT-DECOUVERT
                    PERFORM 4090-TRT-DEPASSEMENT-DEB
                       THRU 4090-TRT-DEPASSEMENT-FIN
               WHEN CHEQUE-OPPOSE
                    PERFORM 4096-TRT-CHQ-OPPOSE-DEB
                       THRU 4096-TRT-CHQ-OPPOSE-FIN
      *        REMISE SANS NUMERO OU DEJA REMISE, IMPAYE SANS REMISE
      *        CONNUE (IND0101)
               WHEN REMISE-INVALIDE
                    PERFORM 4091-TRT-REMISE-INV-DEB
                       THRU 4091-TRT-REMISE-INV-FIN
      *        PAIEMENT CB REFUSE PAR LE FICHIER DES CARTES (CRT0101)
               WHEN NOT CARTE-ACCEPTEE
                    PERFORM 4099-TRT-CARTE-DEB
                       THRU 4099-TRT-CARTE-FIN
               WHEN VIR-INVALIDE
                    PERFORM 4030-TRT-OTHER-DEB
                       THRU 4030-TRT-OTHER-FIN
      *        VIREMENT SORTANT SANS BENEFICIAIRE ENREGISTRE, RETENU
      *        POUR REVUE OU REFUSE A LA REVUE (BEN0101 / VRV0101)
               WHEN VIR-BENEF-INCONNU
               WHEN VIR-EN-REVUE
               WHEN VIR-REVUE-REFUSEE
               WHEN VIR-DEJA-PASSE
                    PERFORM 4093-TRT-BENEF-DEB
                       THRU 4093-TRT-BENEF-FIN
               WHEN VIR-SORTANT
                    PERFORM 4055-TRT-VIR-SORTANT-DEB
                       THRU 4055-TRT-VIR-SORTANT-FIN
               WHEN REVAL-CREDIT
                    PERFORM 4020-TRT-CODE-D-DEB
                       THRU 4020-TRT-CODE-D-FIN
      *        INTERETS / AGIOS (ARIO485) : SIGNE PORTE PAR LE
      *        MONTANT, POSTES HORS CONTROLE DE DECOUVERT
               WHEN INTERET
                    PERFORM 4025-TRT-CODE-I-DEB
                       THRU 4025-TRT-CODE-I-FIN
      *        ECHEANCE DE PRET (ARIO489) : DEBIT ET POINTAGE DE LA
      *        LIGNE DU TABLEAU D AMORTISSEMENT
               WHEN ECHEANCE-PRET
                    PERFORM 4060-TRT-ECH-PRET-DEB
                       THRU 4060-TRT-ECH-PRET-FIN
               WHEN CB
                    PERFORM 4010-TRT-CODE-C-DEB
                       THRU 4010-TRT-CODE-C-FIN
               WHEN DEPOT
                    PERFORM 4020-TRT-CODE-D-DEB
                       THRU 4020-TRT-CODE-D-FIN
      *        REMISE DE CHEQUE : CREDIT ET INDISPONIBILITE (IND0101) ;
      *        RETOUR IMPAYE : DEBIT DE CONTREPASSATION ET ANNULATION
      *        DE L INDISPONIBILITE
               WHEN REMISE-CHEQUE
                    PERFORM 4026-TRT-REMISE-CHQ-DEB
                       THRU 4026-TRT-REMISE-CHQ-FIN
               WHEN IMPAYE-CHEQUE
                    PERFORM 4027-TRT-IMPAYE-CHQ-DEB
                       THRU 4027-TRT-IMPAYE-CHQ-FIN
               WHEN VIREMENT
                    PERFORM 4050-TRT-CODE-V-DEB
                       THRU 4050-TRT-CODE-V-FIN
              THRU 7398-CHECK-CHEQUE-FIN.
           PERFORM 7048-PRECTL-VIREMENT-DEB
              THRU 7048-PRECTL-VIREMENT-FIN.
           PERFORM 7430-CHECK-PRODUIT-DEB
              THRU 7430-CHECK-PRODUIT-FIN.
           PERFORM 7445-CHECK-CARTE-DEB
              THRU 7445-CHECK-CARTE-FIN.
           PERFORM 7460-CHECK-REMISE-DEB
              THRU 7460-CHECK-REMISE-FIN.
           PERFORM 7190-PREP-HEADER-NEW-DEB
              THRU 7190-PREP-HEADER-NEW-FIN.
           IF (RETRAIT OR CB OR DEPOT OR VIREMENT
              OR PRELEVEMENT OR REJET-PRELEVEMENT OR CHEQUE
              OR REVAL-CREDIT OR REVAL-DEBIT OR INTERET
              OR ECHEANCE-PRET OR REMISE-CHEQUE OR IMPAYE-CHEQUE)
              AND MVT-NON-GELE AND TAUX-PRESENT
              AND DECOUVERT-RESPECTE AND CHEQUE-ACCEPTE
              AND REF-UNIQUE AND PRODUIT-AUTORISE
              AND CARTE-ACCEPTEE AND (VIR-OK OR VIR-SORTANT)
              AND REMISE-ACCEPTEE
              IF WS-LIGNE-COUNT = 5
                 PERFORM 7260-PREP-INTER-SOLD-DEB
                    THRU 7260-PREP-INTER-SOLD-FIN
               WHEN TAUX-MANQUANT
                    PERFORM 4080-TRT-SANS-TAUX-DEB
                       THRU 4080-TRT-SANS-TAUX-FIN
      *        PRODUIT D EPARGNE / DEPOT A TERME (PRD0101) :
      *        OPERATION INTERDITE, QUOTA DE RETRAITS OU TERME
      *        NON ECHU
               WHEN NOT PRODUIT-AUTORISE
                    PERFORM 4098-TRT-PRODUIT-DEB
                       THRU 4098-TRT-PRODUIT-FIN
               WHEN DEPASSEMENT-DECOUVERT
                    PERFORM 4090-TRT-DEPASSEMENT-DEB
                       THRU 4090-TRT-DEPASSEMENT-FIN
               WHEN CHEQUE-OPPOSE
                    PERFORM 4096-TRT-CHQ-OPPOSE-DEB
                       THRU 4096-TRT-CHQ-OPPOSE-FIN
      *        REMISE SANS NUMERO OU DEJA REMISE, IMPAYE SANS REMISE
      *        CONNUE (IND0101)
               WHEN REMISE-INVALIDE
                    PERFORM 4091-TRT-REMISE-INV-DEB
                       THRU 4091-TRT-REMISE-INV-FIN
      *        PAIEMENT CB REFUSE PAR LE FICHIER DES CARTES (CRT0101)
               WHEN NOT CARTE-ACCEPTEE
                    PERFORM 4099-TRT-CARTE-DEB
                       THRU 4099-TRT-CARTE-FIN
               WHEN VIR-INVALIDE
                    PERFORM 4030-TRT-OTHER-DEB
                       THRU 4030-TRT-OTHER-FIN
      *        VIREMENT SORTANT SANS BENEFICIAIRE ENREGISTRE, RETENU
      *        POUR REVUE OU REFUSE A LA REVUE (BEN0101 / VRV0101)
               WHEN VIR-BENEF-INCONNU
               WHEN VIR-EN-REVUE
               WHEN VIR-REVUE-REFUSEE
               WHEN VIR-DEJA-PASSE
                    PERFORM 4093-TRT-BENEF-DEB
                       THRU 4093-TRT-BENEF-FIN
               WHEN VIR-SORTANT
                    PERFORM 4055-TRT-VIR-SORTANT-DEB
                       THRU 4055-TRT-VIR-SORTANT-FIN
               WHEN REVAL-CREDIT
                    PERFORM 4020-TRT-CODE-D-DEB
                       THRU 4020-TRT-CODE-D-FIN
      *        INTERETS / AGIOS (ARIO485) : SIGNE PORTE PAR LE
      *        MONTANT, POSTES HORS CONTROLE DE DECOUVERT
               WHEN INTERET
                    PERFORM 4025-TRT-CODE-I-DEB
                       THRU 4025-TRT-CODE-I-FIN
      *        ECHEANCE DE PRET (ARIO489) : DEBIT ET POINTAGE DE LA
      *        LIGNE DU TABLEAU D AMORTISSEMENT
               WHEN ECHEANCE-PRET
                    PERFORM 4060-TRT-ECH-PRET-DEB
                       THRU 4060-TRT-ECH-PRET-FIN
               WHEN CB
                    PERFORM 4010-TRT-CODE-C-DEB
                       THRU 4010-TRT-CODE-C-FIN
               WHEN DEPOT
                    PERFORM 4020-TRT-CODE-D-DEB
                       THRU 4020-TRT-CODE-D-FIN
      *        REMISE DE CHEQUE : CREDIT ET INDISPONIBILITE (IND0101) ;
      *        RETOUR IMPAYE : DEBIT DE CONTREPASSATION ET ANNULATION
      *        DE L INDISPONIBILITE
               WHEN REMISE-CHEQUE
                    PERFORM 4026-TRT-REMISE-CHQ-DEB
                       THRU 4026-TRT-REMISE-CHQ-FIN
               WHEN IMPAYE-CHEQUE
                    PERFORM 4027-TRT-IMPAYE-CHQ-DEB
                       THRU 4027-TRT-IMPAYE-CHQ-FIN
               WHEN VIREMENT
                    PERFORM 4050-TRT-CODE-V-DEB
                       THRU 4050-TRT-CODE-V-FIN
       4000-TRT-CODE-R-DEB.
           PERFORM 7040-CALC-R-DEB
              THRU 7040-CALC-R-FIN.
           PERFORM 7435-COMPTE-RETRAIT-DEB
              THRU 7435-COMPTE-RETRAIT-FIN.
           PERFORM 7210-PREP-DATE-MVT-DEB
              THRU 7210-PREP-DATE-MVT-FIN.
           PERFORM 8040-ETAT-CLI-DEB
       4010-TRT-CODE-C-DEB.
           PERFORM 7050-CALC-C-DEB
              THRU 7050-CALC-C-FIN.
           PERFORM 7447-CUMULE-CARTE-DEB
              THRU 7447-CUMULE-CARTE-FIN.
           PERFORM 7210-PREP-DATE-MVT-DEB
              THRU 7210-PREP-DATE-MVT-FIN.
           PERFORM 8040-ETAT-CLI-DEB
              THRU 8040-ETAT-CLI-FIN.
       4020-TRT-CODE-D-FIN.
           EXIT.
       4025-TRT-CODE-I-DEB.
           PERFORM 7065-CALC-I-DEB
              THRU 7065-CALC-I-FIN.
           PERFORM 7210-PREP-DATE-MVT-DEB
              THRU 7210-PREP-DATE-MVT-FIN.
           PERFORM 8040-ETAT-CLI-DEB
              THRU 8040-ETAT-CLI-FIN.
       4025-TRT-CODE-I-FIN.
           EXIT.
      *    4026
      * REMISE DE CHEQUE : CREDIT DU COMPTE, MONTANT INDISPONIBLE
      * JUSQU A SA DATE DE DISPONIBILITE (IND0101)
       4026-TRT-REMISE-CHQ-DEB.
           PERFORM 7067-CALC-REMISE-DEB
              THRU 7067-CALC-REMISE-FIN.
           PERFORM 7210-PREP-DATE-MVT-DEB
              THRU 7210-PREP-DATE-MVT-FIN.
           PERFORM 8040-ETAT-CLI-DEB
              THRU 8040-ETAT-CLI-FIN.
           IF IND-DISPONIBLE
              PERFORM 7462-CREE-INDISPO-DEB
                 THRU 7462-CREE-INDISPO-FIN
           END-IF.
       4026-TRT-REMISE-CHQ-FIN.
           EXIT.
      *    4027
      * RETOUR IMPAYE D UN CHEQUE REMIS : DEBIT DE CONTREPASSATION ET
      * INDISPONIBILITE DE LA REMISE ANNULEE
       4027-TRT-IMPAYE-CHQ-DEB.
           PERFORM 7068-CALC-IMPAYE-DEB
              THRU 7068-CALC-IMPAYE-FIN.
           PERFORM 7210-PREP-DATE-MVT-DEB
              THRU 7210-PREP-DATE-MVT-FIN.
           PERFORM 8040-ETAT-CLI-DEB
              THRU 8040-ETAT-CLI-FIN.
           IF IND-A-ANNULER
              PERFORM 7464-ANNULE-INDISPO-DEB
                 THRU 7464-ANNULE-INDISPO-FIN
           END-IF.
       4027-TRT-IMPAYE-CHQ-FIN.
           EXIT.
      *    4060
      * ECHEANCE DE PRET ACCEPTEE : DEBIT DU COMPTE EMPRUNTEUR ET
      * LIGNE DU TABLEAU D AMORTISSEMENT POINTEE PAYEE
       4060-TRT-ECH-PRET-DEB.
           PERFORM 7066-CALC-E-DEB
              THRU 7066-CALC-E-FIN.
           PERFORM 7210-PREP-DATE-MVT-DEB
              THRU 7210-PREP-DATE-MVT-FIN.
           PERFORM 8040-ETAT-CLI-DEB
              THRU 8040-ETAT-CLI-FIN.
           MOVE 'P'                     TO WS-ECP-STATUT.
           PERFORM 7440-POINTE-ECHEANCE-DEB
              THRU 7440-POINTE-ECHEANCE-FIN.
       4060-TRT-ECH-PRET-FIN.
           EXIT.
       4030-TRT-OTHER-DEB.
           IF WS-NB-ANO = 0
              PERFORM 8060-HEADER-ANO-DEB
      *    DEUX JAMBES SONT POSTEES
           PERFORM 7045-CALC-V-DEB
              THRU 7045-CALC-V-FIN.
           PERFORM 7435-COMPTE-RETRAIT-DEB
              THRU 7435-COMPTE-RETRAIT-FIN.
           PERFORM 7210-PREP-DATE-MVT-DEB
              THRU 7210-PREP-DATE-MVT-FIN.
           PERFORM 8040-ETAT-CLI-DEB
       4055-TRT-VIR-SORTANT-DEB.
           PERFORM 7045-CALC-V-DEB
              THRU 7045-CALC-V-FIN.
           PERFORM 7435-COMPTE-RETRAIT-DEB
              THRU 7435-COMPTE-RETRAIT-FIN.
           PERFORM 7210-PREP-DATE-MVT-DEB
              THRU 7210-PREP-DATE-MVT-FIN.
           PERFORM 8040-ETAT-CLI-DEB
           PERFORM 6210-WRITE-F-CLR-S-DEB
              THRU 6210-WRITE-F-CLR-S-FIN.
           ADD 1                        TO WS-NB-VIR-SORT.
      *    VIREMENT LIBERE A LA REVUE ET REPRESENTE : POINTE PASSE
           IF VRV-A-POINTER
              MOVE 'P'                  TO WS-VRV-STATUT
              PERFORM 6075-REWRITE-F-VRV-ES-DEB
                 THRU 6075-REWRITE-F-VRV-ES-FIN
           END-IF.
       4055-TRT-VIR-SORTANT-FIN.
           EXIT.
      *    4070
              THRU 7079-CALC-DEPASSEMENT-FIN.
           PERFORM 8130-L-ETAT-ANO-S-DEB
              THRU 8130-L-ETAT-ANO-S-FIN.
      *    EVENEMENT DEC POUR LE COURRIER CLIENT : MONTANT DU DEBIT
      *    REFUSE ET LIMITE AUTORISEE
           PERFORM 7471-ALIM-EVT-DEB
              THRU 7471-ALIM-EVT-FIN.
           SET EVT-DEPASSEMENT          TO TRUE.
           MOVE WS-LIMITE-AUTOR         TO WS-EVT-MT2.
           MOVE 'DEBIT REFUSE '         TO WS-EVT-LIBELLE(1:13).
           MOVE WS-MVTS-CODE            TO WS-EVT-LIBELLE(14:7).
           PERFORM 6213-WRITE-F-EVT-S-DEB
              THRU 6213-WRITE-F-EVT-S-FIN.
      *    ECHEANCE DE PRET REFUSEE : LIGNE POINTEE IMPAYEE, ELLE
      *    SERA REPRESENTEE AVEC INTERETS DE RETARD PAR ARIO489
           IF ECHEANCE-PRET
              MOVE 'I'                  TO WS-ECP-STATUT
              PERFORM 7440-POINTE-ECHEANCE-DEB
                 THRU 7440-POINTE-ECHEANCE-FIN
           END-IF.
       4090-TRT-DEPASSEMENT-FIN.
           EXIT.
      *    4091
      * REMISE DE CHEQUE SANS NUMERO OU DEJA REMISE, IMPAYE SANS
      * REMISE CONNUE : REJET EN ANOMALIE (REMISE INV)
       4091-TRT-REMISE-INV-DEB.
           IF WS-NB-ANO = 0
              PERFORM 8060-HEADER-ANO-DEB
                 THRU 8060-HEADER-ANO-FIN
           END-IF.
           PERFORM 7086-CALC-REMISE-INV-DEB
              THRU 7086-CALC-REMISE-INV-FIN.
           PERFORM 8130-L-ETAT-ANO-S-DEB
              THRU 8130-L-ETAT-ANO-S-FIN.
       4091-TRT-REMISE-INV-FIN.
           EXIT.
      *    4097
      * MOUVEMENT PORTANT UNE REFERENCE DEJA VUE SUR LE MEME
      * COMPTE : REJET EN ANOMALIE (DOUBLE PRESUME)
              THRU 8130-L-ETAT-ANO-S-FIN.
       4097-TRT-DOUBLE-REF-FIN.
           EXIT.
      *    4098
      * MOUVEMENT REFUSE PAR LE PRODUIT DU COMPTE (EPARGNE OU DEPOT
      * A TERME) : REJET EN ANOMALIE AVEC LE MOTIF DU REFUS
       4098-TRT-PRODUIT-DEB.
           IF WS-NB-ANO = 0
              PERFORM 8060-HEADER-ANO-DEB
                 THRU 8060-HEADER-ANO-FIN
           END-IF.
           PERFORM 7082-CALC-PRODUIT-DEB
              THRU 7082-CALC-PRODUIT-FIN.
           PERFORM 8130-L-ETAT-ANO-S-DEB
              THRU 8130-L-ETAT-ANO-S-FIN.
       4098-TRT-PRODUIT-FIN.
           EXIT.
      *    4093
      * VIREMENT SORTANT VERS UN BENEFICIAIRE NON ENREGISTRE, REFUSE
      * A LA REVUE OU DEJA POSTE : REJET EN ANOMALIE ; VIREMENT VERS
      * UN BENEFICIAIRE RECENT AU DELA DU SEUIL : NON POSTE, RETENU
      * SUR VRV0101 ET SIGNALE EN ANOMALIE (ATT REVUE)
       4093-TRT-BENEF-DEB.
           IF WS-NB-ANO = 0
              PERFORM 8060-HEADER-ANO-DEB
                 THRU 8060-HEADER-ANO-FIN
           END-IF.
           IF VRV-A-ECRIRE
              PERFORM 7455-RETIENT-VIREMENT-DEB
                 THRU 7455-RETIENT-VIREMENT-FIN
           END-IF.
           PERFORM 7084-CALC-BENEF-DEB
              THRU 7084-CALC-BENEF-FIN.
           PERFORM 8130-L-ETAT-ANO-S-DEB
              THRU 8130-L-ETAT-ANO-S-FIN.
       4093-TRT-BENEF-FIN.
           EXIT.
      *    4095
      * CHEQUE SANS NUMERO DELIVRE OU DEJA PAYE : REJET EN ANOMALIE
       4095-TRT-CHQ-INVALIDE-DEB.
           MOVE WS-MVTS-MT              TO WS-LANO-MONTANT-ED.
           PERFORM 8130-L-ETAT-ANO-S-DEB
              THRU 8130-L-ETAT-ANO-S-FIN.
      *    EVENEMENT OPP POUR LE COURRIER CLIENT : NUMERO DU CHEQUE
           PERFORM 7471-ALIM-EVT-DEB
              THRU 7471-ALIM-EVT-FIN.
           SET EVT-CHQ-OPPOSE           TO TRUE.
           MOVE 'CHEQUE NUMERO '        TO WS-EVT-LIBELLE(1:14).
           MOVE WS-MVTS-NUMCHQ          TO WS-EVT-LIBELLE(15:6).
           PERFORM 6213-WRITE-F-EVT-S-DEB
              THRU 6213-WRITE-F-EVT-S-FIN.
       4096-TRT-CHQ-OPPOSE-FIN.
           EXIT.
      *    4099
      * PAIEMENT CB SUR CARTE INCONNUE, BLOQUEE, PERDUE, VOLEE OU
      * ECHUE, OU AU DELA D UN PLAFOND : REJET EN ANOMALIE
       4099-TRT-CARTE-DEB.
           IF WS-NB-ANO = 0
              PERFORM 8060-HEADER-ANO-DEB
                 THRU 8060-HEADER-ANO-FIN
           END-IF.
           PERFORM 7083-CALC-CARTE-DEB
              THRU 7083-CALC-CARTE-FIN.
           PERFORM 8130-L-ETAT-ANO-S-DEB
              THRU 8130-L-ETAT-ANO-S-FIN.
       4099-TRT-CARTE-FIN.
           EXIT.
      *===============================================================*
      *===============================================================*
      *    STRUCTURATION DE LA PARTIE INDEPENDANTE DU PROGRAMME       *
       6000-OPEN-F-MVTS-E-FIN.
           EXIT.
       6010-OPEN-F-CPTE-ES-DEB.
      *    SIMULATION : COMPTES EN LECTURE SEULE, PAS DE JOURNAL
           IF MODE-SIMULATION
              OPEN INPUT F-CPTE-ES
           ELSE
              OPEN I-O F-CPTE-ES
           END-IF.
           IF NOT CPTES-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CPTE-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CPTE-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
            END-IF.
           IF MODE-SIMULATION
              GO TO 6010-OPEN-F-CPTE-ES-FIN
           END-IF.
      *    LE JOURNAL DU FICHIER DES COMPTES S OUVRE EN AJOUT
           OPEN EXTEND F-CPJ-S.
           IF NOT CPJ-OK
                  DISPLAY 'FICHIER DES TAUX ABSENT - MOUVEMENTS EN '
                          'DEVISE REJETES'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-TXC-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-TXC-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6025-OPEN-F-TXC-E-FIN.
           EXIT.
       6046-READNEXT-F-TXC-E-DEB.
           READ F-TXC-E NEXT RECORD INTO WS-TXC-ENR.
           IF NOT (TXC-OK OR TXC-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-TXC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-TXC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6046-READNEXT-F-TXC-E-FIN.
           EXIT.
       6086-CLOSE-F-TXC-E-DEB.
           CLOSE F-TXC-E.
           IF NOT TXC-OK
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-TXC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-TXC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6086-CLOSE-F-TXC-E-FIN.
           EXIT.
       6027-OPEN-F-IBA-E-DEB.
           OPEN INPUT F-IBA-E.
           EVALUATE TRUE
               WHEN IBA-OK
                  SET IBA-DISPONIBLE   TO TRUE
               WHEN IBA-FICHIER-ABSENT
      *           PAS DE CORRESPONDANCE IBAN : LE CLEARING SORTANT
      *           PART SANS IBAN DE DONNEUR D ORDRE
                  SET IBA-INDISPONIBLE TO TRUE
                  DISPLAY 'FICHIER IBA0101 ABSENT - CLEARING SANS '
                          'IBAN DONNEUR'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-IBA-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-IBA-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6027-OPEN-F-IBA-E-FIN.
           EXIT.
       6047-READNEXT-F-IBA-E-DEB.
           READ F-IBA-E NEXT RECORD INTO WS-XIB-ENR.
           IF NOT (IBA-OK OR IBA-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-IBA-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-IBA-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6047-READNEXT-F-IBA-E-FIN.
           EXIT.
       6087-CLOSE-F-IBA-E-DEB.
           CLOSE F-IBA-E.
           IF NOT IBA-OK
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-IBA-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-IBA-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6087-CLOSE-F-IBA-E-FIN.
           EXIT.
       6028-OPEN-F-CLR-S-DEB.
           IF MODE-SIMULATION
              GO TO 6028-OPEN-F-CLR-S-FIN
           END-IF.
           OPEN OUTPUT F-CLR-S.
           IF NOT CLR-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CLR-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLR-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6028-OPEN-F-CLR-S-FIN.
           EXIT.
       6210-WRITE-F-CLR-S-DEB.
           IF MODE-SIMULATION
              GO TO 6210-WRITE-F-CLR-S-FIN
           END-IF.
           WRITE FS-BUFF-F-CLR-S FROM WS-CLR-ENR.
           IF NOT CLR-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-CLR-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLR-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6210-WRITE-F-CLR-S-FIN.
           EXIT.
       6035-OPEN-F-XRF-S-DEB.
           IF MODE-SIMULATION
              GO TO 6035-OPEN-F-XRF-S-FIN
           END-IF.
           OPEN OUTPUT F-XRF-S.
           IF NOT XRF-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-XRF-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-XRF-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6035-OPEN-F-XRF-S-FIN.
           EXIT.
       6211-WRITE-F-XRF-S-DEB.
           IF MODE-SIMULATION
              GO TO 6211-WRITE-F-XRF-S-FIN
           END-IF.
           WRITE FS-BUFF-F-XRF-S FROM WS-XRF-ENR.
           IF NOT XRF-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-XRF-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-XRF-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6211-WRITE-F-XRF-S-FIN.
           EXIT.
       6212-OPEN-F-EVT-S-DEB.
           IF MODE-SIMULATION
              GO TO 6212-OPEN-F-EVT-S-FIN
           END-IF.
           OPEN EXTEND F-EVT-S.
           IF NOT EVT-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-EVT-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-EVT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6212-OPEN-F-EVT-S-FIN.
           EXIT.
       6213-WRITE-F-EVT-S-DEB.
           IF MODE-SIMULATION
              GO TO 6213-WRITE-F-EVT-S-FIN
           END-IF.
           WRITE FS-BUFF-F-EVT-S FROM WS-EVT-ENR.
           IF NOT EVT-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-EVT-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-EVT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD 1                        TO WS-NB-EVT-DEPOSES.
       6213-WRITE-F-EVT-S-FIN.
           EXIT.
       6214-CLOSE-F-EVT-S-DEB.
           IF MODE-SIMULATION
              GO TO 6214-CLOSE-F-EVT-S-FIN
           END-IF.
           CLOSE F-EVT-S.
           IF NOT EVT-OK
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-EVT-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-EVT-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6214-CLOSE-F-EVT-S-FIN.
           EXIT.
      *    ETAT DES SOLDES PROJETES D UNE SIMULATION
       6220-OPEN-F-SIM-S-DEB.
           OPEN OUTPUT F-SIM-S.
           IF NOT SIM-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-SIM-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SIM-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6220-OPEN-F-SIM-S-FIN.
           EXIT.
       6221-WRITE-F-SIM-S-DEB.
           WRITE FS-BUFF-F-SIM-S.
           IF NOT SIM-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-SIM-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SIM-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6221-WRITE-F-SIM-S-FIN.
           EXIT.
       6222-WRITE-F-SIM-P-DEB.
           WRITE FS-BUFF-F-SIM-S AFTER PAGE.
           IF NOT SIM-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-SIM-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SIM-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6222-WRITE-F-SIM-P-FIN.
           EXIT.
       6223-CLOSE-F-SIM-S-DEB.
           CLOSE F-SIM-S.
           IF NOT SIM-OK
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-SIM-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SIM-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6223-CLOSE-F-SIM-S-FIN.
           EXIT.
      *    POSITIONNE SUR LE PREMIER COMPTE DU MAITRE (RELECTURE
      *    COMPLETE POUR LES TOTAUX PAR DEVISE D UNE SIMULATION)
       6225-START-F-CPTE-ES-DEB.
           MOVE LOW-VALUES              TO FS-KEY.
           START F-CPTE-ES
             KEY IS NOT LESS THAN FS-KEY
           END-START.
           IF CPTES-INTROUVABLE
              SET CPTES-FIN             TO TRUE
              GO TO 6225-START-F-CPTE-ES-FIN
           END-IF.
           IF NOT CPTES-OK
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-CPTE-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CPTE-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6225-START-F-CPTE-ES-FIN.
           EXIT.
       6226-READNEXT-F-CPTE-ES-DEB.
           READ F-CPTE-ES NEXT RECORD INTO WS-CTR-ENR.
           IF NOT (CPTES-OK OR CPTES-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CPTE-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6226-READNEXT-F-CPTE-ES-FIN.
           EXIT.
       6037-OPEN-F-FOUR-E-DEB.
           OPEN INPUT F-FOUR-E.
           EVALUATE TRUE
               WHEN FOUR-OK
                  SET FOUR-DISPONIBLE  TO TRUE
               WHEN FOUR-FICHIER-ABSENT
      *           PAS DE FICHIER FOURNISSEURS : LES REGLEMENTS
      *           PARTENT SANS IBAN DE BENEFICIAIRE
                  SET FOUR-INDISPONIBLE TO TRUE
                  DISPLAY 'FICHIER FOUR0101 ABSENT - CLEARING SANS '
                          'IBAN BENEFICIAIRE'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-FOUR-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-FOUR-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6037-OPEN-F-FOUR-E-FIN.
           EXIT.
       6053-READ-F-FOUR-E-DEB.
           READ F-FOUR-E INTO WS-FOUR-ENR.
           IF NOT (FOUR-OK OR FOUR-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FOUR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FOUR-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6053-READ-F-FOUR-E-FIN.
           EXIT.
       6038-CLOSE-F-FOUR-E-DEB.
           CLOSE F-FOUR-E.
           IF NOT FOUR-OK
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-FOUR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FOUR-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6038-CLOSE-F-FOUR-E-FIN.
           EXIT.
       6039-OPEN-F-PRD-E-DEB.
           OPEN INPUT F-PRD-E.
           EVALUATE TRUE
               WHEN PRD-OK
                  SET PRD-DISPONIBLE   TO TRUE
               WHEN PRD-FICHIER-ABSENT
      *           PAS DE FICHIER DES PRODUITS : TOUS LES COMPTES
      *           SONT TRAITES EN COMPTES COURANTS
                  SET PRD-INDISPONIBLE TO TRUE
                  DISPLAY 'FICHIER PRD0101 ABSENT - AUCUN CONTROLE '
                          'DE PRODUIT'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-PRD-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-PRD-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6039-OPEN-F-PRD-E-FIN.
           EXIT.
       6041-READNEXT-F-PRD-E-DEB.
           READ F-PRD-E NEXT RECORD INTO WS-PRD-ENR.
           IF NOT (PRD-OK OR PRD-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-PRD-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRD-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6041-READNEXT-F-PRD-E-FIN.
           EXIT.
       6042-CLOSE-F-PRD-E-DEB.
           CLOSE F-PRD-E.
           IF NOT PRD-OK
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-PRD-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-PRD-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6042-CLOSE-F-PRD-E-FIN.
           EXIT.
       6043-OPEN-F-DAT-E-DEB.
           OPEN INPUT F-DAT-E.
           EVALUATE TRUE
               WHEN DAT-OK
                  SET DAT-DISPONIBLE   TO TRUE
               WHEN DAT-FICHIER-ABSENT
      *           PAS DE FICHIER DES CONTRATS : LES DEBITS DES
      *           DEPOTS A TERME RESTENT BLOQUES
                  SET DAT-INDISPONIBLE TO TRUE
                  DISPLAY 'FICHIER DAT0101 ABSENT - DEPOTS A TERME '
                          'BLOQUES'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-DAT-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-DAT-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6043-OPEN-F-DAT-E-FIN.
           EXIT.
       6044-READ-F-DAT-E-DEB.
           MOVE WS-CPTES-CPTE           TO FS-KEY-DAT.
           READ F-DAT-E INTO WS-DAT-ENR.
           IF NOT (DAT-OK OR DAT-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-DAT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DAT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6044-READ-F-DAT-E-FIN.
           EXIT.
       6054-CLOSE-F-DAT-E-DEB.
           CLOSE F-DAT-E.
           IF NOT DAT-OK
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-DAT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-DAT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6054-CLOSE-F-DAT-E-FIN.
           EXIT.
       6055-OPEN-F-ECP-ES-DEB.
           IF MODE-SIMULATION
              OPEN INPUT F-ECP-ES
           ELSE
              OPEN I-O F-ECP-ES
           END-IF.
           EVALUATE TRUE
               WHEN ECP-OK
                  SET ECP-DISPONIBLE   TO TRUE
               WHEN ECP-FICHIER-ABSENT
      *           PAS DE FICHIER DES ECHEANCIERS : AUCUN PRET MIS EN
      *           PLACE, LES ECHEANCES NE SONT PAS POINTEES
                  SET ECP-INDISPONIBLE TO TRUE
                  DISPLAY 'FICHIER ECP0101 ABSENT - ECHEANCES DE PRET '
                          'NON POINTEES'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ECP-ES'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-ECP-ES
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6055-OPEN-F-ECP-ES-FIN.
           EXIT.
       6056-READ-F-ECP-ES-DEB.
           READ F-ECP-ES INTO WS-ECP-ENR.
           IF NOT (ECP-OK OR ECP-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ECP-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ECP-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6056-READ-F-ECP-ES-FIN.
           EXIT.
       6057-REWRITE-F-ECP-ES-DEB.
           IF MODE-SIMULATION
              GO TO 6057-REWRITE-F-ECP-ES-FIN
           END-IF.
           REWRITE FS-BUFF-F-ECP-ES FROM WS-ECP-ENR.
           IF NOT ECP-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-ECP-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ECP-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6057-REWRITE-F-ECP-ES-FIN.
           EXIT.
       6058-CLOSE-F-ECP-ES-DEB.
           CLOSE F-ECP-ES.
           IF NOT ECP-OK
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-ECP-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ECP-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6058-CLOSE-F-ECP-ES-FIN.
           EXIT.
       6061-OPEN-F-CRT-ES-DEB.
           IF MODE-SIMULATION
              OPEN INPUT F-CRT-ES
           ELSE
              OPEN I-O F-CRT-ES
           END-IF.
           EVALUATE TRUE
               WHEN CRT-OK
                  SET CRT-DISPONIBLE   TO TRUE
               WHEN CRT-FICHIER-ABSENT
      *           PAS DE FICHIER DES CARTES : LES PAIEMENTS CB
      *           PASSENT SANS CONTROLE DE CARTE NI DE PLAFOND
                  SET CRT-INDISPONIBLE TO TRUE
                  DISPLAY 'FICHIER DES CARTES ABSENT - PAIEMENTS CB '
                          'SANS CONTROLE DE CARTE'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CRT-ES'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-CRT-ES
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6061-OPEN-F-CRT-ES-FIN.
           EXIT.
       6062-READ-F-CRT-ES-DEB.
           READ F-CRT-ES INTO WS-CRT-ENR.
           IF NOT (CRT-OK OR CRT-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CRT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CRT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6062-READ-F-CRT-ES-FIN.
           EXIT.
       6063-REWRITE-F-CRT-ES-DEB.
           IF MODE-SIMULATION
              GO TO 6063-REWRITE-F-CRT-ES-FIN
           END-IF.
           REWRITE FS-BUFF-F-CRT-ES FROM WS-CRT-ENR.
           IF NOT CRT-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-CRT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CRT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6063-REWRITE-F-CRT-ES-FIN.
           EXIT.
       6064-CLOSE-F-CRT-ES-DEB.
           CLOSE F-CRT-ES.
           IF NOT CRT-OK
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CRT-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CRT-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6064-CLOSE-F-CRT-ES-FIN.
           EXIT.
       6065-OPEN-F-SUS-E-DEB.
           OPEN INPUT F-SUS-E.
           EVALUATE TRUE
               WHEN SUS-FS-OK
                  SET SUS-DISPONIBLE   TO TRUE
               WHEN SUS-FS-ABSENT
      *           PAS DE FICHIER DES SUSPENS : LES RETOURS PARTENT
      *           SANS IBAN NI REFERENCE D ORIGINE
                  SET SUS-INDISPONIBLE TO TRUE
                  DISPLAY 'FICHIER SUS0101 ABSENT - RETOURS SANS '
                          'REFERENCE D ORIGINE'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-SUS-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-SUS-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6065-OPEN-F-SUS-E-FIN.
           EXIT.
       6066-READ-F-SUS-E-DEB.
           READ F-SUS-E INTO WS-SUS-ENR.
           IF NOT (SUS-FS-OK OR SUS-FS-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SUS-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SUS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6066-READ-F-SUS-E-FIN.
           EXIT.
       6067-CLOSE-F-SUS-E-DEB.
           CLOSE F-SUS-E.
           IF NOT SUS-FS-OK
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-SUS-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SUS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6067-CLOSE-F-SUS-E-FIN.
           EXIT.
       6068-OPEN-F-BNF-E-DEB.
           OPEN INPUT F-BNF-E.
           EVALUATE TRUE
               WHEN BNF-FS-OK
                  SET BNF-DISPONIBLE   TO TRUE
               WHEN BNF-FS-ABSENT
      *           PAS DE FICHIER DES BENEFICIAIRES : LES VIREMENTS
      *           SORTANTS PASSENT SANS CONTROLE DE BENEFICIAIRE
                  SET BNF-INDISPONIBLE TO TRUE
                  DISPLAY 'FICHIER BEN0101 ABSENT - VIREMENTS SORTANTS '
                          'SANS CONTROLE DE BENEFICIAIRE'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-BNF-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-BNF-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6068-OPEN-F-BNF-E-FIN.
           EXIT.
       6069-READ-F-BNF-E-DEB.
           READ F-BNF-E INTO WS-BNF-ENR.
           IF NOT (BNF-FS-OK OR BNF-FS-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-BNF-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-BNF-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6069-READ-F-BNF-E-FIN.
           EXIT.
       6071-CLOSE-F-BNF-E-DEB.
           CLOSE F-BNF-E.
           IF NOT BNF-FS-OK
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-BNF-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-BNF-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6071-CLOSE-F-BNF-E-FIN.
           EXIT.
       6072-OPEN-F-VRV-ES-DEB.
           IF MODE-SIMULATION
              OPEN INPUT F-VRV-ES
           ELSE
              OPEN I-O F-VRV-ES
           END-IF.
           EVALUATE TRUE
               WHEN VRV-FS-OK
                  SET VRV-DISPONIBLE   TO TRUE
               WHEN VRV-FS-ABSENT
      *           PAS DE FICHIER DES VIREMENTS RETENUS : UN VIREMENT
      *           A RETENIR EST REJETE SANS ETRE CONSERVE
                  SET VRV-INDISPONIBLE TO TRUE
                  DISPLAY 'FICHIER VRV0101 ABSENT - VIREMENTS A '
                          'RETENIR REJETES SANS CONSERVATION'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-VRV-ES'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-VRV-ES
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6072-OPEN-F-VRV-ES-FIN.
           EXIT.
       6073-READ-F-VRV-ES-DEB.
           READ F-VRV-ES INTO WS-VRV-ENR.
           IF NOT (VRV-FS-OK OR VRV-FS-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-VRV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-VRV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6073-READ-F-VRV-ES-FIN.
           EXIT.
       6074-WRITE-F-VRV-ES-DEB.
           IF MODE-SIMULATION
              GO TO 6074-WRITE-F-VRV-ES-FIN
           END-IF.
           WRITE FS-BUFF-F-VRV-ES FROM WS-VRV-ENR.
           IF NOT VRV-FS-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-VRV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-VRV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6074-WRITE-F-VRV-ES-FIN.
           EXIT.
       6075-REWRITE-F-VRV-ES-DEB.
           IF MODE-SIMULATION
              GO TO 6075-REWRITE-F-VRV-ES-FIN
           END-IF.
           REWRITE FS-BUFF-F-VRV-ES FROM WS-VRV-ENR.
           IF NOT VRV-FS-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-VRV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-VRV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6075-REWRITE-F-VRV-ES-FIN.
           EXIT.
       6076-CLOSE-F-VRV-ES-DEB.
           CLOSE F-VRV-ES.
           IF NOT VRV-FS-OK
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-VRV-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-VRV-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6076-CLOSE-F-VRV-ES-FIN.
           EXIT.
       6077-OPEN-F-KYC-E-DEB.
           OPEN INPUT F-KYC-E.
           EVALUATE TRUE
               WHEN KYC-FS-OK
                  SET KYC-DISPONIBLE   TO TRUE
               WHEN KYC-FS-ABSENT
      *           PAS DE FICHIER KYC : LES GELS KYC S APPLIQUENT TELS
      *           QUE POSES PAR LE SUIVI MENSUEL
                  SET KYC-INDISPONIBLE TO TRUE
                  DISPLAY 'FICHIER KYC0101 ABSENT - GELS KYC APPLIQUES '
                          'SANS CONTROLE DE REVUE'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-KYC-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-KYC-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6077-OPEN-F-KYC-E-FIN.
           EXIT.
       6078-READ-F-KYC-E-DEB.
           READ F-KYC-E INTO WS-KYC-ENR.
           IF NOT (KYC-FS-OK OR KYC-FS-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-KYC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-KYC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6078-READ-F-KYC-E-FIN.
           EXIT.
       6079-CLOSE-F-KYC-E-DEB.
           CLOSE F-KYC-E.
           IF NOT KYC-FS-OK
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-KYC-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-KYC-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6079-CLOSE-F-KYC-E-FIN.
           EXIT.
       6091-OPEN-F-IND-ES-DEB.
           IF MODE-SIMULATION
              OPEN INPUT F-IND-ES
           ELSE
              OPEN I-O F-IND-ES
           END-IF.
           EVALUATE TRUE
               WHEN IND-FS-OK
                  SET IND-DISPONIBLE   TO TRUE
               WHEN IND-FS-ABSENT
      *           PAS DE FICHIER DES INDISPONIBILITES : LES REMISES
      *           SONT CREDITEES DISPONIBLES
                  SET IND-INDISPONIBLE TO TRUE
                  DISPLAY 'FICHIER IND0101 ABSENT - REMISES DE '
                          'CHEQUES CREDITEES SANS INDISPONIBILITE'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-IND-ES'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-IND-ES
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       6091-OPEN-F-IND-ES-FIN.
           EXIT.
       6092-READ-F-IND-ES-DEB.
           READ F-IND-ES INTO WS-IDP-ENR.
           IF NOT (IND-FS-OK OR IND-FS-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-IND-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-IND-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6092-READ-F-IND-ES-FIN.
           EXIT.
      *POSITIONNE SUR LA PREMIERE INDISPONIBILITE DU COMPTE
       6093-START-F-IND-ES-DEB.
           MOVE WS-CPTES-CPTE           TO FS-KEY-IND.
           MOVE LOW-VALUES              TO FS-KEY-IND(11:14).
           START F-IND-ES
             KEY IS NOT LESS THAN FS-KEY-IND
           END-START.
           IF NOT (IND-FS-OK OR IND-FS-INEXISTANT)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-IND-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-IND-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6093-START-F-IND-ES-FIN.
           EXIT.
       6095-READNEXT-F-IND-ES-DEB.
           READ F-IND-ES NEXT RECORD INTO WS-IDP-ENR.
           IF NOT (IND-FS-OK OR IND-FS-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-IND-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-IND-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6095-READNEXT-F-IND-ES-FIN.
           EXIT.
       6096-WRITE-F-IND-ES-DEB.
           IF MODE-SIMULATION
              GO TO 6096-WRITE-F-IND-ES-FIN
           END-IF.
           WRITE FS-BUFF-F-IND-ES FROM WS-IDP-ENR.
           IF NOT IND-FS-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-IND-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-IND-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6096-WRITE-F-IND-ES-FIN.
           EXIT.
       6097-REWRITE-F-IND-ES-DEB.
           IF MODE-SIMULATION
              GO TO 6097-REWRITE-F-IND-ES-FIN
           END-IF.
           REWRITE FS-BUFF-F-IND-ES FROM WS-IDP-ENR.
           IF NOT IND-FS-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-IND-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-IND-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6097-REWRITE-F-IND-ES-FIN.
           EXIT.
       6094-CLOSE-F-IND-ES-DEB.
           CLOSE F-IND-ES.
           IF NOT IND-FS-OK
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-IND-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-IND-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6094-CLOSE-F-IND-ES-FIN.
           EXIT.
       6036-CLOSE-F-XRF-S-DEB.
           IF MODE-SIMULATION
              GO TO 6036-CLOSE-F-XRF-S-FIN
           END-IF.
           CLOSE F-XRF-S.
           IF NOT XRF-OK
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-XRF-S'
       6036-CLOSE-F-XRF-S-FIN.
           EXIT.
       6088-CLOSE-F-CLR-S-DEB.
           IF MODE-SIMULATION
              GO TO 6088-CLOSE-F-CLR-S-FIN
           END-IF.
           CLOSE F-CLR-S.
           IF NOT CLR-OK
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CLR-S'
       6089-CLOSE-F-DEC-E-FIN.
           EXIT.
       6031-OPEN-F-CHQ-ES-DEB.
           IF MODE-SIMULATION
              OPEN INPUT F-CHQ-ES
           ELSE
              OPEN I-O F-CHQ-ES
           END-IF.
           EVALUATE TRUE
               WHEN CHQ-OK
                  SET CHQ-DISPONIBLE   TO TRUE
       6051-READ-F-CHQ-ES-FIN.
           EXIT.
       6052-REWRITE-F-CHQ-ES-DEB.
           IF MODE-SIMULATION
              GO TO 6052-REWRITE-F-CHQ-ES-FIN
           END-IF.
           REWRITE FS-BUFF-F-CHQ-ES FROM WS-CHQ-ENR.
           IF NOT CHQ-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-CHQ-ES'
           IF CPTES-OK
              MOVE WS-ENRG-F-CPTES         TO WS-CPJ-IMG-AVANT
           END-IF.
      *    SIMULATION : UN CREDIT DE CONTREPARTIE DEJA SIMULE SUR CE
      *    COMPTE N EST PAS SUR LE MAITRE, SON SOLDE PROJETE EST REPRIS
           IF CPTES-OK AND MODE-SIMULATION
              MOVE WS-CPTES-SOLDE          TO WS-SIM-SOLDE-LU
              MOVE WS-CPTES-CPTE           TO WS-SIM-CPTE
              PERFORM 7520-SIM-CHERCHE-DEB
                 THRU 7520-SIM-CHERCHE-FIN
              IF WS-POS-SIM > ZERO
                 MOVE WS-TSIM-PREVU(WS-POS-SIM) TO WS-CPTES-SOLDE
              END-IF
           END-IF.
           IF NOT (CPTES-OK OR CPTES-INTROUVABLE)
              DISPLAY 'PROBLEMME LECTURE FICHIER F-CPTE-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CPTE-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF MODE-SIMULATION
              GO TO 6080-CLOSE-F-CPTE-ES-FIN
           END-IF.
           CLOSE F-CPJ-S.
           IF NOT CPJ-OK
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CPJ-S'
           EXIT.
      *DEBUT WRITE
       6120-WRITE-F-CPTE-ES-DEB.
           IF MODE-SIMULATION
              SET SIM-CREATION          TO TRUE
              PERFORM 7510-SIM-SOLDE-CPT-DEB
                 THRU 7510-SIM-SOLDE-CPT-FIN
              GO TO 6120-WRITE-F-CPTE-ES-FIN
           END-IF.
           WRITE FS-BUFF-F-CPTE-ES.
           IF NOT CPTES-OK
              DISPLAY 'PROBLEME DE ECRITURE DU FICHIER F-CPTE-ES'
       6120-WRITE-F-CPTE-ES-FIN.
           EXIT.
       6170-REWRITE-F-CPTE-ES-DEB.
           IF MODE-SIMULATION
              SET SIM-MAJ               TO TRUE
              PERFORM 7510-SIM-SOLDE-CPT-DEB
                 THRU 7510-SIM-SOLDE-CPT-FIN
              GO TO 6170-REWRITE-F-CPTE-ES-FIN
           END-IF.
           REWRITE FS-BUFF-F-CPTE-ES.
           IF NOT CPTES-OK
              DISPLAY 'PROBLEME DE RE-ECRITURE DU FICHIER F-CPTE-ES'
       6160-WRITE-F-ETAT-CLI-P-FIN.
           EXIT.
       6170-DELET-F-CPTE-ES-DEB.
           IF MODE-SIMULATION
              SET SIM-CLOTURE           TO TRUE
              PERFORM 7510-SIM-SOLDE-CPT-DEB
                 THRU 7510-SIM-SOLDE-CPT-FIN
              GO TO 6170-DELET-F-CPTE-ES-FIN
           END-IF.
           DELETE F-CPTE-ES.
           IF NOT CPTES-OK
              DISPLAY 'PROBLEME DE SUPPRESSION DU FICHIER F-CPTE-ES'
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *    SIMULATION : SOLDE PROJETE DE LA CONTREPARTIE S IL EXISTE
           IF CPTES-OK AND MODE-SIMULATION
              MOVE WS-CTR-CPTE             TO WS-SIM-CPTE
              PERFORM 7520-SIM-CHERCHE-DEB
                 THRU 7520-SIM-CHERCHE-FIN
              IF WS-POS-SIM > ZERO
                 MOVE WS-TSIM-PREVU(WS-POS-SIM) TO WS-CTR-SOLDE
              END-IF
           END-IF.
      *    LA CLE DU GROUPE EST TOUJOURS RESTAUREE : LA SUITE DU
      *    TRAITEMENT (ENTETE, EDITION) S APPUIE SUR FS-KEY
           MOVE WS-SAVE-KEY             TO FS-KEY.
      * CREDITE LA CONTREPARTIE DU VIREMENT ET RESTAURE LA CLE DU
      * GROUPE EN COURS
       6190-REWRITE-CTR-DEB.
           IF MODE-SIMULATION
              PERFORM 7515-SIM-CREDIT-CTR-DEB
                 THRU 7515-SIM-CREDIT-CTR-FIN
              GO TO 6190-REWRITE-CTR-FIN
           END-IF.
           MOVE WS-CTR-ENR              TO WS-CPJ-AVANT-CTR.
           COMPUTE WS-CTR-SOLDE = WS-CTR-SOLDE + WS-MT-CREDIT.
           MOVE WS-DATE-J               TO WS-CTR-DMAJ.
      *    (L OPERATION ET LES IMAGES SONT POSEES PAR L APPELANT,
      *    LA CLE EST PRISE SUR L IMAGE SIGNIFICATIVE)
       6195-WRITE-F-CPJ-S-DEB.
           IF MODE-SIMULATION
              GO TO 6195-WRITE-F-CPJ-S-FIN
           END-IF.
           ACCEPT WS-HEURE-CPJ FROM TIME.
           MOVE WS-DATE-J               TO WS-CPJ-DATE.
           MOVE WS-HEURE-CPJ-HHMMSS     TO WS-CPJ-HEURE.
           EXIT.
      *    OUVRE LE COMPTE RENDU POUR LE BILAN CONSOLIDE
       6180-OPEN-F-CRE-EXT-DEB.
           IF MODE-SIMULATION
              GO TO 6180-OPEN-F-CRE-EXT-FIN
           END-IF.
           OPEN OUTPUT F-CRE-EXT.
           IF NOT CREEXT-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CRE-EXT'
           EXIT.
      *    ECRIT LE COMPTE RENDU POUR LE BILAN CONSOLIDE
       6190-WRITE-F-CRE-EXT-DEB.
           IF MODE-SIMULATION
              GO TO 6190-WRITE-F-CRE-EXT-FIN
           END-IF.
           MOVE 'ARIO411'               TO WS-CRE-PROGID.
           MOVE WS-NB-CLI               TO WS-CRE-NB-CLI.
           MOVE WS-NB-MVT               TO WS-CRE-NB-MVT.
           EXIT.
      *    FERME LE COMPTE RENDU POUR LE BILAN CONSOLIDE
       6200-CLOSE-F-CRE-EXT-DEB.
           IF MODE-SIMULATION
              GO TO 6200-CLOSE-F-CRE-EXT-FIN
           END-IF.
           CLOSE F-CRE-EXT.
           IF NOT CREEXT-OK
              DISPLAY 'PROBLEME DE FERMETURE DU FICHIER F-CRE-EXT'
           MOVE WS-AA   OF WS-DATE-J    TO WS-LETAT-AA-ED.
       7000-INIT-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7005 LIT LA CARTE SYSIN : 'SIMU' EN COLONNE 1 = SIMULATION,
      *     CARTE ABSENTE OU AUTRE VALEUR = MISE A JOUR REELLE
      *------------------------------------
       7005-INIT-MODE-DEB.
           MOVE SPACES                  TO WS-SYSIN-CARTE.
           ACCEPT WS-SYSIN-CARTE FROM SYSIN.
           IF  WS-SYC-MODE = 'SIMU'
               SET MODE-SIMULATION      TO TRUE
               DISPLAY '*** SIMULATION : AUCUNE MISE A JOUR DES '
                       'COMPTES NI DES REGISTRES ***'
           ELSE
               SET MODE-REEL            TO TRUE
           END-IF.
       7005-INIT-MODE-FIN.
           EXIT.
      *CALCULE LE SOLDE POUR UN COMPTE AVEC MOUVEMENT
       7080-SOLD-STAND-DEB.
           COMPUTE WS-NEW-SOLD = WS-CPTES-SOLDE - WS-CUM-DEB
           MOVE WS-MVTS-MT              TO WS-LETAT-OP-CREDIT-ED.
       7060-CALC-D-FIN.
           EXIT.
      *CALCULE TRAITMENT CODE INTERET/AGIOS (SIGNE PORTE PAR WS-MVTS-MT)
       7065-CALC-I-DEB.
           ADD     1                    TO WS-NB-INTERET.
           ADD 1                        TO WS-LIGNE-COUNT.
           IF WS-MVTS-MT >= 0
              COMPUTE WS-CUM-CRED = WS-CUM-CRED + WS-MVTS-MT
              MOVE WS-MVTS-MT           TO WS-LETAT-OP-CREDIT-ED
              MOVE ZERO                 TO WS-LETAT-OP-DEBIT-ED
           ELSE
              COMPUTE WS-CUM-DEB = WS-CUM-DEB - WS-MVTS-MT
              COMPUTE WS-LETAT-OP-DEBIT-ED = 0 - WS-MVTS-MT
              MOVE ZERO                 TO WS-LETAT-OP-CREDIT-ED
           END-IF.
           MOVE 'INTERETS/AGIOS'        TO WS-LETAT-OP-LIB-ED.
       7065-CALC-I-FIN.
           EXIT.
      *CALCULE TRAITMENT CODE ECHEANCE DE PRET (DEBIT)
       7066-CALC-E-DEB.
           COMPUTE WS-CUM-DEB = WS-CUM-DEB + WS-MVTS-MT.
           ADD     1                    TO WS-NB-ECH-PRET.
           ADD 1                        TO WS-LIGNE-COUNT.
           MOVE 'ECHEANCE PRET'         TO WS-LETAT-OP-LIB-ED.
           MOVE WS-MVTS-MT              TO WS-LETAT-OP-DEBIT-ED.
           MOVE ZERO                    TO WS-LETAT-OP-CREDIT-ED.
       7066-CALC-E-FIN.
           EXIT.
      *CALCULE TRAITMENT CODE REMISE DE CHEQUE (CREDIT)
       7067-CALC-REMISE-DEB.
           COMPUTE WS-CUM-CRED = WS-CUM-CRED + WS-MVTS-MT.
           ADD     1                    TO WS-NB-REMISES.
           ADD 1                        TO WS-LIGNE-COUNT.
           MOVE 'REMISE CHEQUE'         TO WS-LETAT-OP-LIB-ED.
           MOVE ZERO                    TO WS-LETAT-OP-DEBIT-ED.
           MOVE WS-MVTS-MT              TO WS-LETAT-OP-CREDIT-ED.
       7067-CALC-REMISE-FIN.
           EXIT.
      *CALCULE TRAITMENT CODE CHEQUE REMIS IMPAYE (DEBIT)
       7068-CALC-IMPAYE-DEB.
           COMPUTE WS-CUM-DEB = WS-CUM-DEB + WS-MVTS-MT.
           ADD     1                    TO WS-NB-IMPAYES.
           ADD 1                        TO WS-LIGNE-COUNT.
           MOVE 'CHEQUE REMIS IMPAYE'   TO WS-LETAT-OP-LIB-ED.
           MOVE WS-MVTS-MT              TO WS-LETAT-OP-DEBIT-ED.
           MOVE ZERO                    TO WS-LETAT-OP-CREDIT-ED.
       7068-CALC-IMPAYE-FIN.
           EXIT.
      *CALCULE TRAITMENT CODE V (JAMBE DEBIT DU VIREMENT)
       7045-CALC-V-DEB.
           COMPUTE WS-CUM-DEB = WS-CUM-DEB + WS-MVTS-MT.
               SET  VIR-INVALIDE        TO TRUE
               GO TO 7048-PRECTL-VIREMENT-FIN
           END-IF.
      *    LA PROVISION S APPRECIE DECOUVERT AUTORISE COMPRIS, SUR
      *    LE SOLDE DISPONIBLE (REMISES INDISPONIBLES DEDUITES)
           IF  WS-MVTS-MT > (WS-SOLDE-COURANT - WS-MT-INDISPO
                             + WS-LIMITE-AUTOR)
               SET  VIR-INVALIDE        TO TRUE
               GO TO 7048-PRECTL-VIREMENT-FIN
           END-IF.
      *    LA JAMBE CREDIT PART AU FICHIER DE CLEARING
           IF  CPTES-INTROUVABLE
               SET  VIR-SORTANT         TO TRUE
               PERFORM 7450-CHECK-BENEF-DEB
                  THRU 7450-CHECK-BENEF-FIN
               GO TO 7048-PRECTL-VIREMENT-FIN
           END-IF.
      *    CONTREPARTIE GELEE : LES DEUX JAMBES SONT REJETEES
           MOVE WS-MVTS-MT              TO WS-LANO-MONTANT-ED.
       7081-CALC-DOUBLE-REF-FIN.
           EXIT.
       7086-CALC-REMISE-INV-DEB.
           COMPUTE WS-RENDU-CUM-ANO = WS-RENDU-CUM-ANO + WS-MVTS-MT.
           ADD     1                    TO WS-NB-ANO.
           ADD     1                    TO WS-NB-REM-INVAL.
           MOVE WS-MVTS-CPTE            TO WS-LANO-NUMCPT-ED.
           MOVE 'REMISE INV'            TO WS-LANO-CODEMVT-ED.
           MOVE WS-MVTS-MT              TO WS-LANO-MONTANT-ED.
       7086-CALC-REMISE-INV-FIN.
           EXIT.
       7082-CALC-PRODUIT-DEB.
           COMPUTE WS-RENDU-CUM-ANO = WS-RENDU-CUM-ANO + WS-MVTS-MT.
           ADD     1                    TO WS-NB-ANO.
           ADD     1                    TO WS-NB-REJ-PRODUIT.
           MOVE WS-MVTS-CPTE            TO WS-LANO-NUMCPT-ED.
           EVALUATE TRUE
               WHEN OPE-INTERDITE
                    MOVE 'INTERD EPG'   TO WS-LANO-CODEMVT-ED
               WHEN QUOTA-ATTEINT
                    MOVE 'QUOTA RETR'   TO WS-LANO-CODEMVT-ED
               WHEN OTHER
                    MOVE 'TERME BLOQ'   TO WS-LANO-CODEMVT-ED
           END-EVALUATE.
           MOVE WS-MVTS-MT              TO WS-LANO-MONTANT-ED.
       7082-CALC-PRODUIT-FIN.
           EXIT.
       7083-CALC-CARTE-DEB.
           COMPUTE WS-RENDU-CUM-ANO = WS-RENDU-CUM-ANO + WS-MVTS-MT.
           ADD     1                    TO WS-NB-ANO.
           ADD     1                    TO WS-NB-REJ-CARTE.
           MOVE WS-MVTS-CPTE            TO WS-LANO-NUMCPT-ED.
           EVALUATE TRUE
               WHEN CARTE-INCONNUE
                    MOVE 'CARTE INC '   TO WS-LANO-CODEMVT-ED
               WHEN CARTE-EXPIREE
                    MOVE 'CARTE ECH '   TO WS-LANO-CODEMVT-ED
               WHEN PLAFOND-JOUR
                    MOVE 'PLAF JOUR '   TO WS-LANO-CODEMVT-ED
               WHEN PLAFOND-MOIS
                    MOVE 'PLAF MOIS '   TO WS-LANO-CODEMVT-ED
               WHEN CRT-PERDUE
                    MOVE 'CARTE PERD'   TO WS-LANO-CODEMVT-ED
               WHEN CRT-VOLEE
                    MOVE 'CARTE VOLE'   TO WS-LANO-CODEMVT-ED
               WHEN OTHER
                    MOVE 'CARTE BLOQ'   TO WS-LANO-CODEMVT-ED
           END-EVALUATE.
           MOVE WS-MVTS-MT              TO WS-LANO-MONTANT-ED.
       7083-CALC-CARTE-FIN.
           EXIT.
      *CALCULE TRAITEMENT VIREMENT SORTANT REJETE OU RETENU SUR LE
      *BENEFICIAIRE
       7084-CALC-BENEF-DEB.
           COMPUTE WS-RENDU-CUM-ANO = WS-RENDU-CUM-ANO + WS-MVTS-MT.
           ADD     1                    TO WS-NB-ANO.
           MOVE WS-MVTS-CPTE            TO WS-LANO-NUMCPT-ED.
           EVALUATE TRUE
               WHEN VIR-BENEF-INCONNU
                    ADD  1              TO WS-NB-BENEF-INC
                    MOVE 'BENEF INC '   TO WS-LANO-CODEMVT-ED
               WHEN VIR-EN-REVUE
                    MOVE 'ATT REVUE '   TO WS-LANO-CODEMVT-ED
               WHEN VIR-REVUE-REFUSEE
                    ADD  1              TO WS-NB-REVUE-REF
                    MOVE 'REVUE REF '   TO WS-LANO-CODEMVT-ED
               WHEN OTHER
                    ADD  1              TO WS-NB-DOUBLES
                    MOVE 'DOUBLE REF'   TO WS-LANO-CODEMVT-ED
           END-EVALUATE.
           MOVE WS-MVTS-MT              TO WS-LANO-MONTANT-ED.
       7084-CALC-BENEF-FIN.
           EXIT.
      *POSE UNE REFERENCE SUR LES MOUVEMENTS ARRIVES SANS (SOURCE
      *'S' = POSEE PAR LA CHAINE), LA PERSISTE SUR L EXTRAIT DE
      *CORRESPONDANCE F-XRF-S ET SIGNALE UNE REFERENCE DEJA VUE
       7385-CHARGE-UN-IBA-FIN.
           EXIT.
      *CHARGE LA TABLE DES FACILITES DE DECOUVERT DEPUIS DEC0101
      *CHARGE LA TABLE DES PRODUITS (PRD0101)
       7432-CHARGE-PRDS-DEB.
           MOVE ZERO                    TO WS-NB-PRD-TAB.
           PERFORM 6041-READNEXT-F-PRD-E-DEB
              THRU 6041-READNEXT-F-PRD-E-FIN.
           PERFORM 7433-CHARGE-UN-PRD-DEB
              THRU 7433-CHARGE-UN-PRD-FIN
             UNTIL PRD-FIN
                OR WS-NB-PRD-TAB NOT < 50.
       7432-CHARGE-PRDS-FIN.
           EXIT.
       7433-CHARGE-UN-PRD-DEB.
           ADD 1                        TO WS-NB-PRD-TAB.
           MOVE WS-PRD-CODE             TO
                               WS-TPRD-CODE(WS-NB-PRD-TAB).
           MOVE WS-PRD-TYPE             TO
                               WS-TPRD-TYPE(WS-NB-PRD-TAB).
           MOVE WS-PRD-NB-RETRAITS      TO
                               WS-TPRD-NB-RETR(WS-NB-PRD-TAB).
           PERFORM 6041-READNEXT-F-PRD-E-DEB
              THRU 6041-READNEXT-F-PRD-E-FIN.
       7433-CHARGE-UN-PRD-FIN.
           EXIT.
      *PRODUIT DU COMPTE EN COURS : TYPE ET PLAFOND DE RETRAITS
      *(PRODUIT A BLANC OU INCONNU = COMPTE COURANT) ; POUR UN DEPOT
      *A TERME, LE CONTRAT (DAT0101) DIT SI LE TERME EST ECHU
       7434-INIT-PRODUIT-DEB.
           MOVE SPACE                   TO WS-TYPE-PRD-CPT.
           MOVE ZERO                    TO WS-MAX-RETR-CPT.
           SET TERME-NON-ECHU           TO TRUE.
           IF WS-CPTES-PRODUIT = SPACE
              GO TO 7434-INIT-PRODUIT-FIN
           END-IF.
           PERFORM 7431-CHERCHE-UN-PRD-DEB
              THRU 7431-CHERCHE-UN-PRD-FIN
             VARYING WS-IND-PRD FROM 1 BY 1
             UNTIL WS-IND-PRD > WS-NB-PRD-TAB
                OR WS-TYPE-PRD-CPT NOT = SPACE.
           IF CPT-TERME AND DAT-DISPONIBLE
              PERFORM 6044-READ-F-DAT-E-DEB
                 THRU 6044-READ-F-DAT-E-FIN
              IF DAT-OK AND NOT DAT-ACTIF
                 SET TERME-LIBERE       TO TRUE
              END-IF
           END-IF.
       7434-INIT-PRODUIT-FIN.
           EXIT.
       7431-CHERCHE-UN-PRD-DEB.
           IF WS-TPRD-CODE(WS-IND-PRD) = WS-CPTES-PRODUIT
              AND (WS-TPRD-TYPE(WS-IND-PRD) = 'E'
                OR WS-TPRD-TYPE(WS-IND-PRD) = 'T')
              MOVE WS-TPRD-TYPE(WS-IND-PRD)    TO WS-TYPE-PRD-CPT
              MOVE WS-TPRD-NB-RETR(WS-IND-PRD) TO WS-MAX-RETR-CPT
           END-IF.
       7431-CHERCHE-UN-PRD-FIN.
           EXIT.
      *CONTROLE DU MOUVEMENT CONTRE LE PRODUIT DU COMPTE : PAS DE
      *CB, CHEQUE, PRELEVEMENT NI ECHEANCE DE PRET SUR L EPARGNE ET
      *LE DEPOT A TERME ;
      *RETRAITS ET VIREMENTS EMIS DU MOIS PLAFONNES SUR L EPARGNE ;
      *AUCUN RETRAIT NI VIREMENT EMIS SUR UN TERME NON ECHU
       7430-CHECK-PRODUIT-DEB.
           SET PRODUIT-AUTORISE         TO TRUE.
           IF NOT (CPT-EPARGNE OR CPT-TERME)
              GO TO 7430-CHECK-PRODUIT-FIN
           END-IF.
           IF CB OR CHEQUE OR PRELEVEMENT OR ECHEANCE-PRET
              SET OPE-INTERDITE         TO TRUE
              GO TO 7430-CHECK-PRODUIT-FIN
           END-IF.
           IF NOT (RETRAIT OR VIREMENT)
              GO TO 7430-CHECK-PRODUIT-FIN
           END-IF.
           IF CPT-TERME
              IF TERME-NON-ECHU
                 SET TERME-BLOQUE       TO TRUE
              END-IF
              GO TO 7430-CHECK-PRODUIT-FIN
           END-IF.
           COMPUTE WS-AAMM-MVT = (WS-MVTS-AA * 100) + WS-MVTS-MM.
           IF WS-MAX-RETR-CPT > 0
              AND WS-CPTES-RETR-AAMM = WS-AAMM-MVT
              AND WS-CPTES-NB-RETR NOT < WS-MAX-RETR-CPT
              SET QUOTA-ATTEINT         TO TRUE
           END-IF.
       7430-CHECK-PRODUIT-FIN.
           EXIT.
      *DECOMPTE DES RETRAITS DU MOIS SUR L EPARGNE (REMIS A ZERO AU
      *PREMIER RETRAIT D UN NOUVEAU MOIS)
       7435-COMPTE-RETRAIT-DEB.
           IF NOT CPT-EPARGNE OR NOT (RETRAIT OR VIREMENT)
              GO TO 7435-COMPTE-RETRAIT-FIN
           END-IF.
           COMPUTE WS-AAMM-MVT = (WS-MVTS-AA * 100) + WS-MVTS-MM.
           IF WS-CPTES-RETR-AAMM NOT = WS-AAMM-MVT
              MOVE WS-AAMM-MVT          TO WS-CPTES-RETR-AAMM
              MOVE ZERO                 TO WS-CPTES-NB-RETR
           END-IF.
           IF WS-CPTES-NB-RETR < 99
              ADD 1                     TO WS-CPTES-NB-RETR
           END-IF.
       7435-COMPTE-RETRAIT-FIN.
           EXIT.
      *POINTAGE DE L ECHEANCE DE PRET DU MOUVEMENT (CLE = COMPTE +
      *NUMERO DE PRET ET D ECHEANCE PORTES PAR WS-MVTS-NUMCHQ) AU
      *STATUT PREPARE DANS WS-ECP-STATUT : 'P' PAYEE A LA DATE DU
      *MOUVEMENT, 'I' IMPAYEE - LIGNE ABSENTE : PAS DE POINTAGE
       7440-POINTE-ECHEANCE-DEB.
           IF ECP-INDISPONIBLE
              GO TO 7440-POINTE-ECHEANCE-FIN
           END-IF.
           MOVE WS-ECP-STATUT           TO WS-SW-ECP-POINTE.
           MOVE WS-MVTS-CPTE            TO FS-KEY-ECP(1:10).
           MOVE WS-MVTS-NUMCHQ(1:5)     TO FS-KEY-ECP(11:5).
           PERFORM 6056-READ-F-ECP-ES-DEB
              THRU 6056-READ-F-ECP-ES-FIN.
           IF ECP-INEXISTANT
              ADD 1                     TO WS-NB-ECH-NON-POINT
              GO TO 7440-POINTE-ECHEANCE-FIN
           END-IF.
           MOVE WS-SW-ECP-POINTE        TO WS-ECP-STATUT.
           IF ECP-PAYEE
              MOVE WS-DATE-MVT-N        TO WS-ECP-DATE-PAIE
           END-IF.
           PERFORM 6057-REWRITE-F-ECP-ES-DEB
              THRU 6057-REWRITE-F-ECP-ES-FIN.
       7440-POINTE-ECHEANCE-FIN.
           EXIT.
      *CONTROLE D UN PAIEMENT CB CONTRE LE FICHIER DES CARTES :
      *CARTE CONNUE ET RATTACHEE AU COMPTE, ACTIVE, NON ECHUE AU
      *MOIS DU MOUVEMENT, CUMULS DU JOUR ET DU MOIS (REMIS A ZERO
      *SUR UN NOUVEAU JOUR / MOIS) DANS LES PLAFONDS (ZERO = SANS
      *PLAFOND). SANS FICHIER OU SANS NUMERO DE CARTE LE PAIEMENT
      *PASSE SANS CONTROLE, COMME AVANT
       7445-CHECK-CARTE-DEB.
           SET CARTE-ACCEPTEE           TO TRUE.
           SET CARTE-NON-LUE            TO TRUE.
           IF NOT CB OR CRT-INDISPONIBLE OR WS-MVTS-CARTE = SPACES
              GO TO 7445-CHECK-CARTE-FIN
           END-IF.
           IF MVT-GELE OR TAUX-MANQUANT OR DEPASSEMENT-DECOUVERT
              OR REF-EN-DOUBLE OR NOT PRODUIT-AUTORISE
              GO TO 7445-CHECK-CARTE-FIN
           END-IF.
           MOVE WS-MVTS-CARTE           TO FS-KEY-CRT.
           PERFORM 6062-READ-F-CRT-ES-DEB
              THRU 6062-READ-F-CRT-ES-FIN.
           IF CRT-INEXISTANT
              OR WS-CRT-CPTE NOT = WS-MVTS-CPTE
              SET CARTE-INCONNUE        TO TRUE
              GO TO 7445-CHECK-CARTE-FIN
           END-IF.
           IF NOT CRT-ACTIVE
              SET CARTE-OPPOSEE         TO TRUE
              GO TO 7445-CHECK-CARTE-FIN
           END-IF.
           COMPUTE WS-AAAAMM-MVT = (WS-MVTS-SS * 10000)
                                 + (WS-MVTS-AA * 100) + WS-MVTS-MM.
           IF WS-CRT-DATE-EXP < WS-AAAAMM-MVT
              SET CARTE-EXPIREE         TO TRUE
              GO TO 7445-CHECK-CARTE-FIN
           END-IF.
           IF WS-CRT-CUM-DATE NOT = WS-DATE-MVT-N
              MOVE WS-DATE-MVT-N        TO WS-CRT-CUM-DATE
              MOVE ZERO                 TO WS-CRT-CUM-JOUR
           END-IF.
           IF WS-CRT-CUM-AAAAMM NOT = WS-AAAAMM-MVT
              MOVE WS-AAAAMM-MVT        TO WS-CRT-CUM-AAAAMM
              MOVE ZERO                 TO WS-CRT-CUM-MOIS
           END-IF.
           COMPUTE WS-CRT-CUM-PREVU = WS-CRT-CUM-JOUR + WS-MVTS-MT.
           IF WS-CRT-PLAF-JOUR > ZERO
              AND WS-CRT-CUM-PREVU > WS-CRT-PLAF-JOUR
              SET PLAFOND-JOUR          TO TRUE
              GO TO 7445-CHECK-CARTE-FIN
           END-IF.
           COMPUTE WS-CRT-CUM-PREVU = WS-CRT-CUM-MOIS + WS-MVTS-MT.
           IF WS-CRT-PLAF-MOIS > ZERO
              AND WS-CRT-CUM-PREVU > WS-CRT-PLAF-MOIS
              SET PLAFOND-MOIS          TO TRUE
              GO TO 7445-CHECK-CARTE-FIN
           END-IF.
           SET CARTE-A-CUMULER          TO TRUE.
       7445-CHECK-CARTE-FIN.
           EXIT.
      *PAIEMENT CB ACCEPTE : IMPUTATION SUR LES CUMULS DU JOUR ET DU
      *MOIS DE LA CARTE LUE AU CONTROLE
       7447-CUMULE-CARTE-DEB.
           IF NOT CARTE-A-CUMULER
              GO TO 7447-CUMULE-CARTE-FIN
           END-IF.
           ADD WS-MVTS-MT               TO WS-CRT-CUM-JOUR.
           ADD WS-MVTS-MT               TO WS-CRT-CUM-MOIS.
           PERFORM 6063-REWRITE-F-CRT-ES-DEB
              THRU 6063-REWRITE-F-CRT-ES-FIN.
           SET CARTE-NON-LUE            TO TRUE.
       7447-CUMULE-CARTE-FIN.
           EXIT.
      *BENEFICIAIRE DU VIREMENT SORTANT (BEN0101) : LA CONTREPARTIE
      *DOIT ETRE UN BENEFICIAIRE ACTIF DU COMPTE (UNE SUPPRESSION
      *DEMANDEE MAIS NON VALIDEE LE LAISSE ACTIF) ; AU DELA DU SEUIL,
      *UN BENEFICIAIRE ACTIVE DEPUIS MOINS DE WS-DELAI-REVUE JOURS A
      *LA DATE DU MOUVEMENT RETIENT LE VIREMENT POUR REVUE, SAUF S IL
      *A ETE LIBERE A LA REVUE (VRV0101). LES REGLEMENTS FOURNISSEUR
      *ET LES RETOURS D ENTREES EN SUSPENS, EMIS PAR LA BANQUE, NE
      *SONT PAS CONTROLES
       7450-CHECK-BENEF-DEB.
           MOVE SPACES                  TO WS-IBAN-BNF.
           SET  VRV-SANS-ACTION         TO TRUE.
           MOVE WS-MVTS-CTR             TO WS-CTR-FOURNISSEUR.
           IF  NOT BNF-DISPONIBLE
               OR CTR-EST-FOURNISSEUR
               OR RETOUR-CLEARING
               GO TO 7450-CHECK-BENEF-FIN
           END-IF.
           MOVE WS-MVTS-CPTE            TO WS-BNF-CPTE.
           MOVE WS-MVTS-CTR             TO WS-BNF-CTR.
           MOVE WS-BNF-CLE              TO FS-KEY-BNF.
           PERFORM 6069-READ-F-BNF-E-DEB
              THRU 6069-READ-F-BNF-E-FIN.
           IF  BNF-FS-INEXISTANT
               OR NOT (BNF-ACTIF OR BNF-SUPP-DEMANDEE)
               SET  VIR-BENEF-INCONNU   TO TRUE
               GO TO 7450-CHECK-BENEF-FIN
           END-IF.
           MOVE WS-BNF-IBAN             TO WS-IBAN-BNF.
           IF  WS-MVTS-MT NOT > WS-SEUIL-REVUE
               GO TO 7450-CHECK-BENEF-FIN
           END-IF.
      *    ANCIENNETE DU BENEFICIAIRE A LA DATE DU MOUVEMENT
           MOVE WS-BNF-DATE-ACTIV       TO WS-NJ-DATE-N.
           PERFORM 7452-NUMERO-JOUR-DEB
              THRU 7452-NUMERO-JOUR-FIN.
           MOVE WS-NJ-NUM               TO WS-NJ-ACTIV.
           MOVE WS-DATE-MVT-N           TO WS-NJ-DATE-N.
           PERFORM 7452-NUMERO-JOUR-DEB
              THRU 7452-NUMERO-JOUR-FIN.
           IF  WS-NJ-NUM - WS-NJ-ACTIV NOT < WS-DELAI-REVUE
               GO TO 7450-CHECK-BENEF-FIN
           END-IF.
      *    PERIODE DE CARENCE : SORT DONNE A LA REVUE DU VIREMENT
           SET  VIR-EN-REVUE            TO TRUE.
           IF  NOT VRV-DISPONIBLE
               GO TO 7450-CHECK-BENEF-FIN
           END-IF.
           MOVE WS-MVTS-REF             TO FS-KEY-VRV.
           PERFORM 6073-READ-F-VRV-ES-DEB
              THRU 6073-READ-F-VRV-ES-FIN.
           IF  VRV-FS-INEXISTANT
               SET  VRV-A-ECRIRE        TO TRUE
               GO TO 7450-CHECK-BENEF-FIN
           END-IF.
           EVALUATE TRUE
               WHEN VRV-LIBERE
               WHEN VRV-REPRESENTE
                    SET  VIR-SORTANT    TO TRUE
                    SET  VRV-A-POINTER  TO TRUE
               WHEN VRV-REFUSE
                    SET  VIR-REVUE-REFUSEE
                                        TO TRUE
               WHEN VRV-PASSE
                    SET  VIR-DEJA-PASSE TO TRUE
           END-EVALUATE.
       7450-CHECK-BENEF-FIN.
           EXIT.
      *NUMERO DE JOUR DE LA DATE WS-NJ-DATE (ANNEE COMMENCANT EN
      *MARS : LE 29 FEVRIER EST LE DERNIER JOUR DE L ANNEE)
       7452-NUMERO-JOUR-DEB.
           MOVE WS-NJ-AAAA              TO WS-NJ-A.
           MOVE WS-NJ-MM                TO WS-NJ-M.
           IF  WS-NJ-M < 3
               ADD  12                  TO WS-NJ-M
               SUBTRACT 1               FROM WS-NJ-A
           END-IF.
           COMPUTE WS-NJ-NUM = (365 * WS-NJ-A) + WS-NJ-JJ.
           DIVIDE WS-NJ-A BY 4
               GIVING WS-NJ-QUOTIENT REMAINDER WS-NJ-RESTE.
           ADD  WS-NJ-QUOTIENT          TO WS-NJ-NUM.
           DIVIDE WS-NJ-A BY 100
               GIVING WS-NJ-QUOTIENT REMAINDER WS-NJ-RESTE.
           SUBTRACT WS-NJ-QUOTIENT      FROM WS-NJ-NUM.
           DIVIDE WS-NJ-A BY 400
               GIVING WS-NJ-QUOTIENT REMAINDER WS-NJ-RESTE.
           ADD  WS-NJ-QUOTIENT          TO WS-NJ-NUM.
           COMPUTE WS-NJ-T = (153 * (WS-NJ-M - 3)) + 2.
           DIVIDE WS-NJ-T BY 5
               GIVING WS-NJ-QUOTIENT REMAINDER WS-NJ-RESTE.
           ADD  WS-NJ-QUOTIENT          TO WS-NJ-NUM.
       7452-NUMERO-JOUR-FIN.
           EXIT.
      *DEPOSE LE VIREMENT RETENU SUR VRV0101 (STATUT A) AVEC L IMAGE
      *DU MOUVEMENT TEL QUE RECU, SOUS SA REFERENCE UNIQUE
       7455-RETIENT-VIREMENT-DEB.
           MOVE SPACES                  TO WS-VRV-ENR.
           MOVE WS-MVTS-REF             TO WS-VRV-REF.
           MOVE FS-ENRG-F-MVTS-E        TO WS-VRV-MVT.
           MOVE WS-MVTS-REF             TO WS-VRV-MVT(51:14).
           MOVE WS-DATE-J               TO WS-VRV-DATE-RET.
           MOVE WS-BNF-DATE-ACTIV       TO WS-VRV-BNF-DACTIV.
           MOVE 'A'                     TO WS-VRV-STATUT.
           MOVE ZERO                    TO WS-VRV-DATE-DEC.
           PERFORM 6074-WRITE-F-VRV-ES-DEB
              THRU 6074-WRITE-F-VRV-ES-FIN.
           ADD  1                       TO WS-NB-RETENUS.
       7455-RETIENT-VIREMENT-FIN.
           EXIT.
      *CONTROLE D UNE REMISE DE CHEQUE (NUMERO DU CHEQUE PORTE, PAS
      *DEJA REMIS A LA MEME DATE SUR LE COMPTE) ET D UN RETOUR
      *IMPAYE (REMISE D ORIGINE CONNUE D IND0101 ET NON DEJA
      *CONTREPASSEE). SANS FICHIER IND0101 L IMPAYE EST POSTE SANS
      *RAPPROCHEMENT
       7460-CHECK-REMISE-DEB.
           SET REMISE-ACCEPTEE          TO TRUE.
           SET IND-SANS-ACTION          TO TRUE.
           IF NOT (REMISE-CHEQUE OR IMPAYE-CHEQUE)
              GO TO 7460-CHECK-REMISE-FIN
           END-IF.
           IF MVT-GELE OR TAUX-MANQUANT OR REF-EN-DOUBLE
              GO TO 7460-CHECK-REMISE-FIN
           END-IF.
           IF WS-MVTS-NUMCHQ = SPACE
              SET REMISE-INVALIDE       TO TRUE
              GO TO 7460-CHECK-REMISE-FIN
           END-IF.
           IF IND-INDISPONIBLE
              GO TO 7460-CHECK-REMISE-FIN
           END-IF.
           MOVE WS-MVTS-CPTE            TO FS-KEY-IND(1:10).
           MOVE WS-MVTS-NUMCHQ          TO FS-KEY-IND(19:6).
           IF REMISE-CHEQUE
              MOVE WS-DATE-MVT-N        TO FS-KEY-IND(11:8)
              PERFORM 6092-READ-F-IND-ES-DEB
                 THRU 6092-READ-F-IND-ES-FIN
              IF IND-FS-OK
                 SET REMISE-INVALIDE    TO TRUE
              END-IF
              GO TO 7460-CHECK-REMISE-FIN
           END-IF.
           IF WS-MVTS-REM-DATE NOT NUMERIC
              SET REMISE-INVALIDE       TO TRUE
              GO TO 7460-CHECK-REMISE-FIN
           END-IF.
           MOVE WS-MVTS-REM-DATE        TO FS-KEY-IND(11:8).
           PERFORM 6092-READ-F-IND-ES-DEB
              THRU 6092-READ-F-IND-ES-FIN.
           IF IND-FS-INEXISTANT OR IDP-IMPAYEE
              SET REMISE-INVALIDE       TO TRUE
           ELSE
              SET IND-A-ANNULER         TO TRUE
           END-IF.
       7460-CHECK-REMISE-FIN.
           EXIT.
      *CUMULE LES INDISPONIBILITES ACTIVES DU COMPTE NON ENCORE
      *ECHUES A LA DATE DU MOUVEMENT
       7461-CUMULE-INDISPO-DEB.
           IF WS-TIND-STATUT(WS-IND-IND) = 'A'
              AND WS-TIND-DISPO(WS-IND-IND) > WS-DATE-MVT-N
              ADD WS-TIND-MT(WS-IND-IND) TO WS-MT-INDISPO
           END-IF.
       7461-CUMULE-INDISPO-FIN.
           EXIT.
      *ECRIT L INDISPONIBILITE DE LA REMISE (STATUT A) AVEC SA DATE
      *DE DISPONIBILITE ET LA RANGE DANS LA TABLE DU COMPTE
       7462-CREE-INDISPO-DEB.
           MOVE SPACES                  TO WS-IDP-ENR.
           MOVE WS-MVTS-CPTE            TO WS-IDP-CPTE.
           MOVE WS-DATE-MVT-N           TO WS-IDP-DATE-REM.
           MOVE WS-MVTS-NUMCHQ          TO WS-IDP-NUMCHQ.
           MOVE WS-MVTS-MT              TO WS-IDP-MT.
           PERFORM 7465-CALC-DATE-DISPO-DEB
              THRU 7465-CALC-DATE-DISPO-FIN.
           MOVE WS-IND-TRV              TO WS-IDP-DATE-DISPO.
           SET IDP-ACTIVE               TO TRUE.
           MOVE ZERO                    TO WS-IDP-DATE-MAJ.
           MOVE WS-MVTS-REF             TO WS-IDP-REF.
           PERFORM 6096-WRITE-F-IND-ES-DEB
              THRU 6096-WRITE-F-IND-ES-FIN.
           ADD  1                       TO WS-NB-IND-CREES.
           IF WS-NB-IND-TAB < 100
              ADD  1                    TO WS-NB-IND-TAB
              PERFORM 7467-RANGE-TABLE-DEB
                 THRU 7467-RANGE-TABLE-FIN
           END-IF.
       7462-CREE-INDISPO-FIN.
           EXIT.
      *ANNULE L INDISPONIBILITE DE LA REMISE RETOURNEE IMPAYEE (LUE
      *PAR 7460) DANS LE FICHIER ET DANS LA TABLE DU COMPTE
       7464-ANNULE-INDISPO-DEB.
           SET IDP-IMPAYEE              TO TRUE.
           MOVE WS-DATE-J               TO WS-IDP-DATE-MAJ.
           PERFORM 6097-REWRITE-F-IND-ES-DEB
              THRU 6097-REWRITE-F-IND-ES-FIN.
           ADD  1                       TO WS-NB-IND-ANNUL.
           PERFORM 7463-ANNULE-UNE-TIND-DEB
              THRU 7463-ANNULE-UNE-TIND-FIN
             VARYING WS-IND-IND FROM 1 BY 1
             UNTIL WS-IND-IND > WS-NB-IND-TAB.
       7464-ANNULE-INDISPO-FIN.
           EXIT.
       7463-ANNULE-UNE-TIND-DEB.
           IF WS-TIND-DATE-REM(WS-IND-IND) = WS-IDP-DATE-REM
              AND WS-TIND-NUMCHQ(WS-IND-IND) = WS-IDP-NUMCHQ
              MOVE 'I'                  TO WS-TIND-STATUT(WS-IND-IND)
           END-IF.
       7463-ANNULE-UNE-TIND-FIN.
           EXIT.
      *DATE DE DISPONIBILITE : JOUR OUVRE DE LA REMISE (ARIO831) PUIS
      *WS-IND-NB-JOURS JOURS OUVRES PLUS LOIN
       7465-CALC-DATE-DISPO-DEB.
           MOVE WS-DATE-MVT-N           TO WS-IND-TRV.
           CALL 'ARIO831'          USING WS-IND-TRV
                                         WS-IND-TRV-DV
                                         WS-CR-DV.
           MOVE WS-IND-TRV-DV           TO WS-IND-TRV.
           PERFORM 7468-JOUR-OUVRE-SUIVANT-DEB
              THRU 7468-JOUR-OUVRE-SUIVANT-FIN
             VARYING WS-IND-CPT-JOURS FROM 1 BY 1
             UNTIL WS-IND-CPT-JOURS > WS-IND-NB-JOURS.
       7465-CALC-DATE-DISPO-FIN.
           EXIT.
      *CHARGE LES INDISPONIBILITES ACTIVES DU COMPTE EN COURS
       7466-CHARGE-INDISPOS-DEB.
           PERFORM 6093-START-F-IND-ES-DEB
              THRU 6093-START-F-IND-ES-FIN.
           IF IND-FS-INEXISTANT
              GO TO 7466-CHARGE-INDISPOS-FIN
           END-IF.
           PERFORM 6095-READNEXT-F-IND-ES-DEB
              THRU 6095-READNEXT-F-IND-ES-FIN.
           PERFORM 7469-CHARGE-UNE-INDISPO-DEB
              THRU 7469-CHARGE-UNE-INDISPO-FIN
             UNTIL IND-FS-FIN
                OR WS-IDP-CPTE NOT = WS-CPTES-CPTE
                OR WS-NB-IND-TAB NOT < 100.
       7466-CHARGE-INDISPOS-FIN.
           EXIT.
       7467-RANGE-TABLE-DEB.
           MOVE WS-IDP-DATE-REM    TO WS-TIND-DATE-REM(WS-NB-IND-TAB).
           MOVE WS-IDP-NUMCHQ      TO WS-TIND-NUMCHQ(WS-NB-IND-TAB).
           MOVE WS-IDP-MT          TO WS-TIND-MT(WS-NB-IND-TAB).
           MOVE WS-IDP-DATE-DISPO  TO WS-TIND-DISPO(WS-NB-IND-TAB).
           MOVE WS-IDP-STATUT      TO WS-TIND-STATUT(WS-NB-IND-TAB).
       7467-RANGE-TABLE-FIN.
           EXIT.
      *AVANCE LA DATE DE TRAVAIL D UN JOUR PUIS LA PORTE AU PROCHAIN
      *JOUR OUVRE (ARIO831)
       7468-JOUR-OUVRE-SUIVANT-DEB.
           PERFORM 7470-DERNIER-JOUR-DEB
              THRU 7470-DERNIER-JOUR-FIN.
           IF  WS-IND-TRV-JJ < WS-IND-DERN-JOUR
               ADD  1                   TO WS-IND-TRV-JJ
           ELSE
               MOVE 1                   TO WS-IND-TRV-JJ
               IF  WS-IND-TRV-MM < 12
                   ADD  1               TO WS-IND-TRV-MM
               ELSE
                   MOVE 1               TO WS-IND-TRV-MM
                   ADD  1               TO WS-IND-TRV-AAAA
               END-IF
           END-IF.
           CALL 'ARIO831'          USING WS-IND-TRV
                                         WS-IND-TRV-DV
                                         WS-CR-DV.
           MOVE WS-IND-TRV-DV           TO WS-IND-TRV.
       7468-JOUR-OUVRE-SUIVANT-FIN.
           EXIT.
       7469-CHARGE-UNE-INDISPO-DEB.
           IF IDP-ACTIVE
              ADD  1                    TO WS-NB-IND-TAB
              PERFORM 7467-RANGE-TABLE-DEB
                 THRU 7467-RANGE-TABLE-FIN
           END-IF.
           PERFORM 6095-READNEXT-F-IND-ES-DEB
              THRU 6095-READNEXT-F-IND-ES-FIN.
       7469-CHARGE-UNE-INDISPO-FIN.
           EXIT.
      *PREPARE L EVENEMENT CLIENT DU MOUVEMENT REJETE (TYPE ET
      *LIBELLE POSES PAR L APPELANT) - LE CLIENT EST RESOLU SUR LE
      *COMPTE PAR ARIO427
       7471-ALIM-EVT-DEB.
           MOVE SPACES                  TO WS-EVT-ENR.
           MOVE WS-DATE-MVT-N           TO WS-EVT-DATE.
           MOVE WS-MVTS-CPTE            TO WS-EVT-CPTE.
           MOVE WS-MVTS-REF             TO WS-EVT-REF.
           MOVE WS-MVTS-MT              TO WS-EVT-MT1.
           MOVE ZERO                    TO WS-EVT-MT2.
           MOVE WS-MVTS-DEVISE          TO WS-EVT-DEVISE.
           MOVE ZERO                    TO WS-EVT-DATE2.
           MOVE 'ARIO411'               TO WS-EVT-PROG.
       7471-ALIM-EVT-FIN.
           EXIT.
      *CALCULE LE DERNIER JOUR DU MOIS DE LA DATE DE TRAVAIL
       7470-DERNIER-JOUR-DEB.
           EVALUATE WS-IND-TRV-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30              TO WS-IND-DERN-JOUR
               WHEN 02
                   MOVE 28              TO WS-IND-DERN-JOUR
                   DIVIDE WS-IND-TRV-AAAA BY 4
                       GIVING WS-IND-QUOTIENT REMAINDER WS-IND-RESTE
                   IF WS-IND-RESTE = ZERO
                       MOVE 29          TO WS-IND-DERN-JOUR
                       DIVIDE WS-IND-TRV-AAAA BY 100
                           GIVING WS-IND-QUOTIENT
                           REMAINDER WS-IND-RESTE
                       IF WS-IND-RESTE = ZERO
                           MOVE 28      TO WS-IND-DERN-JOUR
                           DIVIDE WS-IND-TRV-AAAA BY 400
                               GIVING WS-IND-QUOTIENT
                               REMAINDER WS-IND-RESTE
                           IF WS-IND-RESTE = ZERO
                               MOVE 29  TO WS-IND-DERN-JOUR
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31              TO WS-IND-DERN-JOUR
           END-EVALUATE.
       7470-DERNIER-JOUR-FIN.
           EXIT.
       7390-CHARGE-DECS-DEB.
           MOVE ZERO                    TO WS-NB-DEC-TAB.
           PERFORM 6048-READNEXT-F-DEC-E-DEB
      *CONTROLE DU DECOUVERT AUTORISE : UN DEBIT QUI PORTERAIT LE
      *SOLDE SOUS LA LIMITE DE LA FACILITE (ZERO SANS FACILITE OU
      *FACILITE ECHUE A LA DATE DU MOUVEMENT) EST REJETE - LA
      *LIMITE RETENUE SERT AUSSI A LA PROVISION DES VIREMENTS.
      *LE SOLDE CONTROLE EST LE SOLDE DISPONIBLE : LES REMISES DE
      *CHEQUES ENCORE INDISPONIBLES A LA DATE DU MOUVEMENT EN SONT
      *DEDUITES (WS-MT-INDISPO, AUSSI DEDUIT DE LA PROVISION DES
      *VIREMENTS)
       7395-CHECK-DECOUVERT-DEB.
           SET DECOUVERT-RESPECTE       TO TRUE.
           MOVE ZERO                    TO WS-LIMITE-AUTOR.
             VARYING WS-IND-DEC FROM 1 BY 1
             UNTIL WS-IND-DEC > WS-NB-DEC-TAB
                OR WS-LIMITE-AUTOR NOT = ZERO.
           MOVE ZERO                    TO WS-MT-INDISPO.
           PERFORM 7461-CUMULE-INDISPO-DEB
              THRU 7461-CUMULE-INDISPO-FIN
             VARYING WS-IND-IND FROM 1 BY 1
             UNTIL WS-IND-IND > WS-NB-IND-TAB.
           IF MVT-GELE OR TAUX-MANQUANT
              GO TO 7395-CHECK-DECOUVERT-FIN
           END-IF.
           IF RETRAIT OR CB OR PRELEVEMENT OR CHEQUE OR ECHEANCE-PRET
              COMPUTE WS-SOLDE-PREVU = WS-SOLDE-BASE
                      - WS-CUM-DEB + WS-CUM-CRED - WS-MVTS-MT
                      - WS-MT-INDISPO
              IF WS-SOLDE-PREVU < ZERO
                 AND WS-SOLDE-PREVU < (ZERO - WS-LIMITE-AUTOR)
                 SET DEPASSEMENT-DECOUVERT TO TRUE
       7370-ALIM-CLR-DEB.
           PERFORM 7375-CHERCHE-IBAN-DEB
              THRU 7375-CHERCHE-IBAN-FIN.
           PERFORM 7378-CHERCHE-IBAN-BENEF-DEB
              THRU 7378-CHERCHE-IBAN-BENEF-FIN.
           MOVE 'V'                     TO WS-CLR-TYPE.
           MOVE WS-MVTS-CPTE            TO WS-CLR-CPTE.
           MOVE WS-IBAN-TROUVE          TO WS-CLR-IBAN-DONNEUR.
           MOVE WS-MVTS-MT              TO WS-CLR-MT.
           MOVE WS-MVTS-DEVISE          TO WS-CLR-DEVISE.
           MOVE WS-DATE-MVT-N           TO WS-CLR-DATE.
           MOVE WS-IBAN-BENEF           TO WS-CLR-IBAN-BENEF.
           MOVE WS-MVTS-REF             TO WS-CLR-REF.
           MOVE SPACES                  TO WS-CLR-REF-ORIG.
           PERFORM 7379-CHERCHE-RETOUR-DEB
              THRU 7379-CHERCHE-RETOUR-FIN.
       7370-ALIM-CLR-FIN.
           EXIT.
      *RETOUR D UNE ENTREE EN SUSPENS A LA BANQUE EMETTRICE :
      *CONTREPARTIE 'R' + CLE SUS0101 - LE CLEARING SORTANT EST DE
      *TYPE R, VERS L IBAN RECU, AVEC LA REFERENCE EMETTEUR D ORIGINE
       7379-CHERCHE-RETOUR-DEB.
           IF NOT RETOUR-CLEARING
              OR WS-MVTS-RET-DATE NOT NUMERIC
              OR WS-MVTS-RET-SEQ NOT NUMERIC
              GO TO 7379-CHERCHE-RETOUR-FIN
           END-IF.
           MOVE 'R'                     TO WS-CLR-TYPE.
           ADD 1                        TO WS-NB-RETOURS.
           IF NOT SUS-DISPONIBLE
              GO TO 7379-CHERCHE-RETOUR-FIN
           END-IF.
           MOVE WS-MVTS-RET-DATE        TO WS-SUS-DATE.
           MOVE WS-MVTS-RET-SEQ         TO WS-SUS-SEQ.
           MOVE WS-SUS-CLE              TO FS-KEY-SUS.
           PERFORM 6066-READ-F-SUS-E-DEB
              THRU 6066-READ-F-SUS-E-FIN.
           IF SUS-FS-OK
              MOVE WS-SUS-IBAN          TO WS-CLR-IBAN-BENEF
              MOVE WS-SUS-REF           TO WS-CLR-REF-ORIG
           END-IF.
       7379-CHERCHE-RETOUR-FIN.
           EXIT.
      *IBAN DU BENEFICIAIRE D UN REGLEMENT FOURNISSEUR : CONTREPARTIE
      *'F' + CODE FOURNISSEUR NUMERIQUE, LUE SUR FOUR0101 - AUTRE
      *CONTREPARTIE : IBAN DU BENEFICIAIRE ENREGISTRE
       7378-CHERCHE-IBAN-BENEF-DEB.
      *    IBAN DU BENEFICIAIRE ENREGISTRE (BEN0101), LU AU
      *    PRE-CONTROLE - A BLANC SANS FICHIER DES BENEFICIAIRES
           MOVE WS-IBAN-BNF             TO WS-IBAN-BENEF.
           MOVE WS-MVTS-CTR             TO WS-CTR-FOURNISSEUR.
           IF NOT FOUR-DISPONIBLE
              OR NOT CTR-EST-FOURNISSEUR
              OR WS-CTRF-CODE NOT NUMERIC
              OR WS-CTRF-RESTE NOT = SPACES
              GO TO 7378-CHERCHE-IBAN-BENEF-FIN
           END-IF.
           MOVE WS-CTRF-CODE            TO FS-KEY-FOUR.
           PERFORM 6053-READ-F-FOUR-E-DEB
              THRU 6053-READ-F-FOUR-E-FIN.
           IF FOUR-OK
              MOVE WS-FOUR-IBAN         TO WS-IBAN-BENEF
           END-IF.
       7378-CHERCHE-IBAN-BENEF-FIN.
           EXIT.
       7355-RANGE-UN-TAUX-DEB.
           ADD  1                       TO WS-NB-TXC-TAB.
           MOVE WS-TXC-DEVISE           TO
      *CONTROLE LE GEL DU COMPTE DU MOUVEMENT COURANT A SA DATE
       7320-CHECK-GELE-DEB.
           MOVE WS-MVTS-CPTE            TO WS-GEL-CPTE-CTL.
           SET GEL-COTE-COMPTE          TO TRUE.
           PERFORM 7322-CHECK-GELE-CLE-DEB
              THRU 7322-CHECK-GELE-CLE-FIN.
       7320-CHECK-GELE-FIN.
      *MOUVEMENT
       7330-CHECK-GELE-CTR-DEB.
           MOVE WS-MVTS-CTR             TO WS-GEL-CPTE-CTL.
           SET GEL-COTE-CTR             TO TRUE.
           PERFORM 7322-CHECK-GELE-CLE-DEB
              THRU 7322-CHECK-GELE-CLE-FIN.
       7330-CHECK-GELE-CTR-FIN.
               AND WS-DATE-MVT-N NOT < WS-TGEL-DEB(WS-IND-GEL)
               AND WS-DATE-MVT-N NOT > WS-TGEL-FIN(WS-IND-GEL)
               SET MVT-GELE             TO TRUE
               IF  WS-TGEL-MOTIF(WS-IND-GEL) = 'KYC'
                   PERFORM 7327-FILTRE-GEL-KYC-DEB
                      THRU 7327-FILTRE-GEL-KYC-FIN
               END-IF
               IF  MVT-NON-GELE
                   ADD  1               TO WS-IND-GEL
               END-IF
           ELSE
               ADD  1                   TO WS-IND-GEL
           END-IF.
       7325-COMPARE-GEL-FIN.
           EXIT.
      *GEL KYC : SANS EFFET SUR LA CONTREPARTIE CREDITEE ET SUR LES
      *MOUVEMENTS AUTRES QUE RETRAIT ET VIREMENT EMIS ; LEVE DES QU UNE
      *REVUE DU TITULAIRE PRINCIPAL EST ENREGISTREE DEPUIS LE DEBUT DU
      *GEL (LE TITULAIRE N EST CONNU QUE SUR UN COMPTE EXISTANT)
       7327-FILTRE-GEL-KYC-DEB.
           IF  GEL-COTE-CTR
               OR NOT (RETRAIT OR VIREMENT)
               SET MVT-NON-GELE         TO TRUE
               GO TO 7327-FILTRE-GEL-KYC-FIN
           END-IF.
           IF  KYC-INDISPONIBLE
               OR WS-CPTES-CPTE NOT = WS-MVTS-CPTE
               OR WS-CPTES-CLIENT = SPACE
               GO TO 7327-FILTRE-GEL-KYC-FIN
           END-IF.
           MOVE WS-CPTES-CLIENT         TO FS-KEY-KYC.
           PERFORM 6078-READ-F-KYC-E-DEB
              THRU 6078-READ-F-KYC-E-FIN.
           IF  KYC-FS-OK
               AND WS-KYC-DATE-REVUE NOT < WS-TGEL-DEB(WS-IND-GEL)
               SET MVT-NON-GELE         TO TRUE
               ADD  1                   TO WS-NB-KYC-LEVES
           END-IF.
       7327-FILTRE-GEL-KYC-FIN.
           EXIT.
      *INITALISE LES VARAIBLE POUR LE TRT MVT AVEC CPT
       7090-INIT-CPT-EXIST-DEB.
           MOVE ZERO                    TO WS-NB-REF-TAB.
           ELSE
               SET CPT-NON-DORMANT      TO TRUE
           END-IF.
           PERFORM 7434-INIT-PRODUIT-DEB
              THRU 7434-INIT-PRODUIT-FIN.
           MOVE ZERO                    TO WS-NB-IND-TAB.
           IF  IND-DISPONIBLE
               PERFORM 7466-CHARGE-INDISPOS-DEB
                  THRU 7466-CHARGE-INDISPOS-FIN
           END-IF.
           MOVE ZERO                    TO WS-CUM-CRED.
           MOVE ZERO                    TO WS-CUM-DEB.
           MOVE ZERO                    TO WS-LIGNE-COUNT.
      *INITALISE LES VARAIBLE POUR LE TRT MVT SANS CPT
       7120-INIT-CPT-NEW-DEB.
           MOVE ZERO                    TO WS-NB-REF-TAB.
           MOVE ZERO                    TO WS-NB-IND-TAB.
           SET CPT-NON-DORMANT          TO TRUE.
      *    COMPTE CREE PAR LES MOUVEMENTS : COMPTE COURANT (LA ZONE
      *    DE LECTURE GARDE L ENREGISTREMENT PRECEDENT)
           MOVE SPACE                   TO WS-CPTES-PRODUIT.
           MOVE ZERO                    TO WS-CPTES-RETR-AAMM.
           MOVE ZERO                    TO WS-CPTES-NB-RETR.
           MOVE SPACE                   TO WS-TYPE-PRD-CPT.
           MOVE ZERO                    TO WS-MAX-RETR-CPT.
           MOVE 'EUR'                   TO WS-DEV-CIBLE.
           MOVE ZERO                    TO WS-SOLDE-BASE.
           MOVE ZERO                    TO WS-CUM-CRED.
      *PREPARE L ENREGITREMENT A ECRIRE
       7110-CALC-RENDU-EXEC-DEB.
           COMPUTE WS-NB-MVT = WS-NB-RETRAIT + WS-NB-DEP + WS-NB-CB
                   + WS-NB-VIR + WS-NB-ANO + WS-NB-CLOSE
                   + WS-NB-INTERET + WS-NB-ECH-PRET.
           MOVE WS-NB-RETRAIT           TO WS-LCRE-RET-TOT-ED.
           MOVE WS-NB-VIR               TO WS-LCRE-VIR-TOT-ED.
           MOVE WS-NB-CLI               TO WS-LCRE-CPT-TRT-TOT-ED.
           ADD     1                    TO WS-NB-CLI-CLOSE.
       7300-COUNT-CLOSE-FIN.
           EXIT.
      *-------------------------------------
      *7500 SIMULATION : EDITE LES SOLDES PROJETES DES COMPTES
      *     TOUCHES, PUIS RELIT LE MAITRE EN ENTIER POUR COMPARER
      *     PAR DEVISE LE TOTAL ACTUEL ET LE TOTAL PROJETE
      *------------------------------------
       7500-SIM-ETAT-DEB.
           PERFORM 6220-OPEN-F-SIM-S-DEB
              THRU 6220-OPEN-F-SIM-S-FIN.
           MOVE WS-DD   OF WS-DATE-J    TO WS-LSIM-JJ-ED.
           MOVE WS-MM   OF WS-DATE-J    TO WS-LSIM-MM-ED.
           MOVE WS-YYYY OF WS-DATE-J    TO WS-LSIM-SSAA-ED.
           MOVE WS-LSIM-TITRE           TO FS-BUFF-F-SIM-S.
           PERFORM 6222-WRITE-F-SIM-P-DEB
              THRU 6222-WRITE-F-SIM-P-FIN.
           MOVE WS-LSIM-BANDEAU         TO FS-BUFF-F-SIM-S.
           PERFORM 6221-WRITE-F-SIM-S-DEB
              THRU 6221-WRITE-F-SIM-S-FIN.
           MOVE WS-LETAT-TIRETS         TO FS-BUFF-F-SIM-S.
           PERFORM 6221-WRITE-F-SIM-S-DEB
              THRU 6221-WRITE-F-SIM-S-FIN.
           MOVE WS-LSIM-TITRES          TO FS-BUFF-F-SIM-S.
           PERFORM 6221-WRITE-F-SIM-S-DEB
              THRU 6221-WRITE-F-SIM-S-FIN.
           MOVE WS-LETAT-TIRETS         TO FS-BUFF-F-SIM-S.
           PERFORM 6221-WRITE-F-SIM-S-DEB
              THRU 6221-WRITE-F-SIM-S-FIN.
      *    UNE LIGNE PAR COMPTE, L ECART EST REPORTE SUR SA DEVISE
           MOVE ZERO                    TO WS-NB-SDV-TAB.
           PERFORM 7525-SIM-EDITE-UN-CPT-DEB
              THRU 7525-SIM-EDITE-UN-CPT-FIN
             VARYING WS-IND-SIM FROM 1 BY 1
             UNTIL WS-IND-SIM > WS-NB-SIM-TAB.
           IF WS-NB-SIM-HORS > ZERO
              DISPLAY 'SIMULATION : ' WS-NB-SIM-HORS
                      ' COMPTE(S) HORS TABLE NON PROJETE(S)'
           END-IF.
      *    TOTAUX ACTUELS PAR DEVISE SUR LE MAITRE
           PERFORM 6225-START-F-CPTE-ES-DEB
              THRU 6225-START-F-CPTE-ES-FIN.
           IF NOT CPTES-FIN
              PERFORM 6226-READNEXT-F-CPTE-ES-DEB
                 THRU 6226-READNEXT-F-CPTE-ES-FIN
           END-IF.
           PERFORM 7530-SIM-CUMULE-UN-CPT-DEB
              THRU 7530-SIM-CUMULE-UN-CPT-FIN
             UNTIL CPTES-FIN.
           MOVE WS-ENTETE-L2            TO FS-BUFF-F-SIM-S.
           PERFORM 6221-WRITE-F-SIM-S-DEB
              THRU 6221-WRITE-F-SIM-S-FIN.
           MOVE WS-LSIM-TITRE-DEV       TO FS-BUFF-F-SIM-S.
           PERFORM 6221-WRITE-F-SIM-S-DEB
              THRU 6221-WRITE-F-SIM-S-FIN.
           MOVE WS-LETAT-TIRETS         TO FS-BUFF-F-SIM-S.
           PERFORM 6221-WRITE-F-SIM-S-DEB
              THRU 6221-WRITE-F-SIM-S-FIN.
           MOVE WS-LSIM-TITRES-DEV      TO FS-BUFF-F-SIM-S.
           PERFORM 6221-WRITE-F-SIM-S-DEB
              THRU 6221-WRITE-F-SIM-S-FIN.
           MOVE WS-LETAT-TIRETS         TO FS-BUFF-F-SIM-S.
           PERFORM 6221-WRITE-F-SIM-S-DEB
              THRU 6221-WRITE-F-SIM-S-FIN.
           PERFORM 7535-SIM-EDITE-UNE-DEV-DEB
              THRU 7535-SIM-EDITE-UNE-DEV-FIN
             VARYING WS-IND-SDV FROM 1 BY 1
             UNTIL WS-IND-SDV > WS-NB-SDV-TAB.
           MOVE WS-ENTETE-L1            TO FS-BUFF-F-SIM-S.
           PERFORM 6221-WRITE-F-SIM-S-DEB
              THRU 6221-WRITE-F-SIM-S-FIN.
           PERFORM 6223-CLOSE-F-SIM-S-DEB
              THRU 6223-CLOSE-F-SIM-S-FIN.
       7500-SIM-ETAT-FIN.
           EXIT.
      *SIMULATION : REMPLACE L ECRITURE DU COMPTE EN FIN DE GROUPE
      *(CREATION, MISE A JOUR OU CLOTURE) PAR SON SOLDE PROJETE ; LE
      *SOLDE AVANT EST CELUI DU MAITRE (ZERO POUR UNE CREATION)
       7510-SIM-SOLDE-CPT-DEB.
           MOVE WS-CPTES-CPTE           TO WS-SIM-CPTE.
           PERFORM 7520-SIM-CHERCHE-DEB
              THRU 7520-SIM-CHERCHE-FIN.
           IF WS-POS-SIM = ZERO
              PERFORM 7512-SIM-AJOUTE-CPT-DEB
                 THRU 7512-SIM-AJOUTE-CPT-FIN
              IF WS-POS-SIM = ZERO
                 GO TO 7510-SIM-SOLDE-CPT-FIN
              END-IF
              IF NOT SIM-CREATION
                 MOVE WS-SIM-SOLDE-LU   TO WS-TSIM-AVANT(WS-POS-SIM)
              END-IF
           END-IF.
           IF WS-CPTES-DEVISE = SPACE
              MOVE 'EUR'                TO WS-TSIM-DEVISE(WS-POS-SIM)
           ELSE
              MOVE WS-CPTES-DEVISE      TO WS-TSIM-DEVISE(WS-POS-SIM)
           END-IF.
           IF SIM-CLOTURE
              MOVE ZERO                 TO WS-TSIM-PREVU(WS-POS-SIM)
           ELSE
              MOVE WS-CPTES-SOLDE       TO WS-TSIM-PREVU(WS-POS-SIM)
           END-IF.
           MOVE WS-SIM-OPER             TO WS-TSIM-OPER(WS-POS-SIM).
       7510-SIM-SOLDE-CPT-FIN.
           EXIT.
      *AJOUTE LE COMPTE WS-SIM-CPTE A LA TABLE DE SIMULATION (TABLE
      *PLEINE : WS-POS-SIM RESTE A ZERO ET LE COMPTE EST DECOMPTE)
       7512-SIM-AJOUTE-CPT-DEB.
           MOVE ZERO                    TO WS-POS-SIM.
           IF WS-NB-SIM-TAB NOT < 999
              ADD 1                     TO WS-NB-SIM-HORS
              GO TO 7512-SIM-AJOUTE-CPT-FIN
           END-IF.
           ADD 1                        TO WS-NB-SIM-TAB.
           MOVE WS-NB-SIM-TAB           TO WS-POS-SIM.
           MOVE WS-SIM-CPTE             TO WS-TSIM-CPTE(WS-POS-SIM).
           MOVE ZERO                    TO WS-TSIM-AVANT(WS-POS-SIM).
           MOVE ZERO                    TO WS-TSIM-PREVU(WS-POS-SIM).
       7512-SIM-AJOUTE-CPT-FIN.
           EXIT.
      *SIMULATION : REMPLACE LE CREDIT DE LA CONTREPARTIE D UN
      *VIREMENT PAR LE CUMUL DE SON SOLDE PROJETE
       7515-SIM-CREDIT-CTR-DEB.
           MOVE WS-CTR-CPTE             TO WS-SIM-CPTE.
           PERFORM 7520-SIM-CHERCHE-DEB
              THRU 7520-SIM-CHERCHE-FIN.
           IF WS-POS-SIM = ZERO
              PERFORM 7512-SIM-AJOUTE-CPT-DEB
                 THRU 7512-SIM-AJOUTE-CPT-FIN
              IF WS-POS-SIM = ZERO
                 GO TO 7515-SIM-CREDIT-CTR-FIN
              END-IF
              MOVE WS-CTR-SOLDE         TO WS-TSIM-AVANT(WS-POS-SIM)
              MOVE WS-CTR-SOLDE         TO WS-TSIM-PREVU(WS-POS-SIM)
              SET SIM-CONTREPARTIE      TO TRUE
              MOVE WS-SIM-OPER          TO WS-TSIM-OPER(WS-POS-SIM)
              IF WS-CTR-DEVISE = SPACE
                 MOVE 'EUR'             TO WS-TSIM-DEVISE(WS-POS-SIM)
              ELSE
                 MOVE WS-CTR-DEVISE     TO WS-TSIM-DEVISE(WS-POS-SIM)
              END-IF
           END-IF.
           ADD WS-MT-CREDIT             TO WS-TSIM-PREVU(WS-POS-SIM).
       7515-SIM-CREDIT-CTR-FIN.
           EXIT.
      *RECHERCHE LE COMPTE WS-SIM-CPTE DANS LA TABLE DE SIMULATION
      *(WS-POS-SIM = SON RANG, ZERO SI ABSENT)
       7520-SIM-CHERCHE-DEB.
           MOVE ZERO                    TO WS-POS-SIM.
           PERFORM 7521-SIM-TESTE-UN-CPT-DEB
              THRU 7521-SIM-TESTE-UN-CPT-FIN
             VARYING WS-IND-SIM FROM 1 BY 1
             UNTIL WS-IND-SIM > WS-NB-SIM-TAB
                OR WS-POS-SIM > ZERO.
       7520-SIM-CHERCHE-FIN.
           EXIT.
       7521-SIM-TESTE-UN-CPT-DEB.
           IF WS-TSIM-CPTE(WS-IND-SIM) = WS-SIM-CPTE
              MOVE WS-IND-SIM           TO WS-POS-SIM
           END-IF.
       7521-SIM-TESTE-UN-CPT-FIN.
           EXIT.
      *EDITE LE SOLDE PROJETE D UN COMPTE ET REPORTE SON ECART SUR
      *LE RECAPITULATIF DE SA DEVISE
       7525-SIM-EDITE-UN-CPT-DEB.
           MOVE WS-TSIM-CPTE(WS-IND-SIM)   TO WS-LSIM-CPTE-ED.
           MOVE WS-TSIM-DEVISE(WS-IND-SIM) TO WS-LSIM-DEV-ED.
           MOVE WS-TSIM-AVANT(WS-IND-SIM)  TO WS-LSIM-AVANT-ED.
           MOVE WS-TSIM-PREVU(WS-IND-SIM)  TO WS-LSIM-PREVU-ED.
           COMPUTE WS-LSIM-ECART-ED = WS-TSIM-PREVU(WS-IND-SIM)
                                    - WS-TSIM-AVANT(WS-IND-SIM).
           MOVE WS-TSIM-OPER(WS-IND-SIM)   TO WS-SIM-OPER.
           EVALUATE TRUE
               WHEN SIM-CREATION
                  MOVE 'CREATION'       TO WS-LSIM-OPER-ED
               WHEN SIM-CLOTURE
                  MOVE 'CLOTURE'        TO WS-LSIM-OPER-ED
               WHEN SIM-CONTREPARTIE
                  MOVE 'CREDIT VIR'     TO WS-LSIM-OPER-ED
               WHEN OTHER
                  MOVE 'MISE A JOUR'    TO WS-LSIM-OPER-ED
           END-EVALUATE.
           MOVE WS-LSIM-DETAIL          TO FS-BUFF-F-SIM-S.
           PERFORM 6221-WRITE-F-SIM-S-DEB
              THRU 6221-WRITE-F-SIM-S-FIN.
           MOVE WS-TSIM-DEVISE(WS-IND-SIM) TO WS-SIM-DEVISE.
           PERFORM 7540-SIM-CHERCHE-DEVISE-DEB
              THRU 7540-SIM-CHERCHE-DEVISE-FIN.
           IF WS-POS-SDV > ZERO
              COMPUTE WS-TSDV-ECART(WS-POS-SDV) =
                      WS-TSDV-ECART(WS-POS-SDV)
                    + WS-TSIM-PREVU(WS-IND-SIM)
                    - WS-TSIM-AVANT(WS-IND-SIM)
           END-IF.
       7525-SIM-EDITE-UN-CPT-FIN.
           EXIT.
      *CUMULE LE SOLDE ACTUEL D UN COMPTE DU MAITRE SUR SA DEVISE
       7530-SIM-CUMULE-UN-CPT-DEB.
           IF WS-CTR-DEVISE = SPACE
              MOVE 'EUR'                TO WS-SIM-DEVISE
           ELSE
              MOVE WS-CTR-DEVISE        TO WS-SIM-DEVISE
           END-IF.
           PERFORM 7540-SIM-CHERCHE-DEVISE-DEB
              THRU 7540-SIM-CHERCHE-DEVISE-FIN.
           IF WS-POS-SDV > ZERO
              ADD 1                     TO WS-TSDV-NB-CPT(WS-POS-SDV)
              ADD WS-CTR-SOLDE          TO WS-TSDV-ACTUEL(WS-POS-SDV)
           END-IF.
           PERFORM 6226-READNEXT-F-CPTE-ES-DEB
              THRU 6226-READNEXT-F-CPTE-ES-FIN.
       7530-SIM-CUMULE-UN-CPT-FIN.
           EXIT.
      *EDITE LA LIGNE DE RECAPITULATIF D UNE DEVISE
       7535-SIM-EDITE-UNE-DEV-DEB.
           COMPUTE WS-SDV-PREVU = WS-TSDV-ACTUEL(WS-IND-SDV)
                                + WS-TSDV-ECART(WS-IND-SDV).
           MOVE WS-TSDV-DEVISE(WS-IND-SDV) TO WS-LSIM-DV-DEV-ED.
           MOVE WS-TSDV-NB-CPT(WS-IND-SDV) TO WS-LSIM-DV-NB-ED.
           MOVE WS-TSDV-ACTUEL(WS-IND-SDV) TO WS-LSIM-DV-ACT-ED.
           MOVE WS-SDV-PREVU               TO WS-LSIM-DV-PRV-ED.
           MOVE WS-TSDV-ECART(WS-IND-SDV)  TO WS-LSIM-DV-ECA-ED.
           MOVE WS-LSIM-DEVISE          TO FS-BUFF-F-SIM-S.
           PERFORM 6221-WRITE-F-SIM-S-DEB
              THRU 6221-WRITE-F-SIM-S-FIN.
       7535-SIM-EDITE-UNE-DEV-FIN.
           EXIT.
      *RECHERCHE LA DEVISE WS-SIM-DEVISE DANS LE RECAPITULATIF ET
      *L Y AJOUTE SI ELLE EST NOUVELLE (WS-POS-SDV = SON RANG, ZERO
      *SI LA TABLE EST PLEINE)
       7540-SIM-CHERCHE-DEVISE-DEB.
           MOVE ZERO                    TO WS-POS-SDV.
           PERFORM 7541-SIM-TESTE-UNE-DEV-DEB
              THRU 7541-SIM-TESTE-UNE-DEV-FIN
             VARYING WS-IND-SDV FROM 1 BY 1
             UNTIL WS-IND-SDV > WS-NB-SDV-TAB
                OR WS-POS-SDV > ZERO.
           IF WS-POS-SDV > ZERO
              OR WS-NB-SDV-TAB NOT < 50
              GO TO 7540-SIM-CHERCHE-DEVISE-FIN
           END-IF.
           ADD 1                        TO WS-NB-SDV-TAB.
           MOVE WS-NB-SDV-TAB           TO WS-POS-SDV.
           MOVE WS-SIM-DEVISE           TO WS-TSDV-DEVISE(WS-POS-SDV).
           MOVE ZERO                    TO WS-TSDV-NB-CPT(WS-POS-SDV).
           MOVE ZERO                    TO WS-TSDV-ACTUEL(WS-POS-SDV).
           MOVE ZERO                    TO WS-TSDV-ECART(WS-POS-SDV).
       7540-SIM-CHERCHE-DEVISE-FIN.
           EXIT.
       7541-SIM-TESTE-UNE-DEV-DEB.
           IF WS-TSDV-DEVISE(WS-IND-SDV) = WS-SIM-DEVISE
              MOVE WS-IND-SDV           TO WS-POS-SDV
           END-IF.
       7541-SIM-TESTE-UNE-DEV-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
           MOVE WS-ENTETE-L1            TO FS-BUFF-F-ETAT-CLI-S.
           PERFORM 6160-WRITE-F-ETAT-CLI-P-DEB
              THRU 6160-WRITE-F-ETAT-CLI-P-FIN.
           IF MODE-SIMULATION
              MOVE WS-LSIM-BANDEAU      TO FS-BUFF-F-ETAT-CLI-S
              PERFORM 6140-WRITE-F-ETAT-CLI-S-DEB
                 THRU 6140-WRITE-F-ETAT-CLI-S-FIN
           END-IF.
           MOVE WS-ENTETE-L2            TO FS-BUFF-F-ETAT-CLI-S.
           PERFORM 6140-WRITE-F-ETAT-CLI-S-DEB
              THRU 6140-WRITE-F-ETAT-CLI-S-FIN.
           MOVE WS-ENTETE-L1            TO FS-BUFF-F-ETAT-ANO-S.
           PERFORM 6150-WRITE-F-ETAT-ANO-P-DEB
              THRU 6150-WRITE-F-ETAT-ANO-P-FIN.
           IF MODE-SIMULATION
              MOVE WS-LSIM-BANDEAU      TO FS-BUFF-F-ETAT-ANO-S
              PERFORM 6130-WRITE-F-ETAT-ANO-S-DEB
                 THRU 6130-WRITE-F-ETAT-ANO-S-FIN
           END-IF.
           MOVE WS-ENTETE-L2            TO FS-BUFF-F-ETAT-ANO-S.
           PERFORM 6130-WRITE-F-ETAT-ANO-S-DEB
              THRU 6130-WRITE-F-ETAT-ANO-S-FIN.
           MOVE WS-LANO-L1              TO FS-BUFF-F-ETAT-ANO-S.
           PERFORM 6150-WRITE-F-ETAT-ANO-P-DEB
              THRU 6150-WRITE-F-ETAT-ANO-P-FIN.
           IF MODE-SIMULATION
              MOVE WS-LSIM-BANDEAU      TO FS-BUFF-F-ETAT-ANO-S
              PERFORM 6130-WRITE-F-ETAT-ANO-S-DEB
                 THRU 6130-WRITE-F-ETAT-ANO-S-FIN
           END-IF.
           MOVE WS-LANO-TITRES          TO FS-BUFF-F-ETAT-ANO-S.
           PERFORM 6130-WRITE-F-ETAT-ANO-S-DEB
              THRU 6130-WRITE-F-ETAT-ANO-S-FIN.
           MOVE WS-ENTETE-L1            TO FS-BUFF-F-ETAT-CLI-S.
           PERFORM 6160-WRITE-F-ETAT-CLI-P-DEB
              THRU 6160-WRITE-F-ETAT-CLI-P-FIN.
           IF MODE-SIMULATION
              MOVE WS-LSIM-BANDEAU      TO FS-BUFF-F-ETAT-CLI-S
              PERFORM 6140-WRITE-F-ETAT-CLI-S-DEB
                 THRU 6140-WRITE-F-ETAT-CLI-S-FIN
           END-IF.
           MOVE WS-LETAT-DATE-PAGE      TO FS-BUFF-F-ETAT-CLI-S.
           PERFORM 6140-WRITE-F-ETAT-CLI-S-DEB
              THRU 6140-WRITE-F-ETAT-CLI-S-FIN.
           DISPLAY WS-LCRE-CBS-ED.
           DISPLAY WS-LCRE-VIR-ED.
           DISPLAY WS-LCRE-DEP-ED.
           DISPLAY '* INTERETS / AGIOS POSTES       : ' WS-NB-INTERET.
           DISPLAY '* ECHEANCES DE PRETS DEBITEES   : ' WS-NB-ECH-PRET.
           DISPLAY '* ECHEANCES NON POINTEES        : '
                   WS-NB-ECH-NON-POINT.
           DISPLAY '* VIREMENTS SORTANTS (CLEARING) : ' WS-NB-VIR-SORT.
           DISPLAY '*   DONT RETOURS D ENTREES SUSP : ' WS-NB-RETOURS.
           DISPLAY '* VIREMENTS BENEFICIAIRE INCONNU: '
                   WS-NB-BENEF-INC.
           DISPLAY '* VIREMENTS RETENUS POUR REVUE  : ' WS-NB-RETENUS.
           DISPLAY '* VIREMENTS REFUSES A LA REVUE  : '
                   WS-NB-REVUE-REF.
           DISPLAY '* GELS KYC LEVES PAR LA REVUE   : '
                   WS-NB-KYC-LEVES.
           DISPLAY '* DEBITS HORS DECOUVERT AUTORISE: ' WS-NB-DEPASS.
           DISPLAY '* CHEQUES INVALIDES             : ' WS-NB-CHQ-INVAL.
           DISPLAY '* CHEQUES FRAPPES D OPPOSITION  : '
                   WS-NB-CHQ-OPPOSE.
           DISPLAY '* REFERENCES EN DOUBLE REJETEES : ' WS-NB-DOUBLES.
           DISPLAY '* REFUS PRODUIT EPARGNE / TERME : '
                   WS-NB-REJ-PRODUIT.
           DISPLAY '* PAIEMENTS CB REFUSES (CARTE)  : '
                   WS-NB-REJ-CARTE.
           DISPLAY '* REFERENCES POSEES (CF XREF)   : '
                   WS-NB-REF-POSEES.
           DISPLAY '* REMISES DE CHEQUES CREDITEES  : ' WS-NB-REMISES.
           DISPLAY '* INDISPONIBILITES CREEES       : '
                   WS-NB-IND-CREES.
           DISPLAY '* CHEQUES REMIS IMPAYES         : ' WS-NB-IMPAYES.
           DISPLAY '* INDISPONIBILITES ANNULEES     : '
                   WS-NB-IND-ANNUL.
           DISPLAY '* REMISES / IMPAYES REJETES     : '
                   WS-NB-REM-INVAL.
           DISPLAY '* EVENEMENTS CLIENTS DEPOSES    : '
                   WS-NB-EVT-DEPOSES.
           IF MODE-SIMULATION
              DISPLAY '* SIMULATION - COMPTES PROJETES : ' WS-NB-SIM-TAB
              DISPLAY '* SIMULATION - HORS TABLE       : '
                      WS-NB-SIM-HORS
           END-IF.
           DISPLAY WS-LCRE-ASTER.

       8999-STATISTIQUES-FIN.
      *     ARRETE LE PROGRAMME AVANT TOUTE OUVERTURE
      *------------------------------------
       7400-CTL-DEBUT-DEB.
           IF MODE-SIMULATION
              GO TO 7400-CTL-DEBUT-FIN
           END-IF.
           MOVE 'D'                     TO WS-CTL-PHASE.
           CALL 'ARIO841'          USING WS-CTL-PGM
                                         WS-CTL-PHASE
       7400-CTL-DEBUT-FIN.
           EXIT.
       7410-CTL-FIN-DEB.
           IF MODE-SIMULATION
              GO TO 7410-CTL-FIN-FIN
           END-IF.
           MOVE 'F'                     TO WS-CTL-PHASE.
           CALL 'ARIO841'          USING WS-CTL-PGM
                                         WS-CTL-PHASE
       7410-CTL-FIN-FIN.
           EXIT.
       7420-CTL-ERREUR-DEB.
           IF MODE-SIMULATION
              GO TO 7420-CTL-ERREUR-FIN
           END-IF.
           MOVE 'E'                     TO WS-CTL-PHASE.
           CALL 'ARIO841'          USING WS-CTL-PGM
                                         WS-CTL-PHASE
