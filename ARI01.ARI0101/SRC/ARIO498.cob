      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO498                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *FILTRAGE NOCTURNE DES CLIENTS ET DES CONTREPARTIES DE PAIEMENT *
      *CONTRE LA LISTE DE SURVEILLANCE SNL0101 (COPY LISTSANC,        *
      *CHARGEE PAR ARIO497), LANCE APRES LA CHAINE DU JOUR :          *
      *  - POSE UN GEL DE MOTIF 'SAN' (SANS TERME) SUR GEL0101 SUR    *
      *    CHAQUE COMPTE DONT UN TITULAIRE (PRINCIPAL OU JOINT,       *
      *    TIT0101) A UNE ALERTE CONFIRMEE EN LIGNE (ARIC239) ; UN    *
      *    GEL D UN AUTRE MOTIF DEJA EN PLACE DEVIENT UN GEL 'SAN'    *
      *    SANS TERME (L ANCIEN MOTIF EST EDITE) ;                    *
      *  - COMPARE A LA LISTE LE NOM DE CHAQUE CLIENT CLI0101 EN      *
      *    RELATION, DE CHAQUE BENEFICIAIRE ENREGISTRE BEN0101, DU    *
      *    TITULAIRE CREDITE DE CHAQUE ENTREE DE CLEARING RECUE       *
      *    (ENTREE D ARIO231) ET DU BENEFICIAIRE DE CHAQUE ECRITURE   *
      *    DE CLEARING SORTANT (F-CLR-S D ARIO411, NOM REPRIS DE      *
      *    BEN0101 OU DE FOUR0101) ; LE CODE PAYS DE L IBAN DES       *
      *    BENEFICIAIRES ET DU CLEARING SORTANT EST COMPARE AUX PAYS  *
      *    SOUS EMBARGO ;                                             *
      *  - ECRIT CHAQUE NOUVELLE CORRESPONDANCE SUR LE FICHIER DES    *
      *    ALERTES SNH0101 (COPY ALERTSAN) AU STATUT A REVOIR.        *
      *LA COMPARAISON DES NOMS EST TOLERANTE : MAJUSCULES, ACCENTS ET *
      *PONCTUATION NEUTRALISES, MOTS REMIS DANS L ORDRE ALPHABETIQUE  *
      *(NOM ET PRENOM INVERSES), PUIS ECART D EDITION (LETTRES        *
      *AJOUTEES, OTEES OU CHANGEES) ADMIS SELON LA LONGUEUR : AUCUN   *
      *JUSQU A 4 LETTRES, 1 JUSQU A 10, 2 AU DELA.                    *
      *L ETAT DU FILTRAGE (ETATSNC) EST RECOPIE, DATE, EN EXTENSION   *
      *SUR L ARCHIVE ETATSNA CONSERVEE POUR LES AUDITEURS.            *
      *SYSOUT -> ETAT DU FILTRAGE (ETATSNC), ARCHIVE (ETATSNA) ET     *
      *          COMPTE RENDU                                         *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    ! CREATION DU PROGRAMME                         *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO498.
      *
      **********************
       ENVIRONMENT DIVISION.
      **********************
      *
      *======================
       CONFIGURATION SECTION.
      *======================
      *
      *--------------
       SPECIAL-NAMES.
      *--------------
           DECIMAL-POINT IS COMMA.
      *
      *=====================
       INPUT-OUTPUT SECTION.
      *=====================
      *
      *-------------
       FILE-CONTROL.
      *-------------
      *
      *                      -------------------------------------------
      *                      F-SNL-E : LISTE DE SURVEILLANCE
      *                      -------------------------------------------
           SELECT  F-SNL-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS SEQUENTIAL
                   RECORD KEY          IS FS-KEY-SNL
                   FILE STATUS         IS WS-FS-SNL-E.
      *                      -------------------------------------------
      *                      F-CLI-E : FICHIER MAITRE DES CLIENTS
      *                      -------------------------------------------
           SELECT  F-CLI-E             ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-CLI
                   FILE STATUS         IS WS-FS-CLI-E.
      *                      -------------------------------------------
      *                      F-BNF-E : BENEFICIAIRES ENREGISTRES
      *                      -------------------------------------------
           SELECT  F-BNF-E             ASSIGN TO INP003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-BNF
                   FILE STATUS         IS WS-FS-BNF-E.
      *                      -------------------------------------------
      *                      F-CLRE-E : CLEARING RECU DU JOUR
      *                      (ENTREE D ARIO231)
      *                      -------------------------------------------
           SELECT  F-CLRE-E            ASSIGN TO INP004
                   FILE STATUS         IS WS-FS-CLRE-E.
      *                      -------------------------------------------
      *                      F-CLRS-E : CLEARING SORTANT DU JOUR
      *                      (F-CLR-S D ARIO411)
      *                      -------------------------------------------
           SELECT  F-CLRS-E            ASSIGN TO INP005
                   FILE STATUS         IS WS-FS-CLRS-E.
      *                      -------------------------------------------
      *                      F-IBA-E : CORRESPONDANCE IBAN / COMPTE
      *                      -------------------------------------------
           SELECT  F-IBA-E             ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-IBA
                   FILE STATUS         IS WS-FS-IBA-E.
      *                      -------------------------------------------
      *                      F-CPTE-E : FICHIER MAITRE DES COMPTES
      *                      -------------------------------------------
           SELECT  F-CPTE-E            ASSIGN TO IO002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY
                   FILE STATUS         IS WS-FS-CPTE-E.
      *                      -------------------------------------------
      *                      F-TIT-E : FICHIER DES TITULAIRES DE
      *                      COMPTE (OPTIONNEL)
      *                      -------------------------------------------
           SELECT  F-TIT-E             ASSIGN TO IO003
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-TIT
                   FILE STATUS         IS WS-FS-TIT-E.
      *                      -------------------------------------------
      *                      F-FOUR-E : FICHIER MAITRE DES FOURNISSEURS
      *                      (OPTIONNEL)
      *                      -------------------------------------------
           SELECT  F-FOUR-E            ASSIGN TO IO004
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-FOUR
                   FILE STATUS         IS WS-FS-FOUR-E.
      *                      -------------------------------------------
      *                      F-SNH-ES : ALERTES DE FILTRAGE (IO)
      *                      -------------------------------------------
           SELECT  F-SNH-ES            ASSIGN TO IO005
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-SNH
                   FILE STATUS         IS WS-FS-SNH-ES.
      *                      -------------------------------------------
      *                      F-GEL-ES : FICHIER DES COMPTES GELES (IO)
      *                      -------------------------------------------
           SELECT  F-GEL-ES            ASSIGN TO IO006
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-GEL
                   FILE STATUS         IS WS-FS-GEL-ES.
      *                      -------------------------------------------
      *                      F-ETAT-SNC-S : SYSOUT ETAT DU FILTRAGE
      *                      -------------------------------------------
           SELECT  F-ETAT-SNC-S        ASSIGN TO ETATSNC
                   FILE STATUS         IS WS-FS-ETAT-SNC-S.
      *                      -------------------------------------------
      *                      F-ETAT-ARC-S : ARCHIVE DATEE DES ETATS DE
      *                      FILTRAGE (EXTENSION)
      *                      -------------------------------------------
           SELECT  F-ETAT-ARC-S        ASSIGN TO ETATSNA
                   FILE STATUS         IS WS-FS-ETAT-ARC-S.
      *                      -------------------------------------------
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *LISTE DE SURVEILLANCE
       FD  F-SNL-E
           RECORD CONTAINS 150 CHARACTERS.
       01  FS-BUFF-F-SNL-E.
           05  FS-KEY-SNL        PIC X(12).
           05  FILLER            PIC X(138).
      *FICHIER MAITRE DES CLIENTS
       FD  F-CLI-E
           RECORD CONTAINS 130 CHARACTERS.
       01  FS-BUFF-F-CLI-E.
           05  FS-KEY-CLI        PIC X(6).
           05  FILLER            PIC X(124).
      *BENEFICIAIRES ENREGISTRES
       FD  F-BNF-E
           RECORD CONTAINS 120 CHARACTERS.
       01  FS-BUFF-F-BNF-E.
           05  FS-KEY-BNF        PIC X(20).
           05  FILLER            PIC X(100).
      *CLEARING RECU DU JOUR
       FD  F-CLRE-E
           RECORD CONTAINS 80 CHARACTERS.
       01  FS-BUFF-F-CLRE-E      PIC X(80).
      *CLEARING SORTANT DU JOUR
       FD  F-CLRS-E
           RECORD CONTAINS 130 CHARACTERS.
       01  FS-BUFF-F-CLRS-E      PIC X(130).
      *CORRESPONDANCE IBAN / COMPTE
       FD  F-IBA-E
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-IBA-E.
           05  FS-KEY-IBA        PIC X(27).
           05  FILLER            PIC X(13).
      *FICHIER MAITRE DES COMPTES
       FD  F-CPTE-E
           RECORD CONTAINS 50 CHARACTERS.
       01  FS-BUFF-F-CPTE-E.
           05  FS-KEY            PIC X(10).
           05  FILLER            PIC X(40).
      *FICHIER DES TITULAIRES DE COMPTE
       FD  F-TIT-E
           RECORD CONTAINS 30 CHARACTERS.
       01  FS-BUFF-F-TIT-E.
           05  FS-KEY-TIT        PIC X(16).
           05  FILLER            PIC X(14).
      *FICHIER MAITRE DES FOURNISSEURS
       FD  F-FOUR-E
           RECORD CONTAINS 140 CHARACTERS.
       01  FS-BUFF-F-FOUR-E.
           05  FS-KEY-FOUR       PIC X(5).
           05  FILLER            PIC X(135).
      *ALERTES DE FILTRAGE
       FD  F-SNH-ES
           RECORD CONTAINS 160 CHARACTERS.
       01  FS-BUFF-F-SNH-ES.
           05  FS-KEY-SNH        PIC X(33).
           05  FILLER            PIC X(127).
      *FICHIER DES COMPTES GELES
       FD  F-GEL-ES
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-GEL-ES.
           05  FS-KEY-GEL        PIC X(10).
           05  FILLER            PIC X(30).
      *ETAT DU FILTRAGE EN SORTIE
       FD  F-ETAT-SNC-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-SNC-S  PIC X(80).
      *ARCHIVE DES ETATS DE FILTRAGE
       FD  F-ETAT-ARC-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-ARC-S.
           05  FS-ARC-DATE       PIC X(8).
           05  FS-ARC-LIGNE      PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY LISTSANC.
       COPY ALERTSAN.
       COPY CLIENT.
       COPY BENEFIC.
       COPY TP4CPTES.
       COPY TITULAIR.
       COPY CPTXIBAN.
       COPY FOURNISS.
       COPY GELCPTE.
      *FILE STATUS
       01  WS-FS-SNL-E       PIC X(2).
           88 SNL-OK                              VALUE '00'.
           88 SNL-FIN                             VALUE '10'.
       01  WS-FS-CLI-E       PIC X(2).
           88 CLI-OK                              VALUE '00'.
           88 CLI-FIN                             VALUE '10'.
           88 CLI-INEXISTANT                      VALUE '23'.
       01  WS-FS-BNF-E       PIC X(2).
           88 BNF-OK                              VALUE '00'.
           88 BNF-FIN                             VALUE '10'.
           88 BNF-INEXISTANT                      VALUE '23'.
       01  WS-FS-CLRE-E      PIC X(2).
           88 CLRE-OK                             VALUE '00'.
           88 CLRE-FIN                            VALUE '10'.
       01  WS-FS-CLRS-E      PIC X(2).
           88 CLRS-OK                             VALUE '00'.
           88 CLRS-FIN                            VALUE '10'.
       01  WS-FS-IBA-E       PIC X(2).
           88 IBA-OK                              VALUE '00'.
           88 IBA-INEXISTANT                      VALUE '23'.
       01  WS-FS-CPTE-E      PIC X(2).
           88 CPTE-OK                             VALUE '00'.
           88 CPTE-FIN                            VALUE '10'.
           88 CPTE-INEXISTANT                     VALUE '23'.
       01  WS-FS-TIT-E       PIC X(2).
           88 TIT-OK                              VALUE '00'.
           88 TIT-FIN                             VALUE '10'.
           88 TIT-INEXISTANT                      VALUE '23'.
           88 TIT-FICHIER-ABSENT                  VALUE '35'.
       01  WS-SW-TIT-DISPO   PIC X                VALUE '0'.
           88 TIT-DISPONIBLE                      VALUE '1'.
           88 TIT-INDISPONIBLE                    VALUE '0'.
       01  WS-SW-TIT-CPT     PIC X                VALUE '0'.
           88 TIT-CPT-ENCOURS                     VALUE '0'.
           88 TIT-CPT-FIN                         VALUE '1'.
       01  WS-FS-FOUR-E      PIC X(2).
           88 FOUR-OK                             VALUE '00'.
           88 FOUR-INEXISTANT                     VALUE '23'.
           88 FOUR-FICHIER-ABSENT                 VALUE '35'.
       01  WS-SW-FOUR-DISPO  PIC X                VALUE '0'.
           88 FOUR-DISPONIBLE                     VALUE '1'.
           88 FOUR-INDISPONIBLE                   VALUE '0'.
       01  WS-FS-SNH-ES      PIC X(2).
           88 SNH-OK                              VALUE '00'.
           88 SNH-FIN                             VALUE '10'.
           88 SNH-INEXISTANT                      VALUE '23'.
       01  WS-FS-GEL-ES      PIC X(2).
           88 GEL-OK                              VALUE '00'.
           88 GEL-INEXISTANT                      VALUE '23'.
       01  WS-FS-ETAT-SNC-S  PIC X(2).
       01  WS-FS-ETAT-ARC-S  PIC X(2).
           88 ARC-OK                              VALUE '00'.
           88 ARC-NOT-FOUND                       VALUE '35'.
       01  WS-ARC-FLAG-RESTART           PIC 9    VALUE ZERO.
      *ENTREE DE CLEARING RECUE (MEME DESCRIPTION QUE ARIO231)
       01  WS-CLRE-ENR.
           05  WS-CLRE-IBAN      PIC X(27).
           05  WS-CLRE-MT-X      PIC X(11).
           05  WS-CLRE-DATE-X    PIC X(8).
           05  WS-CLRE-DEVISE    PIC X(3).
           05  WS-CLRE-REF       PIC X(16).
           05  FILLER            PIC X(15).
      *ECRITURE DE CLEARING SORTANT (MEME DESCRIPTION QUE ARIO411)
       01  WS-CLRS-ENR.
           05  WS-CLRS-TYPE          PIC X(1).
           05  WS-CLRS-CPTE          PIC X(10).
           05  WS-CLRS-IBAN-DONNEUR  PIC X(27).
           05  WS-CLRS-CTR           PIC X(10).
           05  WS-CLRS-MT            PIC 9(9)V99.
           05  WS-CLRS-DEVISE        PIC X(3).
           05  WS-CLRS-DATE          PIC 9(8).
           05  WS-CLRS-IBAN-BENEF    PIC X(27).
           05  FILLER                PIC X(3).
           05  WS-CLRS-REF           PIC X(14).
           05  WS-CLRS-REF-ORIG      PIC X(16).
      *CONTREPARTIE FOURNISSEUR D UN REGLEMENT ('F' + CODE)
       01  WS-CTR-FOURNISSEUR.
           05  WS-CTRF-TYPE          PIC X(1).
               88 CTR-EST-FOURNISSEUR            VALUE 'F'.
           05  WS-CTRF-CODE          PIC X(5).
           05  WS-CTRF-RESTE         PIC X(4).
      *LISTE DE SURVEILLANCE CHARGEE EN TABLE : NOM ET ALIAS SOUS
      *FORME NORMALISEE (CLE DE COMPARAISON ET SA LONGUEUR)
       01  WS-NB-SNL-TAB     PIC S9(4)     COMP   VALUE ZERO.
       01  WS-MAX-SNL-TAB    PIC S9(4)     COMP   VALUE 3000.
       01  WS-IND-SNL        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-NOM        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-TAB-SNL.
           05  WS-TSNL-ENTREE OCCURS 3000.
               10  WS-TSNL-REF       PIC X(12).
               10  WS-TSNL-LISTE     PIC X(4).
               10  WS-TSNL-TYPE      PIC X(1).
                   88  TSNL-PAYS                 VALUE 'Z'.
               10  WS-TSNL-PAYS      PIC X(2).
               10  WS-TSNL-NB-NOMS   PIC S9(4)     COMP.
               10  WS-TSNL-NOM-ENTREE OCCURS 4.
                   15  WS-TSNL-NOM   PIC X(30).
                   15  WS-TSNL-CLE   PIC X(30).
                   15  WS-TSNL-LG    PIC S9(4)     COMP.
      *CLIENTS AYANT UNE ALERTE CONFIRMEE (GELS SANCTIONS A POSER)
       01  WS-NB-CONF-TAB    PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-CONF       PIC S9(4)     COMP   VALUE ZERO.
       01  WS-TAB-CONF.
           05  WS-TCONF-CLIENT  PIC X(6)   OCCURS 999.
       01  WS-CLIENT-CHERCHE PIC X(6)             VALUE SPACES.
       01  WS-SW-CONF        PIC X                VALUE '0'.
           88 CLIENT-NON-CONFIRME                 VALUE '0'.
           88 CLIENT-CONFIRME                     VALUE '1'.
      *SUJET EN COURS DE FILTRAGE
       01  WS-CTX-SOURCE     PIC X(1)             VALUE SPACES.
       01  WS-CTX-SUJET      PIC X(20)            VALUE SPACES.
       01  WS-CTX-NOM        PIC X(30)            VALUE SPACES.
       01  WS-CTX-IBAN       PIC X(27)            VALUE SPACES.
       01  WS-CTX-CPTE       PIC X(10)            VALUE SPACES.
       01  WS-CTX-CLIENT     PIC X(6)             VALUE SPACES.
       01  WS-CTX-CORRESP    PIC X(1)             VALUE SPACES.
           88 CTX-CORR-NOM                        VALUE 'N'.
           88 CTX-CORR-PAYS                       VALUE 'P'.
       01  WS-CTX-CLE        PIC X(30)            VALUE SPACES.
       01  WS-CTX-LG         PIC S9(4)     COMP   VALUE ZERO.
      *MEILLEURE CORRESPONDANCE SUR LES NOMS D UNE ENTREE DE LA LISTE
       01  WS-SW-CORR        PIC X                VALUE '0'.
           88 CORR-ABSENTE                        VALUE '0'.
           88 CORR-TROUVEE                        VALUE '1'.
       01  WS-CORR-ECART     PIC S9(4)     COMP   VALUE ZERO.
       01  WS-CORR-IND-NOM   PIC S9(4)     COMP   VALUE ZERO.
      *NORMALISATION D UN NOM : MAJUSCULES SANS ACCENT NI PONCTUATION,
      *MOTS TRIES PUIS ACCOLES
       01  WS-NRM-NOM        PIC X(30)            VALUE SPACES.
       01  WS-NRM-TRAV       PIC X(30)            VALUE SPACES.
       01  WS-NRM-CLE        PIC X(30)            VALUE SPACES.
       01  WS-NRM-LG         PIC S9(4)     COMP   VALUE ZERO.
       01  WS-NRM-PTR        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-NRM-NB-DEC     PIC S9(4)     COMP   VALUE ZERO.
       01  WS-NRM-DECOUPE.
           05  WS-NRM-DEC    PIC X(30)  OCCURS 6.
       01  WS-NRM-NB-MOTS    PIC S9(4)     COMP   VALUE ZERO.
       01  WS-NRM-MOTS.
           05  WS-NRM-MOT    PIC X(30)  OCCURS 6.
       01  WS-NRM-MOT-SAV    PIC X(30)            VALUE SPACES.
       01  WS-IND-MOT        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-IND-TRI        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-NRM-MINUSCULES PIC X(41)            VALUE
           'abcdefghijklmnopqrstuvwxyzàâäéèêëîïôöùûüç'.
       01  WS-NRM-MAJUSCULES PIC X(41)            VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZAAAEEEEIIOOUUUC'.
       01  WS-NRM-ACCENTS    PIC X(15)            VALUE
           'ÀÂÄÉÈÊËÎÏÔÖÙÛÜÇ'.
       01  WS-NRM-SANS-ACC   PIC X(15)            VALUE
           'AAAEEEEIIOOUUUC'.
       01  WS-NRM-PONCTUATION PIC X(20)           VALUE
           '-''.,;:/&()0123456789'.
       01  WS-NRM-BLANCS     PIC X(20)            VALUE SPACES.
      *ECART D EDITION ENTRE DEUX CLES (TABLE DE CALCUL PAR LIGNE DE
      *LA 1ERE CLE ET COLONNE DE LA 2EME, INDICE DECALE DE 1)
       01  WS-DST-CLE1       PIC X(30)            VALUE SPACES.
       01  WS-DST-LG1        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-DST-CLE2       PIC X(30)            VALUE SPACES.
       01  WS-DST-LG2        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-DST-SEUIL      PIC S9(4)     COMP   VALUE ZERO.
       01  WS-DST-ECART      PIC S9(4)     COMP   VALUE ZERO.
       01  WS-DST-LG-MAX     PIC S9(4)     COMP   VALUE ZERO.
       01  WS-DST-DIFF-LG    PIC S9(4)     COMP   VALUE ZERO.
       01  WS-DST-I          PIC S9(4)     COMP   VALUE ZERO.
       01  WS-DST-J          PIC S9(4)     COMP   VALUE ZERO.
       01  WS-DST-COUT       PIC S9(4)     COMP   VALUE ZERO.
       01  WS-DST-VAL        PIC S9(4)     COMP   VALUE ZERO.
       01  WS-DST-MIN-LIGNE  PIC S9(4)     COMP   VALUE ZERO.
       01  WS-SW-DST         PIC X                VALUE '0'.
           88 DST-EN-COURS                        VALUE '0'.
           88 DST-ABANDON                         VALUE '1'.
       01  WS-DST-TABLE.
           05  WS-DST-LIGNE  OCCURS 31.
               10  WS-DST-CEL    PIC S9(4) COMP OCCURS 31.
      *DATE DU JOUR
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 9(2).
           05  WS-DATEJ-JJ       PIC 9(2).
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
      *LIGNE A EDITER (ETAT ET ARCHIVE)
       01  WS-LIGNE-ETAT     PIC X(80)            VALUE SPACES.
      *COMPTEUR RENDU EXEC
       01  WS-NB-SNL-LUS     PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ALE-LUES    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ALE-CONF    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CPTE-LUS    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-GELS-POSES  PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-GELS-CONV   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-GELS-DEJA   PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CLI-FILTRES PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-BNF-FILTRES PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CLRE-LUS    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CLRE-NON-RES PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CLRS-LUS    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CLRS-SANS-NOM PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-CORR        PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ALE-NOUV    PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ALE-CONNUES PIC S9(7) COMP VALUE ZERO.
       01  WS-NB-ALE-ATTENTE PIC S9(7) COMP VALUE ZERO.
      *LIGNES D EDITION
       01  WS-LSNC-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LSNC-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LSNC-ENTETE.
           05  FILLER            PIC X(42)
               VALUE 'FILTRAGE SANCTIONS ET SURVEILLANCE        '.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LSNC-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LSNC-SOUS-TITRE.
           05  FILLER            PIC X(34)
               VALUE 'ENTREES DE LA LISTE CHARGEES     :'.
           05  WS-LSNC-NBSNL-ED  PIC ZZZZZZ9.
           05  FILLER            PIC X(39) VALUE SPACES.
       01  WS-LSNC-TITRE-GEL.
           05  FILLER            PIC X(42)
               VALUE 'GELS SANCTIONS POSES SUR GEL0101          '.
           05  FILLER            PIC X(38) VALUE SPACES.
       01  WS-LSNC-GEL.
           05  WS-LSNC-GCPTE-ED  PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LSNC-GCLI-ED   PIC X(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-LSNC-GACT-ED   PIC X(30).
           05  FILLER            PIC X(30) VALUE SPACES.
       01  WS-LSNC-TITRE-ALE.
           05  FILLER            PIC X(42)
               VALUE 'CORRESPONDANCES AVEC LA LISTE             '.
           05  FILLER            PIC X(38) VALUE SPACES.
       01  WS-LSNC-INTITULE.
           05  FILLER            PIC X(2)  VALUE 'O '.
           05  FILLER            PIC X(21) VALUE 'SUJET'.
           05  FILLER            PIC X(25) VALUE 'NOM FILTRE'.
           05  FILLER            PIC X(13) VALUE 'REF LISTE'.
           05  FILLER            PIC X(5)  VALUE 'LIST'.
           05  FILLER            PIC X(2)  VALUE 'C '.
           05  FILLER            PIC X(3)  VALUE 'EC '.
           05  FILLER            PIC X(9)  VALUE 'ALERTE'.
       01  WS-LSNC-ALERTE.
           05  WS-LSNC-SRC-ED    PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSNC-SUJET-ED  PIC X(20).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSNC-NOM-ED    PIC X(24).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSNC-REF-ED    PIC X(12).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSNC-LISTE-ED  PIC X(4).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSNC-CORR-ED   PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSNC-ECART-ED  PIC Z9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSNC-STAT-ED   PIC X(9).
       01  WS-LSNC-ALERTE-2.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(8)  VALUE 'LISTE : '.
           05  WS-LSNC-SNLNOM-ED PIC X(30).
           05  FILLER            PIC X(8)  VALUE ' COMPTE '.
           05  WS-LSNC-CPTE-ED   PIC X(10).
           05  FILLER            PIC X(8)  VALUE ' CLIENT '.
           05  WS-LSNC-CLI-ED    PIC X(6).
           05  FILLER            PIC X(6)  VALUE SPACES.
       01  WS-LSNC-TOTAL-1.
           05  FILLER            PIC X(34)
               VALUE 'NOUVELLES ALERTES A REVOIR       :'.
           05  WS-LSNC-NOUV-ED   PIC ZZZZZZ9.
           05  FILLER            PIC X(39) VALUE SPACES.
       01  WS-LSNC-TOTAL-2.
           05  FILLER            PIC X(34)
               VALUE 'ALERTES DEJA CONNUES             :'.
           05  WS-LSNC-CONN-ED   PIC ZZZZZZ9.
           05  FILLER            PIC X(39) VALUE SPACES.
       01  WS-LSNC-TOTAL-3.
           05  FILLER            PIC X(34)
               VALUE 'ALERTES EN ATTENTE DE DECISION   :'.
           05  WS-LSNC-ATT-ED    PIC ZZZZZZ9.
           05  FILLER            PIC X(39) VALUE SPACES.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
       PROCEDURE           DIVISION.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME              *
      *               ==================================              *
      *---------------------------------------------------------------*
      * 0000 TRT PRINCIPAL
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-DEB
              THRU  7000-INIT-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
      *    CHARGEMENT DE LA LISTE DE SURVEILLANCE EN TABLE
           PERFORM  6010-READ-F-SNL-E-DEB
              THRU  6010-READ-F-SNL-E-FIN.
           PERFORM  1000-CHARGE-UNE-ENTREE-DEB
              THRU  1000-CHARGE-UNE-ENTREE-FIN
             UNTIL  SNL-FIN.
      *
           PERFORM  8000-EDITION-ENTETE-DEB
              THRU  8000-EDITION-ENTETE-FIN.
      *
      *    1ERE PASSE : GELS SANCTIONS DES ALERTES CONFIRMEES
           PERFORM  6015-READNEXT-F-SNH-ES-DEB
              THRU  6015-READNEXT-F-SNH-ES-FIN.
           PERFORM  1100-COLLECTE-UNE-ALERTE-DEB
              THRU  1100-COLLECTE-UNE-ALERTE-FIN
             UNTIL  SNH-FIN.
           PERFORM  8010-EDITION-TITRE-GEL-DEB
              THRU  8010-EDITION-TITRE-GEL-FIN.
           IF  WS-NB-CONF-TAB > ZERO
               PERFORM  6020-READNEXT-F-CPTE-E-DEB
                  THRU  6020-READNEXT-F-CPTE-E-FIN
               PERFORM  2000-TRT-UN-COMPTE-DEB
                  THRU  2000-TRT-UN-COMPTE-FIN
                 UNTIL  CPTE-FIN
           END-IF.
      *
      *    2EME PASSE : FILTRAGE DES CLIENTS ET DES CONTREPARTIES
           PERFORM  8020-EDITION-TITRE-ALE-DEB
              THRU  8020-EDITION-TITRE-ALE-FIN.
           PERFORM  6030-READNEXT-F-CLI-E-DEB
              THRU  6030-READNEXT-F-CLI-E-FIN.
           PERFORM  3000-FILTRE-UN-CLIENT-DEB
              THRU  3000-FILTRE-UN-CLIENT-FIN
             UNTIL  CLI-FIN.
           PERFORM  6035-READNEXT-F-BNF-E-DEB
              THRU  6035-READNEXT-F-BNF-E-FIN.
           PERFORM  3100-FILTRE-UN-BENEF-DEB
              THRU  3100-FILTRE-UN-BENEF-FIN
             UNTIL  BNF-FIN.
           PERFORM  6040-READ-F-CLRE-E-DEB
              THRU  6040-READ-F-CLRE-E-FIN.
           PERFORM  3200-FILTRE-UN-CLR-RECU-DEB
              THRU  3200-FILTRE-UN-CLR-RECU-FIN
             UNTIL  CLRE-FIN.
           PERFORM  6045-READ-F-CLRS-E-DEB
              THRU  6045-READ-F-CLRS-E-FIN.
           PERFORM  3300-FILTRE-UN-CLR-SORT-DEB
              THRU  3300-FILTRE-UN-CLR-SORT-FIN
             UNTIL  CLRS-FIN.
      *
           PERFORM  8030-EDITION-TOTAL-DEB
              THRU  8030-EDITION-TOTAL-FIN.
      *
           PERFORM  6090-CLOSE-FICHIERS-DEB
              THRU  6090-CLOSE-FICHIERS-FIN.
      *
           PERFORM  8999-STATISTIQUES-DEB
              THRU  8999-STATISTIQUES-FIN.
      *
           PERFORM  9999-FIN-PROGRAMME-DEB
              THRU  9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *-----------------------------------------------------
      * TRT 1000 CHARGE L ENTREE COURANTE DE LA LISTE EN TABLE : NOM
      *          ET ALIAS NORMALISES POUR LA COMPARAISON
      *----------------------------------------------------
       1000-CHARGE-UNE-ENTREE-DEB.
      *
           ADD  1                       TO WS-NB-SNL-LUS.
           IF  WS-NB-SNL-TAB NOT < WS-MAX-SNL-TAB
               DISPLAY 'TABLE DE LA LISTE DE SURVEILLANCE PLEINE : '
                       WS-MAX-SNL-TAB ' ENTREES'
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           ADD  1                       TO WS-NB-SNL-TAB.
           MOVE WS-SNL-REF              TO WS-TSNL-REF (WS-NB-SNL-TAB).
           MOVE WS-SNL-LISTE          TO WS-TSNL-LISTE (WS-NB-SNL-TAB).
           MOVE WS-SNL-TYPE             TO WS-TSNL-TYPE (WS-NB-SNL-TAB).
           MOVE WS-SNL-PAYS             TO WS-TSNL-PAYS (WS-NB-SNL-TAB).
           MOVE ZERO                 TO WS-TSNL-NB-NOMS (WS-NB-SNL-TAB).
      *
           IF  NOT SNL-PAYS
               MOVE WS-SNL-NOM          TO WS-NRM-NOM
               PERFORM  1010-AJOUTE-NOM-DEB
                  THRU  1010-AJOUTE-NOM-FIN
               PERFORM  1020-AJOUTE-ALIAS-DEB
                  THRU  1020-AJOUTE-ALIAS-FIN
                 VARYING WS-IND-NOM FROM 1 BY 1
                 UNTIL  WS-IND-NOM > 3
           END-IF.
      *
           PERFORM  6010-READ-F-SNL-E-DEB
              THRU  6010-READ-F-SNL-E-FIN.
      *
       1000-CHARGE-UNE-ENTREE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1010 AJOUTE A L ENTREE EN COURS DE CHARGEMENT LE NOM POSE
      *          DANS WS-NRM-NOM, SOUS SA FORME NORMALISEE
      *----------------------------------------------------
       1010-AJOUTE-NOM-DEB.
      *
           IF  WS-NRM-NOM = SPACES
               GO TO 1010-AJOUTE-NOM-FIN
           END-IF.
      *
           PERFORM  7100-NORMALISE-NOM-DEB
              THRU  7100-NORMALISE-NOM-FIN.
           IF  WS-NRM-LG = ZERO
               GO TO 1010-AJOUTE-NOM-FIN
           END-IF.
      *
           ADD  1                    TO WS-TSNL-NB-NOMS (WS-NB-SNL-TAB).
           MOVE WS-TSNL-NB-NOMS (WS-NB-SNL-TAB)   TO WS-IND-MOT.
           MOVE WS-NRM-NOM
                             TO WS-TSNL-NOM (WS-NB-SNL-TAB, WS-IND-MOT).
           MOVE WS-NRM-CLE
                             TO WS-TSNL-CLE (WS-NB-SNL-TAB, WS-IND-MOT).
           MOVE WS-NRM-LG
                             TO WS-TSNL-LG (WS-NB-SNL-TAB, WS-IND-MOT).
      *
       1010-AJOUTE-NOM-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1020 AJOUTE L ALIAS WS-IND-NOM DE L ENTREE COURANTE
      *----------------------------------------------------
       1020-AJOUTE-ALIAS-DEB.
      *
           MOVE WS-SNL-ALIAS (WS-IND-NOM)   TO WS-NRM-NOM.
           PERFORM  1010-AJOUTE-NOM-DEB
              THRU  1010-AJOUTE-NOM-FIN.
      *
       1020-AJOUTE-ALIAS-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 1100 RELEVE LES CLIENTS DES ALERTES CONFIRMEES ET COMPTE
      *          LES ALERTES EN ATTENTE DE DECISION
      *----------------------------------------------------
       1100-COLLECTE-UNE-ALERTE-DEB.
      *
           ADD  1                       TO WS-NB-ALE-LUES.
           IF  SNH-A-REVOIR
               ADD  1                   TO WS-NB-ALE-ATTENTE
           END-IF.
           IF  NOT SNH-CONFIRME OR WS-SNH-CLIENT = SPACES
               GO TO 1100-COLLECTE-UNE-ALERTE-SUIVANT
           END-IF.
      *
           ADD  1                       TO WS-NB-ALE-CONF.
           MOVE WS-SNH-CLIENT           TO WS-CLIENT-CHERCHE.
           PERFORM  7050-CHERCHE-CONFIRME-DEB
              THRU  7050-CHERCHE-CONFIRME-FIN.
           IF  CLIENT-CONFIRME
               GO TO 1100-COLLECTE-UNE-ALERTE-SUIVANT
           END-IF.
           IF  WS-NB-CONF-TAB NOT < 999
               DISPLAY 'TABLE DES CLIENTS CONFIRMES PLEINE : 999'
               PERFORM 9999-ERREUR-PROGRAMME-DEB
                  THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           ADD  1                       TO WS-NB-CONF-TAB.
           MOVE WS-SNH-CLIENT      TO WS-TCONF-CLIENT (WS-NB-CONF-TAB).
      *
       1100-COLLECTE-UNE-ALERTE-SUIVANT.
           PERFORM  6015-READNEXT-F-SNH-ES-DEB
              THRU  6015-READNEXT-F-SNH-ES-FIN.
      *
       1100-COLLECTE-UNE-ALERTE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 GELE LE COMPTE COURANT SI SON TITULAIRE PRINCIPAL OU
      *          UN COTITULAIRE (TIT0101) A UNE ALERTE CONFIRMEE
      *----------------------------------------------------
       2000-TRT-UN-COMPTE-DEB.
      *
           ADD  1                       TO WS-NB-CPTE-LUS.
      *
           MOVE WS-CPTES-CLIENT         TO WS-CLIENT-CHERCHE.
           PERFORM  7050-CHERCHE-CONFIRME-DEB
              THRU  7050-CHERCHE-CONFIRME-FIN.
      *
           IF  CLIENT-NON-CONFIRME AND TIT-DISPONIBLE
               SET  TIT-CPT-ENCOURS     TO TRUE
               PERFORM  6025-START-F-TIT-E-DEB
                  THRU  6025-START-F-TIT-E-FIN
               IF  TIT-OK
                   PERFORM  6026-READNEXT-F-TIT-E-DEB
                      THRU  6026-READNEXT-F-TIT-E-FIN
                   PERFORM  2050-CTL-UN-TITULAIRE-DEB
                      THRU  2050-CTL-UN-TITULAIRE-FIN
                     UNTIL  TIT-FIN OR TIT-CPT-FIN
                        OR  CLIENT-CONFIRME
               END-IF
           END-IF.
      *
           IF  CLIENT-CONFIRME
               PERFORM  2100-POSE-GEL-SAN-DEB
                  THRU  2100-POSE-GEL-SAN-FIN
           END-IF.
      *
           PERFORM  6020-READNEXT-F-CPTE-E-DEB
              THRU  6020-READNEXT-F-CPTE-E-FIN.
      *
       2000-TRT-UN-COMPTE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2050 CONTROLE LE TITULAIRE COURANT DU COMPTE (PRINCIPAL OU
      *          JOINT - UN MANDATAIRE N ENGAGE PAS LE COMPTE)
      *----------------------------------------------------
       2050-CTL-UN-TITULAIRE-DEB.
      *
           IF  WS-TIT-CPTE NOT = WS-CPTES-CPTE
               SET  TIT-CPT-FIN         TO TRUE
               GO TO 2050-CTL-UN-TITULAIRE-FIN
           END-IF.
      *
           IF  TIT-PRINCIPAL OR TIT-JOINT
               MOVE WS-TIT-CLIENT       TO WS-CLIENT-CHERCHE
               PERFORM  7050-CHERCHE-CONFIRME-DEB
                  THRU  7050-CHERCHE-CONFIRME-FIN
           END-IF.
           IF  CLIENT-CONFIRME
               GO TO 2050-CTL-UN-TITULAIRE-FIN
           END-IF.
      *
           PERFORM  6026-READNEXT-F-TIT-E-DEB
              THRU  6026-READNEXT-F-TIT-E-FIN.
      *
       2050-CTL-UN-TITULAIRE-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2100 GEL DE MOTIF SAN, SANS TERME, A COMPTER DU JOUR - UN
      *          GEL D UN AUTRE MOTIF DEVIENT UN GEL SAN SANS TERME
      *----------------------------------------------------
       2100-POSE-GEL-SAN-DEB.
      *
           MOVE WS-CPTES-CPTE           TO FS-KEY-GEL.
           PERFORM  6070-READ-F-GEL-ES-DEB
              THRU  6070-READ-F-GEL-ES-FIN.
      *
           EVALUATE TRUE
               WHEN GEL-INEXISTANT
                  MOVE SPACES           TO WS-GEL-ENR
                  MOVE WS-CPTES-CPTE    TO WS-GEL-CPTE
                  MOVE 'SAN'            TO WS-GEL-MOTIF
                  MOVE WS-DATEJ-N       TO WS-GEL-DATE-DEB
                  MOVE 99991231         TO WS-GEL-DATE-FIN
                  PERFORM  6075-WRITE-F-GEL-ES-DEB
                     THRU  6075-WRITE-F-GEL-ES-FIN
                  ADD  1                TO WS-NB-GELS-POSES
                  MOVE 'GEL SANCTIONS POSE'     TO WS-LSNC-GACT-ED
               WHEN WS-GEL-MOTIF = 'SAN'
      *           DEJA GELE AU TITRE DES SANCTIONS : RIEN A FAIRE
                  ADD  1                TO WS-NB-GELS-DEJA
                  GO TO 2100-POSE-GEL-SAN-FIN
               WHEN OTHER
                  MOVE SPACES           TO WS-LSNC-GACT-ED
                  STRING 'GEL ' WS-GEL-MOTIF ' DEVENU GEL SANCTIONS'
                         DELIMITED BY SIZE INTO WS-LSNC-GACT-ED
                  MOVE 'SAN'            TO WS-GEL-MOTIF
                  MOVE 99991231         TO WS-GEL-DATE-FIN
                  PERFORM  6077-REWRITE-F-GEL-ES-DEB
                     THRU  6077-REWRITE-F-GEL-ES-FIN
                  ADD  1                TO WS-NB-GELS-CONV
           END-EVALUATE.
      *
           PERFORM  8015-EDITION-GEL-DEB
              THRU  8015-EDITION-GEL-FIN.
      *
       2100-POSE-GEL-SAN-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 FILTRE LE NOM DU CLIENT COURANT
      *----------------------------------------------------
       3000-FILTRE-UN-CLIENT-DEB.
      *
      *    FIN DE RELATION POSEE PAR ARIO405 (TOUS COMPTES CLOTURES,
      *    CLIENT EVENTUELLEMENT ANONYMISE) : PLUS FILTRE
           IF  WS-CLI-FIN-RELATION NOT = ZERO
               GO TO 3000-FILTRE-UN-CLIENT-SUIVANT
           END-IF.
      *
           ADD  1                       TO WS-NB-CLI-FILTRES.
           MOVE 'C'                     TO WS-CTX-SOURCE.
           MOVE SPACES                  TO WS-CTX-SUJET.
           MOVE WS-CLI-NUM              TO WS-CTX-SUJET.
           MOVE WS-CLI-NOM              TO WS-CTX-NOM.
           MOVE SPACES                  TO WS-CTX-IBAN WS-CTX-CPTE.
           MOVE WS-CLI-NUM              TO WS-CTX-CLIENT.
           PERFORM  7200-FILTRE-SUJET-DEB
              THRU  7200-FILTRE-SUJET-FIN.
      *
       3000-FILTRE-UN-CLIENT-SUIVANT.
           PERFORM  6030-READNEXT-F-CLI-E-DEB
              THRU  6030-READNEXT-F-CLI-E-FIN.
      *
       3000-FILTRE-UN-CLIENT-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3100 FILTRE LE BENEFICIAIRE ENREGISTRE COURANT (NOM ET
      *          PAYS DE SON IBAN) - SUPPRIME OU REFUSE : IGNORE
      *----------------------------------------------------
       3100-FILTRE-UN-BENEF-DEB.
      *
           IF  BNF-SUPPRIME OR BNF-REFUSE
               GO TO 3100-FILTRE-UN-BENEF-SUIVANT
           END-IF.
      *
           ADD  1                       TO WS-NB-BNF-FILTRES.
           MOVE 'B'                     TO WS-CTX-SOURCE.
           MOVE WS-BNF-CLE              TO WS-CTX-SUJET.
           MOVE WS-BNF-NOM              TO WS-CTX-NOM.
           MOVE WS-BNF-IBAN             TO WS-CTX-IBAN.
           MOVE WS-BNF-CPTE             TO WS-CTX-CPTE.
           PERFORM  7060-CLIENT-DU-COMPTE-DEB
              THRU  7060-CLIENT-DU-COMPTE-FIN.
           PERFORM  7200-FILTRE-SUJET-DEB
              THRU  7200-FILTRE-SUJET-FIN.
      *
       3100-FILTRE-UN-BENEF-SUIVANT.
           PERFORM  6035-READNEXT-F-BNF-E-DEB
              THRU  6035-READNEXT-F-BNF-E-FIN.
      *
       3100-FILTRE-UN-BENEF-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3200 FILTRE L ENTREE DE CLEARING RECUE COURANTE : LE
      *          FORMAT RECU NE PORTE QUE L IBAN CREDITE, LE NOM FILTRE
      *          EST CELUI DU TITULAIRE DU COMPTE RESOLU (IBA0101) -
      *          ENTREE NON RESOLUE (MISE EN SUSPENS PAR ARIO231) :
      *          IGNOREE
      *----------------------------------------------------
       3200-FILTRE-UN-CLR-RECU-DEB.
      *
           ADD  1                       TO WS-NB-CLRE-LUS.
           MOVE WS-CLRE-IBAN            TO FS-KEY-IBA.
           PERFORM  6050-READ-F-IBA-E-DEB
              THRU  6050-READ-F-IBA-E-FIN.
           IF  IBA-INEXISTANT
               ADD  1                   TO WS-NB-CLRE-NON-RES
               GO TO 3200-FILTRE-UN-CLR-RECU-SUIVANT
           END-IF.
      *
           MOVE WS-XIB-CPTE             TO WS-CTX-CPTE.
           PERFORM  7060-CLIENT-DU-COMPTE-DEB
              THRU  7060-CLIENT-DU-COMPTE-FIN.
           IF  WS-CTX-CLIENT = SPACES
               ADD  1                   TO WS-NB-CLRE-NON-RES
               GO TO 3200-FILTRE-UN-CLR-RECU-SUIVANT
           END-IF.
           MOVE WS-CTX-CLIENT           TO FS-KEY-CLI.
           PERFORM  6032-READ-F-CLI-E-DEB
              THRU  6032-READ-F-CLI-E-FIN.
           IF  CLI-INEXISTANT
               ADD  1                   TO WS-NB-CLRE-NON-RES
               GO TO 3200-FILTRE-UN-CLR-RECU-SUIVANT
           END-IF.
      *
           MOVE 'E'                     TO WS-CTX-SOURCE.
           MOVE SPACES                  TO WS-CTX-SUJET.
           MOVE WS-CLRE-REF             TO WS-CTX-SUJET.
           MOVE WS-CLI-NOM              TO WS-CTX-NOM.
           MOVE SPACES                  TO WS-CTX-IBAN.
           PERFORM  7200-FILTRE-SUJET-DEB
              THRU  7200-FILTRE-SUJET-FIN.
      *
       3200-FILTRE-UN-CLR-RECU-SUIVANT.
           PERFORM  6040-READ-F-CLRE-E-DEB
              THRU  6040-READ-F-CLRE-E-FIN.
      *
       3200-FILTRE-UN-CLR-RECU-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3300 FILTRE L ECRITURE DE CLEARING SORTANT COURANTE : NOM
      *          DU BENEFICIAIRE REPRIS DE FOUR0101 (REGLEMENT
      *          FOURNISSEUR) OU DE BEN0101, PAYS DE L IBAN BENEFICIAIRE
      *----------------------------------------------------
       3300-FILTRE-UN-CLR-SORT-DEB.
      *
           ADD  1                       TO WS-NB-CLRS-LUS.
           MOVE SPACES                  TO WS-CTX-NOM.
           MOVE WS-CLRS-CTR             TO WS-CTR-FOURNISSEUR.
           IF  CTR-EST-FOURNISSEUR AND FOUR-DISPONIBLE
               MOVE WS-CTRF-CODE        TO FS-KEY-FOUR
               PERFORM  6055-READ-F-FOUR-E-DEB
                  THRU  6055-READ-F-FOUR-E-FIN
               IF  FOUR-OK
                   MOVE WS-FOUR-RAISON  TO WS-CTX-NOM
               END-IF
           ELSE
               MOVE WS-CLRS-CPTE        TO WS-BNF-CPTE
               MOVE WS-CLRS-CTR         TO WS-BNF-CTR
               MOVE WS-BNF-CLE          TO FS-KEY-BNF
               PERFORM  6037-READ-F-BNF-E-DEB
                  THRU  6037-READ-F-BNF-E-FIN
               IF  BNF-OK
                   MOVE WS-BNF-NOM      TO WS-CTX-NOM
               END-IF
           END-IF.
           IF  WS-CTX-NOM = SPACES
               ADD  1                   TO WS-NB-CLRS-SANS-NOM
           END-IF.
      *
           MOVE 'S'                     TO WS-CTX-SOURCE.
           MOVE SPACES                  TO WS-CTX-SUJET.
           MOVE WS-CLRS-REF             TO WS-CTX-SUJET.
           MOVE WS-CLRS-IBAN-BENEF      TO WS-CTX-IBAN.
           MOVE WS-CLRS-CPTE            TO WS-CTX-CPTE.
           PERFORM  7060-CLIENT-DU-COMPTE-DEB
              THRU  7060-CLIENT-DU-COMPTE-FIN.
           PERFORM  7200-FILTRE-SUJET-DEB
              THRU  7200-FILTRE-SUJET-FIN.
      *
           PERFORM  6045-READ-F-CLRS-E-DEB
              THRU  6045-READ-F-CLRS-E-FIN.
      *
       3300-FILTRE-UN-CLR-SORT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *6000 OUVRE L ENSEMBLE DES FICHIERS
      *----------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN INPUT F-SNL-E.
           IF NOT SNL-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-SNL-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SNL-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-CLI-E.
           IF NOT CLI-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CLI-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLI-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-BNF-E.
           IF NOT BNF-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-BNF-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-BNF-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-CLRE-E.
           IF NOT CLRE-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CLRE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLRE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-CLRS-E.
           IF NOT CLRS-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CLRS-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLRS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-IBA-E.
           IF NOT IBA-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-IBA-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-IBA-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-CPTE-E.
           IF NOT CPTE-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-TIT-E.
           EVALUATE TRUE
               WHEN TIT-OK
                  SET TIT-DISPONIBLE    TO TRUE
               WHEN TIT-FICHIER-ABSENT
      *           PAS DE FICHIER DES TITULAIRES : SEUL LE CLIENT
      *           PRINCIPAL DE CHAQUE COMPTE EST PRIS EN COMPTE
                  SET TIT-INDISPONIBLE  TO TRUE
                  DISPLAY 'FICHIER DES TITULAIRES ABSENT - GELS '
                          'SUR LE SEUL CLIENT PRINCIPAL'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-TIT-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-TIT-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           OPEN INPUT F-FOUR-E.
           EVALUATE TRUE
               WHEN FOUR-OK
                  SET FOUR-DISPONIBLE   TO TRUE
               WHEN FOUR-FICHIER-ABSENT
      *           PAS DE FICHIER FOURNISSEURS : LES REGLEMENTS
      *           FOURNISSEUR NE SONT FILTRES QUE SUR LE PAYS
                  SET FOUR-INDISPONIBLE TO TRUE
                  DISPLAY 'FICHIER DES FOURNISSEURS ABSENT - '
                          'REGLEMENTS FILTRES SUR LE SEUL PAYS'
               WHEN OTHER
                  DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-FOUR-E'
                  DISPLAY 'VALEUR DU FS= ' WS-FS-FOUR-E
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
      *
           OPEN I-O F-SNH-ES.
           IF NOT SNH-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-SNH-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SNH-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-GEL-ES.
           IF NOT GEL-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-GEL-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-GEL-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-SNC-S.
           IF WS-FS-ETAT-SNC-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-SNC-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-SNC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           PERFORM 6005-OPEN-F-ETAT-ARC-S-DEB
              THRU 6005-OPEN-F-ETAT-ARC-S-FIN.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *    OUVRE L'ARCHIVE DES ETATS DE FILTRAGE EN EXTENSION
      *    TOLERE L'ABSENCE DU FICHIER AU 1ER LANCEMENT (FS=35)
       6005-OPEN-F-ETAT-ARC-S-DEB.
           OPEN INPUT F-ETAT-ARC-S.
           IF ARC-NOT-FOUND
              MOVE ZERO               TO WS-ARC-FLAG-RESTART
           ELSE
              IF NOT ARC-OK
                 DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-ARC-S'
                 DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-ARC-S
                 PERFORM 9999-ERREUR-PROGRAMME-DEB
                    THRU 9999-ERREUR-PROGRAMME-FIN
              ELSE
                 CLOSE F-ETAT-ARC-S
                 MOVE 1                TO WS-ARC-FLAG-RESTART
              END-IF
           END-IF.
           IF WS-ARC-FLAG-RESTART = 1
              OPEN EXTEND F-ETAT-ARC-S
           ELSE
              OPEN OUTPUT F-ETAT-ARC-S
           END-IF.
           IF NOT ARC-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-ARC-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-ARC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6005-OPEN-F-ETAT-ARC-S-FIN.
           EXIT.
      *-------------------------------------
      *6010 EXECUTE LA LECTURE SUR F-SNL-E
      *------------------------------------
       6010-READ-F-SNL-E-DEB.
      *
           READ F-SNL-E INTO WS-SNL-ENR.
           IF NOT (SNL-OK OR SNL-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SNL-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SNL-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-SNL-E-FIN.
           EXIT.
      *-------------------------------------
      *6015 LIT L ALERTE SUIVANTE (PARCOURS SEQUENTIEL)
      *------------------------------------
       6015-READNEXT-F-SNH-ES-DEB.
      *
           READ F-SNH-ES NEXT RECORD INTO WS-SNH-ENR.
           IF NOT (SNH-OK OR SNH-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SNH-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SNH-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6015-READNEXT-F-SNH-ES-FIN.
           EXIT.
      *-------------------------------------
      *6020 LIT LE COMPTE SUIVANT SUR LE MAITRE
      *------------------------------------
       6020-READNEXT-F-CPTE-E-DEB.
      *
           READ F-CPTE-E NEXT RECORD INTO WS-ENRG-F-CPTES.
           IF NOT (CPTE-OK OR CPTE-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-READNEXT-F-CPTE-E-FIN.
           EXIT.
      *-------------------------------------
      *6022 LIT LE COMPTE POSE DANS FS-KEY
      *------------------------------------
       6022-READ-F-CPTE-E-DEB.
      *
           READ F-CPTE-E INTO WS-ENRG-F-CPTES.
           IF NOT (CPTE-OK OR CPTE-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CPTE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CPTE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6022-READ-F-CPTE-E-FIN.
           EXIT.
      *-------------------------------------
      *6025 POSITIONNE LES TITULAIRES SUR LE COMPTE COURANT
      *------------------------------------
       6025-START-F-TIT-E-DEB.
      *
           MOVE LOW-VALUES              TO FS-KEY-TIT.
           MOVE WS-CPTES-CPTE           TO FS-KEY-TIT (1:10).
           START F-TIT-E
             KEY IS NOT LESS THAN FS-KEY-TIT
           END-START.
           IF NOT (TIT-OK OR TIT-INEXISTANT OR TIT-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-TIT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-TIT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6025-START-F-TIT-E-FIN.
           EXIT.
       6026-READNEXT-F-TIT-E-DEB.
      *
           READ F-TIT-E NEXT RECORD INTO WS-TIT-ENR.
           IF NOT (TIT-OK OR TIT-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-TIT-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-TIT-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6026-READNEXT-F-TIT-E-FIN.
           EXIT.
      *-------------------------------------
      *6030 LIT LE CLIENT SUIVANT (PARCOURS SEQUENTIEL)
      *------------------------------------
       6030-READNEXT-F-CLI-E-DEB.
      *
           READ F-CLI-E NEXT RECORD INTO WS-CLI-ENR.
           IF NOT (CLI-OK OR CLI-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLI-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLI-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6030-READNEXT-F-CLI-E-FIN.
           EXIT.
      *-------------------------------------
      *6032 LIT LE CLIENT POSE DANS FS-KEY-CLI
      *------------------------------------
       6032-READ-F-CLI-E-DEB.
      *
           READ F-CLI-E INTO WS-CLI-ENR.
           IF NOT (CLI-OK OR CLI-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLI-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLI-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6032-READ-F-CLI-E-FIN.
           EXIT.
      *-------------------------------------
      *6035 LIT LE BENEFICIAIRE SUIVANT (PARCOURS SEQUENTIEL)
      *------------------------------------
       6035-READNEXT-F-BNF-E-DEB.
      *
           READ F-BNF-E NEXT RECORD INTO WS-BNF-ENR.
           IF NOT (BNF-OK OR BNF-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-BNF-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-BNF-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6035-READNEXT-F-BNF-E-FIN.
           EXIT.
      *-------------------------------------
      *6037 LIT LE BENEFICIAIRE POSE DANS FS-KEY-BNF
      *------------------------------------
       6037-READ-F-BNF-E-DEB.
      *
           READ F-BNF-E INTO WS-BNF-ENR.
           IF NOT (BNF-OK OR BNF-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-BNF-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-BNF-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6037-READ-F-BNF-E-FIN.
           EXIT.
      *-------------------------------------
      *6040 EXECUTE LA LECTURE SUR F-CLRE-E
      *------------------------------------
       6040-READ-F-CLRE-E-DEB.
      *
           READ F-CLRE-E INTO WS-CLRE-ENR.
           IF NOT (CLRE-OK OR CLRE-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLRE-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLRE-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-READ-F-CLRE-E-FIN.
           EXIT.
      *-------------------------------------
      *6045 EXECUTE LA LECTURE SUR F-CLRS-E
      *------------------------------------
       6045-READ-F-CLRS-E-DEB.
      *
           READ F-CLRS-E INTO WS-CLRS-ENR.
           IF NOT (CLRS-OK OR CLRS-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-CLRS-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-CLRS-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6045-READ-F-CLRS-E-FIN.
           EXIT.
      *-------------------------------------
      *6050 RESOUT L IBAN POSE DANS FS-KEY-IBA
      *------------------------------------
       6050-READ-F-IBA-E-DEB.
      *
           READ F-IBA-E INTO WS-XIB-ENR.
           IF NOT (IBA-OK OR IBA-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-IBA-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-IBA-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6050-READ-F-IBA-E-FIN.
           EXIT.
      *-------------------------------------
      *6055 LIT LE FOURNISSEUR POSE DANS FS-KEY-FOUR
      *------------------------------------
       6055-READ-F-FOUR-E-DEB.
      *
           READ F-FOUR-E INTO WS-FOUR-ENR.
           IF NOT (FOUR-OK OR FOUR-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-FOUR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-FOUR-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6055-READ-F-FOUR-E-FIN.
           EXIT.
      *-------------------------------------
      *6060 LIT L ALERTE POSEE DANS FS-KEY-SNH
      *------------------------------------
       6060-READ-F-SNH-ES-DEB.
      *
           READ F-SNH-ES INTO WS-SNH-ENR.
           IF NOT (SNH-OK OR SNH-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SNH-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SNH-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6060-READ-F-SNH-ES-FIN.
           EXIT.
      *-------------------------------------
      *6065 ECRIT LA NOUVELLE ALERTE
      *------------------------------------
       6065-WRITE-F-SNH-ES-DEB.
      *
           WRITE FS-BUFF-F-SNH-ES FROM WS-SNH-ENR.
           IF NOT SNH-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-SNH-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SNH-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6065-WRITE-F-SNH-ES-FIN.
           EXIT.
      *-------------------------------------
      *6070 LIT LE GEL DU COMPTE POSE DANS FS-KEY-GEL
      *------------------------------------
       6070-READ-F-GEL-ES-DEB.
      *
           MOVE SPACES                  TO WS-GEL-ENR.
           READ F-GEL-ES INTO WS-GEL-ENR.
           IF NOT (GEL-OK OR GEL-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-GEL-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-GEL-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6070-READ-F-GEL-ES-FIN.
           EXIT.
      *-------------------------------------
      *6075 ECRIT LE GEL SANCTIONS DU COMPTE
      *------------------------------------
       6075-WRITE-F-GEL-ES-DEB.
      *
           WRITE FS-BUFF-F-GEL-ES FROM WS-GEL-ENR.
           IF NOT GEL-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-GEL-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-GEL-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6075-WRITE-F-GEL-ES-FIN.
           EXIT.
      *-------------------------------------
      *6077 REECRIT LE GEL DU COMPTE EN GEL SANCTIONS
      *------------------------------------
       6077-REWRITE-F-GEL-ES-DEB.
      *
           REWRITE FS-BUFF-F-GEL-ES FROM WS-GEL-ENR.
           IF NOT GEL-OK
              DISPLAY 'PROBLEME DE REECRITURE FICHIER F-GEL-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-GEL-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6077-REWRITE-F-GEL-ES-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-SNL-E F-CLI-E F-BNF-E F-CLRE-E F-CLRS-E F-IBA-E
                 F-CPTE-E F-SNH-ES F-GEL-ES F-ETAT-SNC-S
                 F-ETAT-ARC-S.
           IF TIT-DISPONIBLE
              CLOSE F-TIT-E
           END-IF.
           IF FOUR-DISPONIBLE
              CLOSE F-FOUR-E
           END-IF.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LA DATE DU JOUR
      *------------------------------------
       7000-INIT-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE WS-DATEJ-JJ             TO WS-LSNC-DATE-ED (1:2).
           MOVE WS-DATEJ-MM             TO WS-LSNC-DATE-ED (4:2).
           MOVE WS-DATEJ-AAAA           TO WS-LSNC-DATE-ED (7:4).
      *
       7000-INIT-FIN.
           EXIT.
      *-------------------------------------
      *7050 RECHERCHE WS-CLIENT-CHERCHE PARMI LES CLIENTS DONT UNE
      *     ALERTE EST CONFIRMEE
      *------------------------------------
       7050-CHERCHE-CONFIRME-DEB.
      *
           SET  CLIENT-NON-CONFIRME     TO TRUE.
           IF  WS-CLIENT-CHERCHE = SPACES
               GO TO 7050-CHERCHE-CONFIRME-FIN
           END-IF.
           PERFORM  7055-COMPARE-CONFIRME-DEB
              THRU  7055-COMPARE-CONFIRME-FIN
             VARYING WS-IND-CONF FROM 1 BY 1
             UNTIL  WS-IND-CONF > WS-NB-CONF-TAB
                OR  CLIENT-CONFIRME.
      *
       7050-CHERCHE-CONFIRME-FIN.
           EXIT.
       7055-COMPARE-CONFIRME-DEB.
      *
           IF  WS-TCONF-CLIENT (WS-IND-CONF) = WS-CLIENT-CHERCHE
               SET  CLIENT-CONFIRME     TO TRUE
           END-IF.
      *
       7055-COMPARE-CONFIRME-FIN.
           EXIT.
      *-------------------------------------
      *7060 CLIENT TITULAIRE PRINCIPAL DU COMPTE WS-CTX-CPTE (SPACES
      *     SI LE COMPTE EST INCONNU DU MAITRE)
      *------------------------------------
       7060-CLIENT-DU-COMPTE-DEB.
      *
           MOVE SPACES                  TO WS-CTX-CLIENT.
           IF  WS-CTX-CPTE = SPACES
               GO TO 7060-CLIENT-DU-COMPTE-FIN
           END-IF.
           MOVE WS-CTX-CPTE             TO FS-KEY.
           PERFORM  6022-READ-F-CPTE-E-DEB
              THRU  6022-READ-F-CPTE-E-FIN.
           IF  CPTE-OK
               MOVE WS-CPTES-CLIENT     TO WS-CTX-CLIENT
           END-IF.
      *
       7060-CLIENT-DU-COMPTE-FIN.
           EXIT.
      *-------------------------------------
      *7100 NORMALISE LE NOM POSE DANS WS-NRM-NOM : MAJUSCULES SANS
      *     ACCENT, PONCTUATION ET CHIFFRES EN BLANC, MOTS (6 AU PLUS)
      *     TRIES PAR ORDRE ALPHABETIQUE PUIS ACCOLES DANS WS-NRM-CLE
      *     (LONGUEUR UTILE DANS WS-NRM-LG, ZERO SI NOM VIDE)
      *------------------------------------
       7100-NORMALISE-NOM-DEB.
      *
           MOVE WS-NRM-NOM              TO WS-NRM-TRAV.
           INSPECT WS-NRM-TRAV CONVERTING WS-NRM-MINUSCULES
                                       TO WS-NRM-MAJUSCULES.
           INSPECT WS-NRM-TRAV CONVERTING WS-NRM-ACCENTS
                                       TO WS-NRM-SANS-ACC.
           INSPECT WS-NRM-TRAV CONVERTING WS-NRM-PONCTUATION
                                       TO WS-NRM-BLANCS.
      *
           MOVE SPACES                  TO WS-NRM-DECOUPE.
           MOVE ZERO                    TO WS-NRM-NB-DEC.
           UNSTRING WS-NRM-TRAV DELIMITED BY ALL SPACE
               INTO WS-NRM-DEC (1) WS-NRM-DEC (2) WS-NRM-DEC (3)
                    WS-NRM-DEC (4) WS-NRM-DEC (5) WS-NRM-DEC (6)
               TALLYING IN WS-NRM-NB-DEC
               ON OVERFLOW
                  CONTINUE
           END-UNSTRING.
      *
      *    UN BLANC DE TETE DONNE UN 1ER MOT VIDE : LES MOTS VIDES
      *    SONT ECARTES
           MOVE SPACES                  TO WS-NRM-MOTS.
           MOVE ZERO                    TO WS-NRM-NB-MOTS.
           PERFORM  7110-RETIENT-MOT-DEB
              THRU  7110-RETIENT-MOT-FIN
             VARYING WS-IND-MOT FROM 1 BY 1
             UNTIL  WS-IND-MOT > 6.
      *
           PERFORM  7120-TRI-PASSE-DEB
              THRU  7120-TRI-PASSE-FIN
             VARYING WS-IND-TRI FROM 1 BY 1
             UNTIL  WS-IND-TRI NOT < WS-NRM-NB-MOTS.
      *
           MOVE SPACES                  TO WS-NRM-CLE.
           MOVE 1                       TO WS-NRM-PTR.
           PERFORM  7130-ACCOLE-MOT-DEB
              THRU  7130-ACCOLE-MOT-FIN
             VARYING WS-IND-MOT FROM 1 BY 1
             UNTIL  WS-IND-MOT > WS-NRM-NB-MOTS.
           COMPUTE WS-NRM-LG = WS-NRM-PTR - 1.
           IF  WS-NRM-LG > 30
               MOVE 30                  TO WS-NRM-LG
           END-IF.
      *
       7100-NORMALISE-NOM-FIN.
           EXIT.
       7110-RETIENT-MOT-DEB.
      *
           IF  WS-NRM-DEC (WS-IND-MOT) NOT = SPACES
               ADD  1                   TO WS-NRM-NB-MOTS
               MOVE WS-NRM-DEC (WS-IND-MOT)
                                 TO WS-NRM-MOT (WS-NRM-NB-MOTS)
           END-IF.
      *
       7110-RETIENT-MOT-FIN.
           EXIT.
      *    UNE PASSE DU TRI DES MOTS (PERMUTATION DES VOISINS)
       7120-TRI-PASSE-DEB.
      *
           PERFORM  7125-TRI-PERMUTE-DEB
              THRU  7125-TRI-PERMUTE-FIN
             VARYING WS-IND-MOT FROM 1 BY 1
             UNTIL  WS-IND-MOT NOT < WS-NRM-NB-MOTS.
      *
       7120-TRI-PASSE-FIN.
           EXIT.
       7125-TRI-PERMUTE-DEB.
      *
           IF  WS-NRM-MOT (WS-IND-MOT) > WS-NRM-MOT (WS-IND-MOT + 1)
               MOVE WS-NRM-MOT (WS-IND-MOT)     TO WS-NRM-MOT-SAV
               MOVE WS-NRM-MOT (WS-IND-MOT + 1)
                                         TO WS-NRM-MOT (WS-IND-MOT)
               MOVE WS-NRM-MOT-SAV   TO WS-NRM-MOT (WS-IND-MOT + 1)
           END-IF.
      *
       7125-TRI-PERMUTE-FIN.
           EXIT.
       7130-ACCOLE-MOT-DEB.
      *
           STRING WS-NRM-MOT (WS-IND-MOT) DELIMITED BY SPACE
               INTO WS-NRM-CLE WITH POINTER WS-NRM-PTR
               ON OVERFLOW
                  CONTINUE
           END-STRING.
      *
       7130-ACCOLE-MOT-FIN.
           EXIT.
      *-------------------------------------
      *7200 COMPARE LE SUJET EN COURS (WS-CTX-...) A CHAQUE ENTREE DE
      *     LA LISTE : NOM ET ALIAS D UNE ENTREE NOMINATIVE, PAYS DE
      *     L IBAN POUR UNE ENTREE PAYS
      *------------------------------------
       7200-FILTRE-SUJET-DEB.
      *
           MOVE WS-CTX-NOM              TO WS-NRM-NOM.
           PERFORM  7100-NORMALISE-NOM-DEB
              THRU  7100-NORMALISE-NOM-FIN.
           MOVE WS-NRM-CLE              TO WS-CTX-CLE.
           MOVE WS-NRM-LG               TO WS-CTX-LG.
      *
           PERFORM  7210-COMPARE-ENTREE-DEB
              THRU  7210-COMPARE-ENTREE-FIN
             VARYING WS-IND-SNL FROM 1 BY 1
             UNTIL  WS-IND-SNL > WS-NB-SNL-TAB.
      *
       7200-FILTRE-SUJET-FIN.
           EXIT.
       7210-COMPARE-ENTREE-DEB.
      *
           IF  TSNL-PAYS (WS-IND-SNL)
               IF  WS-CTX-IBAN (1:2) NOT = SPACES
                   AND WS-CTX-IBAN (1:2) = WS-TSNL-PAYS (WS-IND-SNL)
                   SET  CTX-CORR-PAYS   TO TRUE
                   MOVE ZERO            TO WS-CORR-ECART
                   PERFORM  7400-ENREG-ALERTE-DEB
                      THRU  7400-ENREG-ALERTE-FIN
               END-IF
               GO TO 7210-COMPARE-ENTREE-FIN
           END-IF.
      *
           IF  WS-CTX-LG = ZERO
               GO TO 7210-COMPARE-ENTREE-FIN
           END-IF.
      *
           SET  CORR-ABSENTE            TO TRUE.
           MOVE 99                      TO WS-CORR-ECART.
           PERFORM  7220-COMPARE-NOM-DEB
              THRU  7220-COMPARE-NOM-FIN
             VARYING WS-IND-NOM FROM 1 BY 1
             UNTIL  WS-IND-NOM > WS-TSNL-NB-NOMS (WS-IND-SNL)
                OR  WS-CORR-ECART = ZERO.
           IF  CORR-TROUVEE
               SET  CTX-CORR-NOM        TO TRUE
               PERFORM  7400-ENREG-ALERTE-DEB
                  THRU  7400-ENREG-ALERTE-FIN
           END-IF.
      *
       7210-COMPARE-ENTREE-FIN.
           EXIT.
      *    RETIENT LE NOM OU L ALIAS LE PLUS PROCHE DANS LA TOLERANCE
       7220-COMPARE-NOM-DEB.
      *
           MOVE WS-CTX-CLE              TO WS-DST-CLE1.
           MOVE WS-CTX-LG               TO WS-DST-LG1.
           MOVE WS-TSNL-CLE (WS-IND-SNL, WS-IND-NOM)  TO WS-DST-CLE2.
           MOVE WS-TSNL-LG (WS-IND-SNL, WS-IND-NOM)   TO WS-DST-LG2.
           PERFORM  7300-ECART-NOMS-DEB
              THRU  7300-ECART-NOMS-FIN.
           IF  WS-DST-ECART NOT > WS-DST-SEUIL
               AND WS-DST-ECART < WS-CORR-ECART
               SET  CORR-TROUVEE        TO TRUE
               MOVE WS-DST-ECART        TO WS-CORR-ECART
               MOVE WS-IND-NOM          TO WS-CORR-IND-NOM
           END-IF.
      *
       7220-COMPARE-NOM-FIN.
           EXIT.
      *-------------------------------------
      *7300 ECART D EDITION ENTRE WS-DST-CLE1 ET WS-DST-CLE2 (NOMBRE
      *     MINIMAL DE LETTRES AJOUTEES, OTEES OU CHANGEES) ET ECART
      *     ADMIS SELON LA LONGUEUR : 0 JUSQU A 4 LETTRES, 1 JUSQU A
      *     10, 2 AU DELA. WS-DST-ECART VAUT 99 DES QUE LE SEUIL EST
      *     DEPASSE (CALCUL ABANDONNE) OU QUE LES DEUX NOMS DIFFERENT
      *     A LA FOIS PAR LEUR 1ERE ET LEUR DERNIERE LETTRE
      *------------------------------------
       7300-ECART-NOMS-DEB.
      *
           MOVE 99                      TO WS-DST-ECART.
           MOVE WS-DST-LG1              TO WS-DST-LG-MAX.
           IF  WS-DST-LG2 > WS-DST-LG-MAX
               MOVE WS-DST-LG2          TO WS-DST-LG-MAX
           END-IF.
           EVALUATE TRUE
               WHEN WS-DST-LG-MAX NOT > 4
                  MOVE 0                TO WS-DST-SEUIL
               WHEN WS-DST-LG-MAX NOT > 10
                  MOVE 1                TO WS-DST-SEUIL
               WHEN OTHER
                  MOVE 2                TO WS-DST-SEUIL
           END-EVALUATE.
      *
           IF  WS-DST-CLE1 = WS-DST-CLE2
               MOVE ZERO                TO WS-DST-ECART
               GO TO 7300-ECART-NOMS-FIN
           END-IF.
           IF  WS-DST-SEUIL = ZERO
           OR  WS-DST-LG1 = ZERO OR WS-DST-LG2 = ZERO
               GO TO 7300-ECART-NOMS-FIN
           END-IF.
      *
           COMPUTE WS-DST-DIFF-LG = WS-DST-LG1 - WS-DST-LG2.
           IF  WS-DST-DIFF-LG < ZERO
               COMPUTE WS-DST-DIFF-LG = ZERO - WS-DST-DIFF-LG
           END-IF.
           IF  WS-DST-DIFF-LG > WS-DST-SEUIL
               GO TO 7300-ECART-NOMS-FIN
           END-IF.
           IF  WS-DST-CLE1 (1:1) NOT = WS-DST-CLE2 (1:1)
               AND WS-DST-CLE1 (WS-DST-LG1:1)
                   NOT = WS-DST-CLE2 (WS-DST-LG2:1)
               GO TO 7300-ECART-NOMS-FIN
           END-IF.
      *
           SET  DST-EN-COURS            TO TRUE.
           PERFORM  7310-INIT-COLONNE-DEB
              THRU  7310-INIT-COLONNE-FIN
             VARYING WS-DST-I FROM 0 BY 1
             UNTIL  WS-DST-I > WS-DST-LG1.
           PERFORM  7315-INIT-LIGNE-DEB
              THRU  7315-INIT-LIGNE-FIN
             VARYING WS-DST-J FROM 0 BY 1
             UNTIL  WS-DST-J > WS-DST-LG2.
           PERFORM  7320-CALC-LIGNE-DEB
              THRU  7320-CALC-LIGNE-FIN
             VARYING WS-DST-I FROM 1 BY 1
             UNTIL  WS-DST-I > WS-DST-LG1
                OR  DST-ABANDON.
           IF  DST-EN-COURS
               MOVE WS-DST-CEL (WS-DST-LG1 + 1, WS-DST-LG2 + 1)
                                        TO WS-DST-ECART
           END-IF.
      *
       7300-ECART-NOMS-FIN.
           EXIT.
       7310-INIT-COLONNE-DEB.
      *
           MOVE WS-DST-I                TO WS-DST-CEL (WS-DST-I + 1, 1).
      *
       7310-INIT-COLONNE-FIN.
           EXIT.
       7315-INIT-LIGNE-DEB.
      *
           MOVE WS-DST-J                TO WS-DST-CEL (1, WS-DST-J + 1).
      *
       7315-INIT-LIGNE-FIN.
           EXIT.
      *    LIGNE I DE LA TABLE : ABANDON SI TOUTE LA LIGNE DEPASSE LE
      *    SEUIL (L ECART FINAL NE PEUT PLUS Y REVENIR)
       7320-CALC-LIGNE-DEB.
      *
           MOVE WS-DST-I                TO WS-DST-MIN-LIGNE.
           PERFORM  7325-CALC-CELLULE-DEB
              THRU  7325-CALC-CELLULE-FIN
             VARYING WS-DST-J FROM 1 BY 1
             UNTIL  WS-DST-J > WS-DST-LG2.
           IF  WS-DST-MIN-LIGNE > WS-DST-SEUIL
               SET  DST-ABANDON         TO TRUE
           END-IF.
      *
       7320-CALC-LIGNE-FIN.
           EXIT.
       7325-CALC-CELLULE-DEB.
      *
           IF  WS-DST-CLE1 (WS-DST-I:1) = WS-DST-CLE2 (WS-DST-J:1)
               MOVE 0                   TO WS-DST-COUT
           ELSE
               MOVE 1                   TO WS-DST-COUT
           END-IF.
      *    SUBSTITUTION (OU LETTRE IDENTIQUE)
           COMPUTE WS-DST-VAL = WS-DST-CEL (WS-DST-I, WS-DST-J)
                              + WS-DST-COUT.
      *    LETTRE OTEE
           IF  WS-DST-CEL (WS-DST-I, WS-DST-J + 1) + 1 < WS-DST-VAL
               COMPUTE WS-DST-VAL =
                       WS-DST-CEL (WS-DST-I, WS-DST-J + 1) + 1
           END-IF.
      *    LETTRE AJOUTEE
           IF  WS-DST-CEL (WS-DST-I + 1, WS-DST-J) + 1 < WS-DST-VAL
               COMPUTE WS-DST-VAL =
                       WS-DST-CEL (WS-DST-I + 1, WS-DST-J) + 1
           END-IF.
           MOVE WS-DST-VAL       TO WS-DST-CEL (WS-DST-I + 1,
                                                WS-DST-J + 1).
           IF  WS-DST-VAL < WS-DST-MIN-LIGNE
               MOVE WS-DST-VAL          TO WS-DST-MIN-LIGNE
           END-IF.
      *
       7325-CALC-CELLULE-FIN.
           EXIT.
      *-------------------------------------
      *7400 CORRESPONDANCE ENTRE LE SUJET EN COURS ET L ENTREE
      *     WS-IND-SNL : UNE ALERTE DEJA CONNUE (QUEL QUE SOIT SON
      *     STATUT) N EST PAS RECREEE, UNE NOUVELLE ALERTE EST ECRITE
      *     A REVOIR ; L UNE ET L AUTRE SONT EDITEES
      *------------------------------------
       7400-ENREG-ALERTE-DEB.
      *
           ADD  1                       TO WS-NB-CORR.
           MOVE SPACES                  TO WS-SNH-ENR.
           MOVE WS-CTX-SOURCE           TO WS-SNH-SOURCE.
           MOVE WS-CTX-SUJET            TO WS-SNH-SUJET.
           MOVE WS-TSNL-REF (WS-IND-SNL)       TO WS-SNH-SNL-REF.
           MOVE WS-SNH-CLE              TO FS-KEY-SNH.
           PERFORM  6060-READ-F-SNH-ES-DEB
              THRU  6060-READ-F-SNH-ES-FIN.
           IF  SNH-OK
               ADD  1                   TO WS-NB-ALE-CONNUES
               EVALUATE TRUE
                   WHEN SNH-A-REVOIR
                      MOVE 'A REVOIR'   TO WS-LSNC-STAT-ED
                   WHEN SNH-CONFIRME
                      MOVE 'CONFIRMEE'  TO WS-LSNC-STAT-ED
                   WHEN OTHER
                      MOVE 'LEVEE'      TO WS-LSNC-STAT-ED
               END-EVALUATE
               PERFORM  8025-EDITION-ALERTE-DEB
                  THRU  8025-EDITION-ALERTE-FIN
               GO TO 7400-ENREG-ALERTE-FIN
           END-IF.
      *
           MOVE SPACES                  TO WS-SNH-ENR.
           MOVE WS-CTX-SOURCE           TO WS-SNH-SOURCE.
           MOVE WS-CTX-SUJET            TO WS-SNH-SUJET.
           MOVE WS-TSNL-REF (WS-IND-SNL)       TO WS-SNH-SNL-REF.
           MOVE WS-TSNL-LISTE (WS-IND-SNL)     TO WS-SNH-SNL-LISTE.
           MOVE WS-TSNL-PAYS (WS-IND-SNL)      TO WS-SNH-PAYS.
           MOVE WS-CTX-CORRESP          TO WS-SNH-CORRESP.
           MOVE WS-CORR-ECART           TO WS-SNH-ECART.
           IF  CTX-CORR-PAYS
               MOVE WS-CTX-IBAN         TO WS-SNH-NOM
               STRING 'PAYS SOUS EMBARGO ' WS-TSNL-PAYS (WS-IND-SNL)
                      DELIMITED BY SIZE INTO WS-SNH-SNL-NOM
           ELSE
               MOVE WS-CTX-NOM          TO WS-SNH-NOM
               MOVE WS-TSNL-NOM (WS-IND-SNL, WS-CORR-IND-NOM)
                                        TO WS-SNH-SNL-NOM
           END-IF.
           MOVE WS-CTX-CPTE             TO WS-SNH-CPTE.
           MOVE WS-CTX-CLIENT           TO WS-SNH-CLIENT.
           MOVE WS-DATEJ-N              TO WS-SNH-DATE-DET.
           SET  SNH-A-REVOIR            TO TRUE.
           MOVE ZERO                    TO WS-SNH-DATE-DEC.
           PERFORM  6065-WRITE-F-SNH-ES-DEB
              THRU  6065-WRITE-F-SNH-ES-FIN.
           ADD  1                       TO WS-NB-ALE-NOUV.
           ADD  1                       TO WS-NB-ALE-ATTENTE.
      *
           MOVE 'NOUVELLE'              TO WS-LSNC-STAT-ED.
           PERFORM  8025-EDITION-ALERTE-DEB
              THRU  8025-EDITION-ALERTE-FIN.
      *
       7400-ENREG-ALERTE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *8000 EDITE L ENTETE DE L ETAT
      *------------------------------------
       8000-EDITION-ENTETE-DEB.
      *
           MOVE WS-LSNC-ENTETE          TO WS-LIGNE-ETAT.
           WRITE FS-BUFF-F-ETAT-SNC-S FROM WS-LIGNE-ETAT
               AFTER ADVANCING PAGE.
           PERFORM  8910-ARCHIVE-LIGNE-DEB
              THRU  8910-ARCHIVE-LIGNE-FIN.
           MOVE WS-NB-SNL-TAB           TO WS-LSNC-NBSNL-ED.
           MOVE WS-LSNC-SOUS-TITRE      TO WS-LIGNE-ETAT.
           PERFORM  8900-ECRIT-LIGNE-DEB
              THRU  8900-ECRIT-LIGNE-FIN.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8010 EDITE LE TITRE DE LA LISTE DES GELS SANCTIONS
      *------------------------------------
       8010-EDITION-TITRE-GEL-DEB.
      *
           MOVE WS-LSNC-BLANC           TO WS-LIGNE-ETAT.
           PERFORM  8900-ECRIT-LIGNE-DEB
              THRU  8900-ECRIT-LIGNE-FIN.
           MOVE WS-LSNC-TITRE-GEL       TO WS-LIGNE-ETAT.
           PERFORM  8900-ECRIT-LIGNE-DEB
              THRU  8900-ECRIT-LIGNE-FIN.
           MOVE WS-LSNC-TIRET           TO WS-LIGNE-ETAT.
           PERFORM  8900-ECRIT-LIGNE-DEB
              THRU  8900-ECRIT-LIGNE-FIN.
      *
       8010-EDITION-TITRE-GEL-FIN.
           EXIT.
      *-------------------------------------
      *8015 EDITE LA LIGNE D UN GEL SANCTIONS POSE
      *------------------------------------
       8015-EDITION-GEL-DEB.
      *
           MOVE WS-CPTES-CPTE           TO WS-LSNC-GCPTE-ED.
           MOVE WS-CPTES-CLIENT         TO WS-LSNC-GCLI-ED.
           MOVE WS-LSNC-GEL             TO WS-LIGNE-ETAT.
           PERFORM  8900-ECRIT-LIGNE-DEB
              THRU  8900-ECRIT-LIGNE-FIN.
      *
       8015-EDITION-GEL-FIN.
           EXIT.
      *-------------------------------------
      *8020 EDITE LE TITRE DE LA LISTE DES CORRESPONDANCES
      *------------------------------------
       8020-EDITION-TITRE-ALE-DEB.
      *
           MOVE WS-LSNC-BLANC           TO WS-LIGNE-ETAT.
           PERFORM  8900-ECRIT-LIGNE-DEB
              THRU  8900-ECRIT-LIGNE-FIN.
           MOVE WS-LSNC-TITRE-ALE       TO WS-LIGNE-ETAT.
           PERFORM  8900-ECRIT-LIGNE-DEB
              THRU  8900-ECRIT-LIGNE-FIN.
           MOVE WS-LSNC-INTITULE        TO WS-LIGNE-ETAT.
           PERFORM  8900-ECRIT-LIGNE-DEB
              THRU  8900-ECRIT-LIGNE-FIN.
           MOVE WS-LSNC-TIRET           TO WS-LIGNE-ETAT.
           PERFORM  8900-ECRIT-LIGNE-DEB
              THRU  8900-ECRIT-LIGNE-FIN.
      *
       8020-EDITION-TITRE-ALE-FIN.
           EXIT.
      *-------------------------------------
      *8025 EDITE UNE CORRESPONDANCE (DEUX LIGNES) - LE STATUT EDITE
      *     EST POSE PAR L APPELANT
      *------------------------------------
       8025-EDITION-ALERTE-DEB.
      *
           MOVE WS-SNH-SOURCE           TO WS-LSNC-SRC-ED.
           MOVE WS-SNH-SUJET            TO WS-LSNC-SUJET-ED.
           MOVE WS-SNH-NOM              TO WS-LSNC-NOM-ED.
           MOVE WS-SNH-SNL-REF          TO WS-LSNC-REF-ED.
           MOVE WS-SNH-SNL-LISTE        TO WS-LSNC-LISTE-ED.
           MOVE WS-SNH-CORRESP          TO WS-LSNC-CORR-ED.
           MOVE WS-SNH-ECART            TO WS-LSNC-ECART-ED.
           MOVE WS-LSNC-ALERTE          TO WS-LIGNE-ETAT.
           PERFORM  8900-ECRIT-LIGNE-DEB
              THRU  8900-ECRIT-LIGNE-FIN.
           MOVE WS-SNH-SNL-NOM          TO WS-LSNC-SNLNOM-ED.
           MOVE WS-SNH-CPTE             TO WS-LSNC-CPTE-ED.
           MOVE WS-SNH-CLIENT           TO WS-LSNC-CLI-ED.
           MOVE WS-LSNC-ALERTE-2        TO WS-LIGNE-ETAT.
           PERFORM  8900-ECRIT-LIGNE-DEB
              THRU  8900-ECRIT-LIGNE-FIN.
      *
       8025-EDITION-ALERTE-FIN.
           EXIT.
      *-------------------------------------
      *8030 EDITE LES TOTAUX DES ALERTES
      *------------------------------------
       8030-EDITION-TOTAL-DEB.
      *
           MOVE WS-NB-ALE-NOUV          TO WS-LSNC-NOUV-ED.
           MOVE WS-NB-ALE-CONNUES       TO WS-LSNC-CONN-ED.
           MOVE WS-NB-ALE-ATTENTE       TO WS-LSNC-ATT-ED.
           MOVE WS-LSNC-TIRET           TO WS-LIGNE-ETAT.
           PERFORM  8900-ECRIT-LIGNE-DEB
              THRU  8900-ECRIT-LIGNE-FIN.
           MOVE WS-LSNC-TOTAL-1         TO WS-LIGNE-ETAT.
           PERFORM  8900-ECRIT-LIGNE-DEB
              THRU  8900-ECRIT-LIGNE-FIN.
           MOVE WS-LSNC-TOTAL-2         TO WS-LIGNE-ETAT.
           PERFORM  8900-ECRIT-LIGNE-DEB
              THRU  8900-ECRIT-LIGNE-FIN.
           MOVE WS-LSNC-TOTAL-3         TO WS-LIGNE-ETAT.
           PERFORM  8900-ECRIT-LIGNE-DEB
              THRU  8900-ECRIT-LIGNE-FIN.
      *
       8030-EDITION-TOTAL-FIN.
           EXIT.
      *-------------------------------------
      *8900 ECRIT LA LIGNE WS-LIGNE-ETAT SUR L ETAT ET SUR L ARCHIVE
      *------------------------------------
       8900-ECRIT-LIGNE-DEB.
      *
           WRITE FS-BUFF-F-ETAT-SNC-S FROM WS-LIGNE-ETAT.
           PERFORM  8910-ARCHIVE-LIGNE-DEB
              THRU  8910-ARCHIVE-LIGNE-FIN.
      *
       8900-ECRIT-LIGNE-FIN.
           EXIT.
       8910-ARCHIVE-LIGNE-DEB.
      *
           MOVE WS-DATEJ                TO FS-ARC-DATE.
           MOVE WS-LIGNE-ETAT           TO FS-ARC-LIGNE.
           WRITE FS-BUFF-F-ETAT-ARC-S.
           IF NOT ARC-OK
              DISPLAY 'PROBLEME D''ECRITURE FICHIER F-ETAT-ARC-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-ARC-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       8910-ARCHIVE-LIGNE-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO498              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* ENTREES DE LA LISTE       : ' WS-NB-SNL-LUS.
           DISPLAY '* ALERTES LUES              : ' WS-NB-ALE-LUES.
           DISPLAY '* ALERTES CONFIRMEES        : ' WS-NB-ALE-CONF.
           DISPLAY '* CLIENTS A GELER           : ' WS-NB-CONF-TAB.
           DISPLAY '* COMPTES LUS               : ' WS-NB-CPTE-LUS.
           DISPLAY '* GELS SANCTIONS POSES      : ' WS-NB-GELS-POSES.
           DISPLAY '* GELS CONVERTIS EN SAN     : ' WS-NB-GELS-CONV.
           DISPLAY '* COMPTES DEJA GELES (SAN)  : ' WS-NB-GELS-DEJA.
           DISPLAY '* CLIENTS FILTRES           : ' WS-NB-CLI-FILTRES.
           DISPLAY '* BENEFICIAIRES FILTRES     : ' WS-NB-BNF-FILTRES.
           DISPLAY '* CLEARING RECU LU          : ' WS-NB-CLRE-LUS.
           DISPLAY '*   DONT NON RESOLU         : ' WS-NB-CLRE-NON-RES.
           DISPLAY '* CLEARING SORTANT LU       : ' WS-NB-CLRS-LUS.
           DISPLAY '*   DONT SANS NOM (PAYS)    : ' WS-NB-CLRS-SANS-NOM.
           DISPLAY '* CORRESPONDANCES           : ' WS-NB-CORR.
           DISPLAY '* NOUVELLES ALERTES         : ' WS-NB-ALE-NOUV.
           DISPLAY '* ALERTES DEJA CONNUES      : ' WS-NB-ALE-CONNUES.
           DISPLAY '* ALERTES EN ATTENTE        : ' WS-NB-ALE-ATTENTE.
           DISPLAY '*==============================================*'.
      *
       8999-STATISTIQUES-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO498         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO498        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
