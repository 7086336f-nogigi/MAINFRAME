      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DU FICHIER DES MOUVEMENTS      *
      *BANCAIRES (F-MVTS-E) UTILISE PAR LE TP4 (ARIO411). SUR LES     *
      *MOUVEMENTS CB, LA ZONE CONTREPARTIE + NUMERO DE CHEQUE PORTE   *
      *LE NUMERO DE LA CARTE (WS-MVTS-CARTE) ; SUR LES VIREMNT DE     *
      *RETOUR D UNE ENTREE EN SUSPENS, LA CLE SUS0101 D ORIGINE       *
      *(WS-MVTS-RETOUR).                                              *
      *===============================================================*
      *
       01  WS-ENRG-F-MVTS.
      *        (HORS CONTROLE DE DECOUVERT - COMPTE INTERNE)
               88  REVAL-CREDIT                VALUE 'REVALCR'.
               88  REVAL-DEBIT                 VALUE 'REVALDB'.
      *        INTERETS / AGIOS : LE SIGNE EST PORTE PAR WS-MVTS-MT
      *        (NEGATIF = DEBIT, POSITIF = CREDIT) COMME SUR LE TP3.
      *        LES AGIOS DEBITEURS TRIMESTRIELS SONT CALCULES ET
      *        POSTES PAR ARIO485 (HORS CONTROLE DE DECOUVERT)
               88  INTERET                     VALUE 'INTERET'.
      *        ECHEANCE DE PRET A LA CONSOMMATION (DEBIT) PRESENTEE
      *        PAR ARIO489 : WS-MVTS-NUMCHQ PORTE LE NUMERO DE PRET
      *        (2) ET LE NUMERO D ECHEANCE (3) POUR LE POINTAGE DU
      *        TABLEAU D AMORTISSEMENT PAR ARIO411
               88  ECHEANCE-PRET               VALUE 'ECHPRET'.
      *        REMISE DE CHEQUE (CREDIT) : WS-MVTS-NUMCHQ PORTE LE
      *        NUMERO DU CHEQUE REMIS ; LE MONTANT RESTE INDISPONIBLE
      *        (IND0101, COPY INDISPO) JUSQU A SA DATE DE
      *        DISPONIBILITE. CHQIMP = RETOUR IMPAYE DU CHEQUE REMIS
      *        (DEBIT DE CONTREPASSATION, HORS CONTROLE DE DECOUVERT) :
      *        WS-MVTS-REM-DATE PORTE LA DATE DE LA REMISE D ORIGINE
               88  REMISE-CHEQUE               VALUE 'REMCHQ '.
               88  IMPAYE-CHEQUE               VALUE 'CHQIMP '.
           05  WS-MVTS-MT            PIC S9(9)V99 COMP-3.
           05  WS-MVTS-DEVISE        PIC X(3) VALUE 'EUR'.
      *    COMPTE DE CONTREPARTIE (MOUVEMENT VIREMNT UNIQUEMENT :
      *    DEBIT SUR WS-MVTS-CPTE, CREDIT SUR WS-MVTS-CTR)
           05  WS-MVTS-REF-OPE.
               10  WS-MVTS-CTR       PIC X(10).
      *    NUMERO DU CHEQUE (MOUVEMENT CHEQUE) OU NUMERO DE PRET ET
      *    D ECHEANCE (MOUVEMENT ECHPRET), SPACES SUR LES AUTRES CODES
               10  WS-MVTS-NUMCHQ    PIC X(6).
      *    MOUVEMENT CB : NUMERO DE LA CARTE UTILISEE (CLE DU FICHIER
      *    DES CARTES CRT0101, CONTROLE PAR ARIO411)
           05  WS-MVTS-CARTE REDEFINES WS-MVTS-REF-OPE
                                     PIC X(16).
      *    CHQIMP : DATE (AAAAMMJJ) DE LA REMISE DU CHEQUE RETOURNE,
      *    LE NUMERO DU CHEQUE RESTE PORTE PAR WS-MVTS-NUMCHQ
           05  WS-MVTS-REMISE REDEFINES WS-MVTS-REF-OPE.
               10  WS-MVTS-REM-DATE  PIC 9(8).
               10  FILLER            PIC X(8).
      *    VIREMNT DE RETOUR D UNE ENTREE DE CLEARING EN SUSPENS A LA
      *    BANQUE EMETTRICE (GENERE PAR ARIO494 DEPUIS LE COMPTE
      *    D ATTENTE) : 'R' + CLE DE L ENTREE SUS0101. LA
      *    CONTREPARTIE EST HORS MAITRE, LE VIREMENT PART DONC AU
      *    CLEARING SORTANT (ARIO411, IBAN ET REFERENCE D ORIGINE
      *    REPRIS DE SUS0101)
           05  WS-MVTS-RETOUR REDEFINES WS-MVTS-REF-OPE.
               10  WS-MVTS-RET-TYPE  PIC X(1).
                   88  RETOUR-CLEARING         VALUE 'R'.
               10  WS-MVTS-RET-DATE  PIC 9(8).
               10  WS-MVTS-RET-SEQ   PIC 9(5).
               10  FILLER            PIC X(2).
      *    REFERENCE UNIQUE DU MOUVEMENT, POSEE A L ENTREE DANS LE
      *    SYSTEME (DATE AAAAMMJJ + LETTRE SOURCE + SEQUENCE) :
      *    PORTEE DE BOUT EN BOUT (RELEVES, ETATS D ANOMALIES,
