      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : TIROIR                                    *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DU FICHIER DES TIROIRS DE      *
      *CAISSE (TIR0101) : UN TIROIR PAR OPERATEUR ET PAR JOUR, CREE   *
      *OUVERT A LA PREMIERE OPERATION DU JOUR AVEC L AGENCE DU PROFIL *
      *PRF0101. LE FONDS DE CAISSE EST LA PREMIERE DOTATION RECUE DE  *
      *LA RESERVE AVANT TOUTE AUTRE OPERATION. LES ENTREES CUMULENT   *
      *LES DEPOTS SAISIS PAR ARIC226 ET LES ESPECES RECUES (RESERVE   *
      *OU AUTRE GUICHETIER, ARIC241), LES SORTIES LES RETRAITS ET LES *
      *ESPECES CEDEES. LE SOLDE ATTENDU EST FONDS + ENTREES -         *
      *SORTIES. A LA CLOTURE (ARIC242) LE GUICHETIER SAISIT LE        *
      *BILLETAGE ; LE MONTANT COMPTE, L ECART ET LE SUPERVISEUR AYANT *
      *ACCEPTE UN ECART HORS TOLERANCE SONT CONSERVES ET LE TIROIR    *
      *PASSE FERME : PLUS AUCUNE OPERATION N Y EST ADMISE ET ARIO402  *
      *PEUT VERSER LES SAISIES GUICHET DE L OPERATEUR. ETAT DES       *
      *TIROIRS PAR AGENCE ET OPERATEUR : ARIO424.                     *
      *===============================================================*
      *
       01  WS-TIR-ENR.
           05  WS-TIR-CLE.
               10  WS-TIR-OPID       PIC X(3).
               10  WS-TIR-DATE       PIC 9(8).
           05  WS-TIR-AGENCE         PIC X(5).
           05  WS-TIR-STATUT         PIC X(1).
               88  TIR-OUVERT                VALUE 'O'.
               88  TIR-FERME                 VALUE 'F'.
      *    FONDS DE CAISSE D OUVERTURE
           05  WS-TIR-FONDS          PIC S9(9)V99 COMP-3.
           05  WS-TIR-ENTREES        PIC S9(9)V99 COMP-3.
           05  WS-TIR-SORTIES        PIC S9(9)V99 COMP-3.
      *    SOLDE ATTENDU EN FIN DE JOURNEE
           05  WS-TIR-ATTENDU        PIC S9(9)V99 COMP-3.
           05  WS-TIR-NB-SAISIES     PIC 9(5).
           05  WS-TIR-NB-TRANSF      PIC 9(5).
      *    CLOTURE : MONTANT COMPTE, ECART (COMPTE - ATTENDU)
           05  WS-TIR-COMPTE         PIC S9(9)V99 COMP-3.
           05  WS-TIR-ECART          PIC S9(9)V99 COMP-3.
           05  WS-TIR-SUP            PIC X(5).
           05  WS-TIR-HEURE-CLOT     PIC 9(6).
      *    BILLETAGE SAISI A LA CLOTURE (NOMBRE PAR COUPURE, DANS
      *    L ORDRE 500 200 100 50 20 10 5 2 1 0,50 0,20 0,10 0,05
      *    0,02 0,01)
           05  WS-TIR-BILLETAGE.
               10  WS-TIR-NB-COUPURE PIC 9(5) COMP-3 OCCURS 15.
           05  FILLER                PIC X(11).
