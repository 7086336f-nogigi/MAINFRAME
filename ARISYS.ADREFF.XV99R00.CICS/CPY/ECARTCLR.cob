      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : ECARTCLR                                  *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DU FICHIER DES ECARTS DE       *
      *RAPPROCHEMENT DU REGLEMENT DE COMPENSATION (RCL0101). UN ECART *
      *EST CREE PAR ARIO493 POUR UNE DATE DE REGLEMENT ET UN SENS (R  *
      *RECU, E EMIS) : N = NOMBRE D ENTREES DIFFERENT ET M = MONTANT  *
      *TOTAL DIFFERENT (REFERENCE = DEVISE), A = MONTANT D UNE ENTREE *
      *DIFFERENT, O = ENTREE CHEZ NOUS SEULEMENT, C = ENTREE CHEZ LA  *
      *CHAMBRE SEULEMENT. L ECART RESTE OUVERT ET VIEILLIT JUSQU A SA *
      *CLOTURE PAR UN OPERATEUR (ARIC234) AVEC UN COMMENTAIRE         *
      *OBLIGATOIRE.                                                   *
      *===============================================================*
      *
       01  WS-ECL-ENR.
           05  WS-ECL-CLE.
               10  WS-ECL-DATE       PIC 9(8).
               10  WS-ECL-SENS       PIC X(1).
                   88  ECL-RECU              VALUE 'R'.
                   88  ECL-EMIS              VALUE 'E'.
               10  WS-ECL-TYPE       PIC X(1).
                   88  ECL-NOMBRE            VALUE 'N'.
                   88  ECL-MONTANT           VALUE 'M'.
                   88  ECL-MT-ENTREE         VALUE 'A'.
                   88  ECL-NOUS-SEUL         VALUE 'O'.
                   88  ECL-CHAMBRE-SEUL      VALUE 'C'.
               10  WS-ECL-REF        PIC X(16).
           05  WS-ECL-DEVISE         PIC X(3).
           05  WS-ECL-MT-NOUS        PIC S9(13)V99 COMP-3.
           05  WS-ECL-MT-CHAMBRE     PIC S9(13)V99 COMP-3.
           05  WS-ECL-NB-NOUS        PIC 9(7).
           05  WS-ECL-NB-CHAMBRE     PIC 9(7).
           05  WS-ECL-STATUT         PIC X(1).
               88  ECL-OUVERT                VALUE 'O'.
               88  ECL-CLOS                  VALUE 'F'.
           05  WS-ECL-DATE-FERM      PIC 9(8).
           05  WS-ECL-OPID           PIC X(3).
           05  WS-ECL-COMMENT        PIC X(30).
           05  FILLER                PIC X(10).
