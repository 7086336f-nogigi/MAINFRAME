      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : ALERTSAN                                  *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DU FICHIER DES ALERTES DE      *
      *FILTRAGE SANCTIONS (SNH0101), ALIMENTE CHAQUE NUIT PAR ARIO498.*
      *CLE = ORIGINE DE L ALERTE + SUJET FILTRE + REFERENCE DE        *
      *L ENTREE DE LA LISTE (SNL0101, COPY LISTSANC) : UNE ALERTE     *
      *DEJA CONNUE N EST PAS RECREEE, UNE ALERTE LEVEE NE REVIENT     *
      *DONC PAS LES NUITS SUIVANTES. LE SUJET EST LE NUMERO CLIENT    *
      *(ORIGINE C), LA CLE DU BENEFICIAIRE BEN0101 (ORIGINE B) OU LA  *
      *REFERENCE DE L ECRITURE DE CLEARING (ORIGINES E ET S). LE      *
      *RESPONSABLE CONFORMITE CONFIRME (C) OU LEVE (L, MOTIF          *
      *OBLIGATOIRE) CHAQUE ALERTE EN LIGNE (ARIC239) : LA CONFIRMATION*
      *POSE LE GEL LEGAL DU CLIENT (WS-CLI-GEL-LEGAL) ET UN GEL DE    *
      *MOTIF 'SAN' SUR SES COMPTES (GEL0101).                         *
      *===============================================================*
      *
       01  WS-SNH-ENR.
           05  WS-SNH-CLE.
               10  WS-SNH-SOURCE     PIC X(1).
                   88  SNH-SRC-CLIENT        VALUE 'C'.
                   88  SNH-SRC-BENEF         VALUE 'B'.
                   88  SNH-SRC-CLR-ENTRANT   VALUE 'E'.
                   88  SNH-SRC-CLR-SORTANT   VALUE 'S'.
               10  WS-SNH-SUJET      PIC X(20).
               10  WS-SNH-SNL-REF    PIC X(12).
      *    DECISION DU RESPONSABLE CONFORMITE (EN TETE : LES 130
      *    PREMIERS OCTETS SONT CONSIGNES AU JOURNAL BJR0101)
           05  WS-SNH-STATUT         PIC X(1).
               88  SNH-A-REVOIR              VALUE 'A'.
               88  SNH-CONFIRME              VALUE 'C'.
               88  SNH-LEVE                  VALUE 'L'.
           05  WS-SNH-OPID           PIC X(3).
           05  WS-SNH-DATE-DEC       PIC 9(8).
           05  WS-SNH-MOTIF          PIC X(20).
           05  WS-SNH-DATE-DET       PIC 9(8).
      *    COMPTE ET CLIENT CONCERNES PAR L ALERTE (A BLANC SI NON
      *    RESOLUS)
           05  WS-SNH-CPTE           PIC X(10).
           05  WS-SNH-CLIENT         PIC X(6).
           05  WS-SNH-CORRESP        PIC X(1).
               88  SNH-CORR-NOM              VALUE 'N'.
               88  SNH-CORR-PAYS             VALUE 'P'.
      *    NOMBRE DE LETTRES D ECART ENTRE LES DEUX NOMS (0 = EXACT)
           05  WS-SNH-ECART          PIC 9(2).
           05  WS-SNH-PAYS           PIC X(2).
           05  WS-SNH-SNL-LISTE      PIC X(4).
      *    NOM FILTRE (OU IBAN SUR UNE CORRESPONDANCE PAYS) ET NOM OU
      *    ALIAS DE LA LISTE QUI A REPONDU
           05  WS-SNH-NOM            PIC X(30).
           05  WS-SNH-SNL-NOM        PIC X(30).
           05  FILLER                PIC X(2).
