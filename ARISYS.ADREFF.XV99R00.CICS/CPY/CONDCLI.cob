      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : CONDCLI                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES CONDITIONS     *
      * COMMERCIALES CLIENT (CCL0101), CLE = NUMERO CLIENT (CLI0101). *
      * LE FICHIER MAITRE CLI0101 N'AYANT PLUS DE PLACE, LES          *
      * CONDITIONS DE VENTE D'UN CLIENT SONT PORTEES ICI :            *
      * - LIMITE DE CREDIT : A LA SAISIE D'UNE LIGNE DE VENTE         *
      *   (ARIC141), L'ENCOURS DU CLIENT (CREANCES OUVERTES CRC0101   *
      *   + LIGNES DE VENTE OUVERTES OU ALLOUEES VALORISEES AU PRIX   *
      *   DU JOUR + LA LIGNE SAISIE) EST COMPARE A LA LIMITE ; AU-    *
      *   DELA, LA LIGNE EST ENREGISTREE BLOQUEE POUR CREDIT ;        *
      * - TOLERANCE DE RETARD EN JOURS : UNE CREANCE OUVERTE PLUS     *
      *   ANCIENNE BLOQUE DE MEME LES NOUVELLES LIGNES (ZERO = DELAI  *
      *   PAR DEFAUT DU PROGRAMME DE SAISIE).                         *
      * - DUREE DE VIE RESTANTE MINIMALE EN JOURS DES LOTS EXPEDIES   *
      *   AU CLIENT : A L'EXPEDITION (ARIC141), LA SORTIE FIFO ECARTE *
      *   LES LOTS DONT LA DUREE DE VIE RESTANTE EST INFERIEURE       *
      *   (ZERO = PAS DE MINIMUM).                                    *
      * UN CLIENT SANS ENREGISTREMENT N'EST PAS SOUMIS AU CONTROLE.   *
      * UN CLIENT PEUT N'AVOIR QU'UNE REGLE DE DUREE DE VIE : SANS    *
      * LIMITE SAISIE, IL N'EST PAS SOUMIS AU CONTROLE DE CREDIT      *
      * (WS-CCL-CTL-CREDIT A 'N').                                    *
      * TENU EN LIGNE PAR ARIC229 (ROLES G ET A).                     *
      *===============================================================*
      *
       01  WS-CCL-ENR.
           05  WS-CCL-CLIENT         PIC X(6).
           05  WS-CCL-LIMITE         PIC 9(9)V99.
           05  WS-CCL-JOURS-RETARD   PIC 9(3).
           05  WS-CCL-DLU-MIN        PIC 9(4).
           05  WS-CCL-CTL-CREDIT     PIC X(1).
               88  CCL-CREDIT-CONTROLE       VALUE 'O' ' '.
               88  CCL-CREDIT-LIBRE          VALUE 'N'.
      *    DERNIERE MISE A JOUR (DATE, OPERATEUR)
           05  WS-CCL-DATE-MAJ       PIC 9(8).
           05  WS-CCL-OPID           PIC X(3).
           05  FILLER                PIC X(14).
