      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : SOLDHIS                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DU FICHIER HISTORIQUE DES      *
      *SOLDES DE FIN DE JOURNEE (SLD0101). UN ENREGISTREMENT PAR      *
      *COMPTE ET PAR DATE DE TRAITEMENT (CLE = COMPTE + DATE) PORTANT *
      *LE SOLDE DE CLOTURE DU MAITRE CPTE0101, LE SOLDE EN DATE DE    *
      *VALEUR ET LA DEVISE DU COMPTE. ALIMENTE EN FIN DE CHAINE DE    *
      *NUIT PAR ARIO012 (UNE RELANCE POUR LA MEME DATE REECRIT LES    *
      *SOLDES), EXPLOITE PAR LE SERVICE BATCH ARIO861 (MOYENNE,       *
      *MINIMUM ET MAXIMUM SUR UNE PERIODE) ET PAR LA COURBE DES       *
      *SOLDES EN LIGNE ARIC230.                                       *
      *===============================================================*
      *
       01  WS-SLH-ENR.
           05  WS-SLH-CLE.
               10  WS-SLH-CPTE       PIC X(10).
               10  WS-SLH-DATE       PIC 9(8).
           05  WS-SLH-SOLDE          PIC S9(9)V99 COMP-3.
           05  WS-SLH-SOLDE-VAL      PIC S9(9)V99 COMP-3.
           05  WS-SLH-DEVISE         PIC X(3).
      *    SOUS-CYCLE DE LA CHAINE QUI A POSE LES SOLDES (LE DERNIER
      *    CYCLE DU JOUR REECRIT CEUX DES CYCLES PRECEDENTS)
           05  WS-SLH-CYCLE          PIC 9(2).
           05  FILLER                PIC X(5).
