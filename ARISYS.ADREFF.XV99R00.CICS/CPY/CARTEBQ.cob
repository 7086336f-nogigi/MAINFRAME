      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : CARTEBQ                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DU FICHIER MAITRE DES CARTES   *
      *BANCAIRES (CRT0101, CLE = NUMERO DE CARTE) : COMPTE PORTEUR,   *
      *ECHEANCE AAAAMM, PLAFONDS DE PAIEMENT JOURNALIER ET MENSUEL    *
      *(ZERO = SANS PLAFOND) ET STATUT. TENU EN LIGNE PAR ARIC232 SOUS*
      *CODE SUPERVISEUR (EMISSION, BLOCAGE, DEBLOCAGE - JOURNAL       *
      *BJR0101). LA CHAINE DE MISE A JOUR (ARIO411) REJETTE LES       *
      *MOUVEMENTS CB D UNE CARTE INCONNUE, BLOQUEE, PERDUE, VOLEE OU  *
      *ECHUE ET CEUX QUI DEPASSENT UN PLAFOND ; ELLE TIENT LES CUMULS *
      *DU JOUR ET DU MOIS. LES CARTES PROCHES DE L ECHEANCE SONT      *
      *EDITEES PAR ARIO491 POUR RENOUVELLEMENT, SAUF CELLES D UN      *
      *COMPTE CLOS (BLOQUEES PAR ARIO499 A LA CLOTURE DU COMPTE).     *
      *===============================================================*
      *
       01  WS-CRT-ENR.
           05  WS-CRT-NUM            PIC X(16).
           05  WS-CRT-CPTE           PIC X(10).
      *    ECHEANCE DE LA CARTE (VALABLE JUSQU A LA FIN DU MOIS)
           05  WS-CRT-DATE-EXP       PIC 9(6).
           05  WS-CRT-DATE-EXP-R REDEFINES WS-CRT-DATE-EXP.
               10  WS-CRT-EXP-AAAA   PIC 9(4).
               10  WS-CRT-EXP-MM     PIC 9(2).
           05  WS-CRT-PLAF-JOUR      PIC S9(7)V99 COMP-3.
           05  WS-CRT-PLAF-MOIS      PIC S9(7)V99 COMP-3.
           05  WS-CRT-STATUT         PIC X.
               88  CRT-ACTIVE                  VALUE 'A'.
               88  CRT-BLOQUEE                 VALUE 'B'.
               88  CRT-PERDUE                  VALUE 'P'.
               88  CRT-VOLEE                   VALUE 'V'.
           05  WS-CRT-DATE-STATUT    PIC 9(8).
      *    CUMULS DES PAIEMENTS ACCEPTES PAR ARIO411 : DU JOUR
      *    WS-CRT-CUM-DATE ET DU MOIS WS-CRT-CUM-AAAAMM (REMIS A
      *    ZERO AU PREMIER PAIEMENT D UN NOUVEAU JOUR OU MOIS)
           05  WS-CRT-CUM-DATE       PIC 9(8).
           05  WS-CRT-CUM-JOUR       PIC S9(7)V99 COMP-3.
           05  WS-CRT-CUM-AAAAMM     PIC 9(6).
           05  WS-CRT-CUM-MOIS       PIC S9(7)V99 COMP-3.
           05  WS-CRT-DATE-EMIS      PIC 9(8).
           05  FILLER                PIC X(17).
