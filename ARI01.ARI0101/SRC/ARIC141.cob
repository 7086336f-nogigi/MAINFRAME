      * - ACTION 'E' : EXPEDITION DE LA LIGNE MNUM/MLIGNE : SORTIE    *
      *   FIFO SUR LOT0101 COMME ARIC118 (UN MOUVEMENT SORTIE PAR     *
      *   LOT, CENTRE DE COUT 'VENTE'), CONSOMMATION DE LA            *
      *   RESERVATION ET CLOTURE DE LA LIGNE ; L'EXPEDITION EST       *
      *   TRACEE DANS EXV0101 (COPY EXPEDVTE) POUR LA FACTURATION     *
      *   NOCTURNE ARIO942 ;                                          *
      * - ACTION 'D' : DEBLOCAGE CREDIT DE LA LIGNE MNUM/MLIGNE,      *
      *   RESERVE AUX ROLES G ET A (PRF0101) ET JOURNALISE DANS       *
      *   ARTOPLOG ; LA LIGNE EST ALORS ALLOUEE COMME A LA SAISIE.    *
      * CONTROLE DE CREDIT A LA SAISIE (CLIENT AYANT DES CONDITIONS   *
      * CCL0101) : CREANCES OUVERTES CRC0101 + LIGNES OUVERTES OU     *
      * ALLOUEES DU CLIENT + LIGNE SAISIE, VALORISEES AU PRIX DU JOUR *
      * PRX0101, CONTRE LA LIMITE DE CREDIT ; UN DEPASSEMENT OU UNE   *
      * CREANCE OUVERTE PLUS ANCIENNE QUE LA TOLERANCE DE RETARD      *
      * ENREGISTRE LA LIGNE BLOQUEE POUR CREDIT, SANS ALLOCATION.     *
      * DUREE DE VIE MINIMALE DU CLIENT (CCL0101) A L'EXPEDITION : LA *
      * SORTIE FIFO ECARTE LES LOTS DONT LA DUREE DE VIE RESTANTE     *
      * (CALCUL COMMERCIAL 30/360) EST INFERIEURE ; SI LES LOTS       *
      * CONFORMES NE COUVRENT PAS LA LIGNE, L'EXPEDITION EST REFUSEE. *
      * A LA SAISIE, LE DISPONIBLE EST ALLOUE A LA LIGNE PAR UNE      *
      * RESERVATION RSV0101 (MECANIQUE EXISTANTE) : LE STOCK PROMIS   *
      * AU CLIENT N'EST PLUS PRENABLE PAR UN AUTRE. LA LISTE DE       *
      * 02/09/2026    § CREATION DU PROGRAMME - COMMANDES DE VENTE   *
      * 02/09/2026    § ALIMENTATION DE L INDEX PAR ARTICLE DU      *
      *               § JOURNAL (XJR0101) AU FIL DE L EAU           *
      * 15/10/2026    § TRACE DE L EXPEDITION DANS EXV0101 POUR LA    *
      *               § FACTURATION CLIENT (ARIO942)                  *
      * 15/10/2026    § CONTROLE DE LA LIMITE DE CREDIT CLIENT A LA   *
      *               § SAISIE (CCL0101), STATUT BLOQUEE POUR CREDIT  *
      *               § ET DEBLOCAGE PAR UN RESPONSABLE (ACTION D)    *
      * 15/10/2026    § DUREE DE VIE MINIMALE DU CLIENT A             *
      *               § L EXPEDITION : LOTS TROP COURTS ECARTES DE    *
      *               § LA SORTIE FIFO                                *
      * 15/10/2026    § RUPTURE A L EXPEDITION : LE PREMIER SUBSTITUT *
      *               § APPROUVE (SUB0101) AYANT LE DISPONIBLE EST    *
      *               § PROPOSE - ENTER EXPEDIE LE SUBSTITUT (LIGNE   *
      *               § FACTUREE SUR L ARTICLE COMMANDE, SUBSTITUT    *
      *               § PORTE SUR EXV0101), PF3 REFUSE - DECISION     *
      *               § TRACEE DANS SBH0101                           *
      * 15/10/2026    § ARTICLE SERIALISE : L EXPEDITION DESIGNE LES  *
      *               § UNITES PAR LEUR NUMERO DE SERIE (MSER, 5 AU   *
      *               § PLUS), UN MOUVEMENT PAR NUMERO, NUMERO PASSE  *
      *               § EXPEDIE AU CLIENT (SER0101) - PAS DE          *
      *               § SUBSTITUTION                                  *
      * 15/10/2026    § LIGNE CHOISIE SUR LA VUE CLIENT ARIC245 :    *
      *               § ECRAN PRE-REMPLI (NUMERO, LIGNE, CLIENT,      *
      *               § ARTICLE)                                      *
      *===============================================================*
      *
      *************************
           COPY VENTES.
      * DESCRIPTION ENREGISTREMENT FICHIER MAITRE DES CLIENTS
           COPY CLIENT.
      * DESCRIPTION ENREGISTREMENT EXPEDITION DE VENTE A FACTURER
           COPY EXPEDVTE.
      * DESCRIPTION ENREGISTREMENT CONDITIONS COMMERCIALES CLIENT
           COPY CONDCLI.
      * DESCRIPTION ENREGISTREMENT CREANCE CLIENT (POSTE OUVERT)
           COPY CREANCE.
      * DESCRIPTION ENREGISTREMENT FICHIER MAITRE DES PRIX DE VENTE
           COPY PRIXVNT.
      * DESCRIPTION ENREGISTREMENT PROFIL OPERATEUR
           COPY OPROFIL.
      * DESCRIPTION ENREGISTREMENT JOURNAL DES OPERATEURS
           COPY ARTOPLOG.
      * DESCRIPTION ENREGISTREMENT JOURNAL DES MOUVEMENTS ARTICLE
           COPY ARTJRNL.
      * DESCRIPTION ENREGISTREMENT INDEX PAR ARTICLE DU JOURNAL
       01 WS-XJR-RBA-BIN               PIC S9(8)      COMP.
      * DESCRIPTION ENREGISTREMENT HISTORIQUE MVT QUANTITE ARTICLE
           COPY ARTMVTS.
      * DESCRIPTION ENREGISTREMENT ARTICLE DE SUBSTITUTION
           COPY SUBSTIT.
      * DESCRIPTION ENREGISTREMENT HISTORIQUE DES SUBSTITUTIONS
           COPY SUBSTHIS.
      * DESCRIPTION ENREGISTREMENT NUMERO DE SERIE
           COPY NUMSERIE.
      *GESTION DATE
       01 WS-DATEJ                     PIC X(10).
       01 WS-DATEJ8                    PIC 9(8).
       01 WS-DATEJ8-R REDEFINES WS-DATEJ8.
          05 WS-DATEJ8-AAAA            PIC 9(4).
          05 WS-DATEJ8-MM              PIC 9(2).
          05 WS-DATEJ8-JJ              PIC 9(2).
      *
       01 WS-DATE-CICS                 PIC S9(15)     COMP-3.
      *VARIABLE GESTION CICS
          88 BRW-ENCOURS                       VALUE '0'.
          88 BRW-FIN                           VALUE '1'.
       01 WS-QTE-DISPONIBLE            PIC 9(7).
      *DUREE DE VIE MINIMALE DU CLIENT A L EXPEDITION (CCL0101) :
      *CONTROLE ACTIF SEULEMENT POUR L EXPEDITION, DUREE DE VIE
      *RESTANTE DU LOT EXAMINE (30/360) ET QUANTITE ACTIVE ECARTEE
       01 WS-SW-DLU                    PIC X          VALUE '0'.
          88 DLU-SANS                          VALUE '0'.
          88 DLU-CONTROLE                      VALUE '1'.
       01 WS-SW-LOT-DLU                PIC X.
          88 LOT-DLU-OK                        VALUE '1'.
          88 LOT-DLU-COURT                     VALUE '0'.
       01 WS-DLU-MIN-CLI               PIC 9(4).
       01 WS-DLU-RESTE                 PIC S9(7)      COMP-3.
       01 WS-QTE-DLU-COURTE            PIC 9(7).
       01 WS-LOT-DATEXP-R              PIC 9(8).
       01 WS-LOT-DATEXP-RR REDEFINES WS-LOT-DATEXP-R.
          05 WS-LOT-DATEXP-AAAA        PIC 9(4).
          05 WS-LOT-DATEXP-MM          PIC 9(2).
          05 WS-LOT-DATEXP-JJ          PIC 9(2).
      *ECRITURE DES MOUVEMENTS : ESSAIS SUR DOUBLON DE CLE
       01 WS-NB-ESSAI-AMVT             PIC S9(4)      COMP.
       01 WS-SW-AMVT-ECRIT             PIC X.
          88 AMVT-A-ECRIRE                     VALUE '0'.
      *QUANTITE SAISIE A LA CREATION
       01 WS-QTE-SAISIE                PIC 9(6).
      *CONTROLE DE CREDIT A LA SAISIE (CONDITIONS CLIENT CCL0101)
       01 WS-FS-CCL                    PIC X.
          88 CCL-EXISTE                        VALUE '0'.
          88 CCL-N-EXISTE-PAS                  VALUE '1'.
       01 WS-SW-CREDIT                 PIC X          VALUE '0'.
          88 CREDIT-OK                         VALUE '0'.
          88 CREDIT-BLOQUE-LIMITE              VALUE '1'.
          88 CREDIT-BLOQUE-RETARD              VALUE '2'.
       01 WS-SW-RETARD                 PIC X.
          88 RETARD-AUCUN                      VALUE '0'.
          88 RETARD-CONSTATE                   VALUE '1'.
      *TOLERANCE DE RETARD APPLIQUEE QUAND LE CLIENT N EN A PAS
       01 WS-RETARD-DEFAUT             PIC 9(3)       VALUE 30.
       01 WS-JOURS-RETARD              PIC 9(3).
      *AGE D UNE CREANCE EN JOURS (CALCUL COMMERCIAL 30/360)
       01 WS-AGE-CRC                   PIC S9(7)      COMP-3.
       01 WS-CRC-DATE-R                PIC 9(8).
       01 WS-CRC-DATE-RR REDEFINES WS-CRC-DATE-R.
          05 WS-CRC-DATE-AAAA          PIC 9(4).
          05 WS-CRC-DATE-MM            PIC 9(2).
          05 WS-CRC-DATE-JJ            PIC 9(2).
       01 WS-ENCOURS                   PIC S9(11)V99  COMP-3.
       01 WS-QTE-VALO                  PIC 9(6).
       01 WS-CRC-BRW-CLE               PIC X(17).
       01 WS-FS-CRCBRW                 PIC X.
          88 CRCBRW-ENCOURS                    VALUE '0'.
          88 CRCBRW-FIN                        VALUE '1'.
       01 WS-VTE-BRW-CLE               PIC X(13).
       01 WS-FS-VTEBRW                 PIC X.
          88 VTEBRW-ENCOURS                    VALUE '0'.
          88 VTEBRW-FIN                        VALUE '1'.
      *RECHERCHE DU PRIX DU JOUR (MEME REGLE QUE LA FACTURATION
      *ARIO942 : PRIX DE L ARTICLE, A DEFAUT DE SA CATEGORIE)
       01 WS-CLE-PRX-CHERCHE           PIC X(5).
       01 WS-PV-TROUVE                 PIC 9(5)V99.
       01 WS-DATE-EFF-TROUVE           PIC 9(8).
       01 WS-SW-PV                     PIC X.
          88 PV-TROUVE                         VALUE '1'.
          88 PV-ABSENT                         VALUE '0'.
       01 WS-PRX-BRW-CLE.
          05 WS-PRX-BRW-CODE           PIC X(5).
          05 WS-PRX-BRW-DATE           PIC 9(8).
       01 WS-FS-PRXBRW                 PIC X.
          88 PRXBRW-ENCOURS                    VALUE '0'.
          88 PRXBRW-FIN                        VALUE '1'.
      *CONTROLE DU ROLE DE L OPERATEUR POUR LE DEBLOCAGE (PRF0101)
       01 WS-ROLE-OP                   PIC X          VALUE 'A'.
       01 WS-SW-ACCES                  PIC X          VALUE '0'.
          88 ACCES-PERMIS                      VALUE '0'.
          88 ACCES-REFUSE                      VALUE '1'.
      *ARTICLE SERIALISE : NUMEROS DE SERIE SAISIS EN MSER (UN PAR
      *UNITE EXPEDIEE), LOT DE CHACUN, NUMERO EN COURS DE PRELEVEMENT
      *(PORTE SUR LE MOUVEMENT DU LOT)
       01 WS-SW-SERIE                  PIC X.
          88 SERIE-ACCEPTEE                    VALUE '0'.
          88 SERIE-REFUSEE                     VALUE '1'.
       01 WS-FS-SER                    PIC X.
          88 SER-EXISTE                        VALUE '0'.
          88 SER-N-EXISTE-PAS                  VALUE '1'.
       01 WS-FS-LOTLU                  PIC X.
          88 LOTLU-EXISTE                      VALUE '0'.
          88 LOTLU-ABSENT                      VALUE '1'.
       01 WS-TAB-SER.
          05 WS-TSER-LOT               PIC X(6)  OCCURS 5.
       01 WS-NB-SERIE                  PIC S9(4)      COMP.
       01 WS-IND-SERIE                 PIC S9(4)      COMP.
       01 WS-IND-SERIE2                PIC S9(4)      COMP.
       01 WS-NB-SER-LOT                PIC S9(4)      COMP.
       01 WS-SERIE-COURANTE            PIC X(15)      VALUE SPACES.
      *CLE DE DEFILEMENT DES SUBSTITUTS DE L ARTICLE EN RUPTURE
       01 WS-SUB-BRW-CLE               PIC X(7).
      *SWITCH FIN DE DEFILEMENT DES SUBSTITUTS
       01 WS-FS-SUBBRW                 PIC X.
          88 SUBBRW-ENCOURS                    VALUE '0'.
          88 SUBBRW-FIN                        VALUE '1'.
      *SWITCH SUBSTITUT SERVABLE TROUVE
       01 WS-FS-SUBST                  PIC X.
          88 SUBST-AUCUN                       VALUE '0'.
          88 SUBST-TROUVE                      VALUE '1'.
      *SWITCH EXPEDITION DE L ARTICLE COMMANDE OU DE SON SUBSTITUT
      *(L ARTICLE COMMANDE EST ALORS PORTE SUR LES MOUVEMENTS)
       01 WS-FS-SORTIE                 PIC X          VALUE '0'.
          88 SORTIE-NORMALE                    VALUE '0'.
          88 SORTIE-SUBSTITUT                  VALUE '1'.
      *ARTICLE ET QUANTITE COMMANDES, SUBSTITUT CANDIDAT ET QUANTITE
      *CONVERTIE (ARRONDIE A L UNITE SUPERIEURE)
       01 WS-ART-CODE-ORIG             PIC X(5).
       01 WS-QTE-ORIG                  PIC 9(6).
       01 WS-SUB-CANDIDAT              PIC X(5).
       01 WS-SUB-RATIO-CAND            PIC 9(3)V9(3).
       01 WS-SUB-QTE-EXACTE            PIC 9(9)V9(3).
       01 WS-SUB-QTE-CALC              PIC 9(9).
      *MESSAGE DE PROPOSITION DU SUBSTITUT
       01 WS-MSG-SUBST.
          05 FILLER                    PIC X(8)       VALUE 'RUPTURE '.
          05 WS-MSGB-ORIG              PIC X(5).
          05 FILLER                    PIC X(13)
                                       VALUE ' - SUBSTITUT '.
          05 WS-MSGB-SUBST             PIC X(5).
          05 FILLER                    PIC X(5)       VALUE ' QTE '.
          05 WS-MSGB-QTE               PIC ZZZZZ9.
          05 FILLER                    PIC X(28)
                        VALUE ' : ENTER ACCEPTE, PF3 REFUSE'.
          05 FILLER                    PIC X(9)       VALUE SPACE.
      *================
       LINKAGE SECTION.
      *================
               WHEN INIT-TRT
                  PERFORM 1000-INIT-SCREEN-DEB
                     THRU 1000-INIT-SCREEN-FIN
      *        SUBSTITUT PROPOSE EN ATTENTE DE LA DECISION
               WHEN AFF-MAP AND CMD-VALID
                  PERFORM 1030-CONFIRMATION-DEB
                     THRU 1030-CONFIRMATION-FIN
               WHEN AFF-MAP
                  PERFORM 1010-N-FOIS-DEB
                     THRU 1010-N-FOIS-FIN
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
      * AUCUN SUBSTITUT EN ATTENTE AU DEMARRAGE DE LA TRANSACTION
           SET CMD-INVALID                       TO TRUE.
           MOVE SPACE                            TO WS-COMM-MSG.
      * LIGNE DE COMMANDE TRANSMISE PAR LA VUE CLIENT (ARIC245)
           IF WS-CA-VTE-CLE-SEL NOT = SPACE
              AND WS-CA-VTE-CLE-SEL NOT = LOW-VALUE
              PERFORM 7620-PRE-REMPLIT-LIGNE-DEB
                 THRU 7620-PRE-REMPLIT-LIGNE-FIN
           END-IF.
           PERFORM 6000-SEND-MAP-DEB
              THRU 6000-SEND-MAP-FIN.
       1000-INIT-SCREEN-FIN.
           END-EVALUATE.
       1010-N-FOIS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   1030       *
      *---------------------------------------------------------------*
      * GESTION DES INPUT UTILISATEUR LORSQU'UN SUBSTITUT EST EN      *
      * ATTENTE DE DECISION (WS-CA-LAST-CMD = CMD-VALID)              *
      *---------------------------------------------------------------*
       1030-CONFIRMATION-DEB.
           EVALUATE EIBAID
               WHEN DFHPF3
               PERFORM 2070-REFUS-SUBST-DEB
                  THRU 2070-REFUS-SUBST-FIN
               WHEN DFHENTER
               PERFORM 2050-ACCEPTE-SUBST-DEB
                  THRU 2050-ACCEPTE-SUBST-FIN
               WHEN OTHER
               PERFORM 2060-CONFIRM-OTHER-DEB
                  THRU 2060-CONFIRM-OTHER-FIN
           END-EVALUATE.
       1030-CONFIRMATION-FIN.
           EXIT.
       2000-ENTER-DEB.
           PERFORM 6010-INPUT-START-DEB
              THRU 6010-INPUT-START-FIN.
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       2030-OTHER-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2050       *
      *---------------------------------------------------------------*
      * SUBSTITUT ACCEPTE (ENTER) : RELECTURE DE LA LIGNE (TOUJOURS   *
      * A EXPEDIER, MEME ARTICLE ET QUANTITE) ET DU SUBSTITUT EN      *
      * UPDATE, NOUVEAU CONTROLE DU DISPONIBLE, SORTIE FIFO DU        *
      * SUBSTITUT, RESERVATION DE LA LIGNE SOLDEE SUR L'ARTICLE       *
      * COMMANDE ET CLOTURE DE LA LIGNE                               *
      *---------------------------------------------------------------*
       2050-ACCEPTE-SUBST-DEB.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           SET CMD-INVALID                       TO TRUE.
           MOVE SPACE                            TO WS-COMM-MSG.
           MOVE WS-CA-SUB-REF                    TO WS-VTE-CLE.
           PERFORM 6410-READ-VTE-UPD-DEB
              THRU 6410-READ-VTE-UPD-FIN.
           IF VTE-N-EXISTE-PAS
              MOVE WS-MSG(125)                   TO MMSGO
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 2050-ACCEPTE-SUBST-FIN
           END-IF.
           IF (NOT VTE-OUVERTE AND NOT VTE-ALLOUEE)
              OR WS-VTE-ART-CODE NOT = WS-CA-SUB-ORIG
              OR WS-VTE-QTE NOT = WS-CA-SUB-QTE-ORIG
              MOVE WS-MSG(125)                   TO MMSGO
              PERFORM 6430-UNLOCK-VTE-DEB
                 THRU 6430-UNLOCK-VTE-FIN
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 2050-ACCEPTE-SUBST-FIN
           END-IF.
           MOVE WS-CA-SUB-ART                    TO WS-ART-CODE.
           MOVE WS-CA-SUB-QTE                    TO WS-QTE-A-SORTIR.
           MOVE ZERO                             TO WS-DISPO-NET.
           PERFORM 6030-READ-ART-DEB
              THRU 6030-READ-ART-FIN.
           IF ARTICLE-EXISTE
              AND NOT ART-BLOQUE-SORTIE AND NOT ART-BROUILLON
              PERFORM 7600-CHARGE-DLU-CLIENT-DEB
                 THRU 7600-CHARGE-DLU-CLIENT-FIN
              PERFORM 7240-CALC-DISPONIBLE-DEB
                 THRU 7240-CALC-DISPONIBLE-FIN
              PERFORM 7246-CALC-RESERVE-DEB
                 THRU 7246-CALC-RESERVE-FIN
              COMPUTE WS-DISPO-NET = WS-QTE-DISPONIBLE
                     - (WS-QTE-RESERVEE - WS-QTE-RSV-PROPRE)
           END-IF.
      *    LE STOCK DU SUBSTITUT A PU ETRE PRIS DEPUIS LA PROPOSITION
           IF WS-QTE-A-SORTIR > WS-DISPO-NET
              MOVE WS-MSG(10)                    TO MMSGO
              PERFORM 6430-UNLOCK-VTE-DEB
                 THRU 6430-UNLOCK-VTE-FIN
              PERFORM 6020-SEND-MAP-DATAONLY-DEB
                 THRU 6020-SEND-MAP-DATAONLY-FIN
              GO TO 2050-ACCEPTE-SUBST-FIN
           END-IF.
           SET SORTIE-SUBSTITUT                  TO TRUE.
           MOVE WS-ART-ENR                       TO WS-JRN-AVANT.
           PERFORM 7200-FIFO-ISSUE-DEB
              THRU 7200-FIFO-ISSUE-FIN.
           PERFORM 6070-REWRITE-ART-DEB
              THRU 6070-REWRITE-ART-FIN.
           MOVE WS-ART-ENR                       TO WS-JRN-APRES.
           SET JRN-SORTIE-STOCK                  TO TRUE.
           PERFORM 6080-WRITE-JRNL-ART-DEB
              THRU 6080-WRITE-JRNL-ART-FIN.
      *    LE BESOIN DE LA LIGNE EST SERVI PAR LE SUBSTITUT : SA
      *    RESERVATION SUR L ARTICLE COMMANDE EST CONSOMMEE
           MOVE WS-CA-SUB-ORIG                   TO WS-ART-CODE.
           MOVE WS-VTE-QTE                       TO WS-QTE-A-SORTIR.
           PERFORM 7450-CONSOMME-RSV-DEB
              THRU 7450-CONSOMME-RSV-FIN.
           SET VTE-EXPEDIEE                      TO TRUE.
           MOVE WS-VTE-QTE                       TO WS-VTE-QTE-EXP.
           PERFORM 6420-REWRITE-VTE-DEB
              THRU 6420-REWRITE-VTE-FIN.
           PERFORM 7460-TRACE-EXPEDITION-DEB
              THRU 7460-TRACE-EXPEDITION-FIN.
           SET SBH-ACCEPTEE                      TO TRUE.
           PERFORM 7940-ECRIT-HISTO-SUBST-DEB
              THRU 7940-ECRIT-HISTO-SUBST-FIN.
           MOVE WS-MSG(184)                      TO MMSGO.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       2050-ACCEPTE-SUBST-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2060       *
      *---------------------------------------------------------------*
      * TOUCHE INVALIDE ALORS QU'UN SUBSTITUT EST EN ATTENTE : ON     *
      * RE-AFFICHE LA PROPOSITION SAUVEGARDEE EN COMMAREA             *
      *---------------------------------------------------------------*
       2060-CONFIRM-OTHER-DEB.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           MOVE WS-COMM-MSG                      TO MMSGO.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       2060-CONFIRM-OTHER-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   2070       *
      *---------------------------------------------------------------*
      * SUBSTITUT REFUSE (PF3) : LA LIGNE RESTE A EXPEDIER SUR        *
      * L'ARTICLE COMMANDE, LE REFUS EST TRACE                        *
      *---------------------------------------------------------------*
       2070-REFUS-SUBST-DEB.
           PERFORM 7010-INIT-DATE-DEB
              THRU 7010-INIT-DATE-FIN.
           PERFORM 7020-INIT-TEXT-DEB
              THRU 7020-INIT-TEXT-FIN.
           SET CMD-INVALID                       TO TRUE.
           MOVE SPACE                            TO WS-COMM-MSG.
           SET SBH-REFUSEE                       TO TRUE.
           PERFORM 7940-ECRIT-HISTO-SUBST-DEB
              THRU 7940-ECRIT-HISTO-SUBST-FIN.
           MOVE WS-MSG(10)                       TO MMSGO.
           PERFORM 6020-SEND-MAP-DATAONLY-DEB
              THRU 6020-SEND-MAP-DATAONLY-FIN.
       2070-REFUS-SUBST-FIN.
           EXIT.
       3000-MAPFAIL-DEB.
           PERFORM 7050-MSG-CHAMP-VIDE-DEB
              THRU 7050-MSG-CHAMP-VIDE-FIN.
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3010       *
      *---------------------------------------------------------------*
      * AIGUILLAGE SELON L'ACTION : A = NOUVELLE COMMANDE AVEC SA     *
      * PREMIERE LIGNE, L = LIGNE SUPPLEMENTAIRE, E = EXPEDITION,     *
      * D = DEBLOCAGE CREDIT                                          *
      *---------------------------------------------------------------*
       3010-CHOIX-OK-DEB.
           EVALUATE MACTO
               WHEN 'E'
                  PERFORM 3200-EXPEDITION-DEB
                     THRU 3200-EXPEDITION-FIN
               WHEN 'D'
                  PERFORM 3250-DEBLOCAGE-DEB
                     THRU 3250-DEBLOCAGE-FIN
               WHEN OTHER
                  MOVE WS-MSG(6)                  TO MMSGO
           END-EVALUATE.
           MOVE WS-VTE-NUM                        TO MNUMO.
           MOVE WS-VTE-LIGNE                      TO MLIGNEO.
           MOVE WS-MSG(122)                       TO MMSGO.
           PERFORM 7510-MSG-CREDIT-DEB
              THRU 7510-MSG-CREDIT-FIN.
       3100-CREATION-FIN.
           EXIT.
      *---------------------------------------------------------------*
              THRU 3400-ECRIT-LIGNE-FIN.
           MOVE WS-VTE-LIGNE                      TO MLIGNEO.
           MOVE WS-MSG(123)                       TO MMSGO.
           PERFORM 7510-MSG-CREDIT-DEB
              THRU 7510-MSG-CREDIT-FIN.
       3150-AJOUT-LIGNE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3300       *
      *---------------------------------------------------------------*
      * CONTROLES COMMUNS D'UNE LIGNE DE VENTE (VTE-N-EXISTE-PAS EST  *
      * DETOURNE EN TEMOIN DE REFUS : POSE = LIGNE REFUSEE), PUIS     *
      * CONTROLE DE CREDIT DU CLIENT (WS-SW-CREDIT : LIGNE ACCEPTEE   *
      * MAIS A ENREGISTRER BLOQUEE)                                   *
      *---------------------------------------------------------------*
       3300-CONTROLE-LIGNE-DEB.
           SET VTE-EXISTE                         TO TRUE.
           SET CREDIT-OK                          TO TRUE.
           IF MCLIO = SPACE OR MCODEO = SPACE
              OR MQTEO = SPACE OR MQTEO NOT NUMERIC
              MOVE WS-MSG(6)                      TO MMSGO
           IF ART-BLOQUE-SORTIE OR ART-BROUILLON
              MOVE WS-MSG(118)                    TO MMSGO
              SET VTE-N-EXISTE-PAS                TO TRUE
              GO TO 3300-CONTROLE-LIGNE-FIN
           END-IF.
      * ARTICLE SERIALISE : LA LIGNE S EXPEDIE EN UNE FOIS AVEC UN
      * NUMERO DE SERIE PAR UNITE (5 AU PLUS, 7270-CTRL-SERIES)
           IF ART-SERIALISE AND WS-QTE-SAISIE > 5
              MOVE WS-MSG(189)                    TO MMSGO
              SET VTE-N-EXISTE-PAS                TO TRUE
              GO TO 3300-CONTROLE-LIGNE-FIN
           END-IF.
           PERFORM 7500-CTL-CREDIT-DEB
              THRU 7500-CTL-CREDIT-FIN.
       3300-CONTROLE-LIGNE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * CONSTITUE ET ECRIT LA LIGNE DE VENTE, PUIS ALLOUE LE          *
      * DISPONIBLE PAR UNE RESERVATION RSV0101 (STATUT ALLOUEE SI LA  *
      * LIGNE EST COUVERTE EN ENTIER, OUVERTE SINON) - UNE LIGNE      *
      * BLOQUEE POUR CREDIT EST ECRITE SANS ALLOCATION                *
      *---------------------------------------------------------------*
       3400-ECRIT-LIGNE-DEB.
           MOVE MCLIO                             TO WS-VTE-CLIENT.
           MOVE WS-VTE-NUM (5:4)                  TO WS-VTE-REF (2:4).
           MOVE WS-VTE-NUM (9:3)                  TO WS-VTE-REF (6:3).
      *
           IF NOT CREDIT-OK
              SET VTE-BLOQUEE-CREDIT              TO TRUE
              PERFORM 6400-WRITE-VTE-DEB
                 THRU 6400-WRITE-VTE-FIN
              GO TO 3400-ECRIT-LIGNE-FIN
           END-IF.
           PERFORM 7430-CALC-ALLOCATION-DEB
              THRU 7430-CALC-ALLOCATION-FIN.
           PERFORM 6400-WRITE-VTE-DEB
              THRU 6400-WRITE-VTE-FIN.
           IF WS-QTE-ALLOUEE > ZERO
              MOVE WS-MSG(125)                    TO MMSGO
              GO TO 3200-EXPEDITION-FIN
           END-IF.
           IF VTE-BLOQUEE-CREDIT
              MOVE WS-MSG(149)                    TO MMSGO
              PERFORM 6430-UNLOCK-VTE-DEB
                 THRU 6430-UNLOCK-VTE-FIN
              GO TO 3200-EXPEDITION-FIN
           END-IF.
           IF NOT VTE-OUVERTE AND NOT VTE-ALLOUEE
              MOVE WS-MSG(125)                    TO MMSGO
              PERFORM 6430-UNLOCK-VTE-DEB
                 THRU 6430-UNLOCK-VTE-FIN
              GO TO 3200-EXPEDITION-FIN
           END-IF.
      *    DUREE DE VIE MINIMALE DU CLIENT : SEULS LES LOTS
      *    CONFORMES COMPTENT AU DISPONIBLE ET SORTENT EN FIFO
           PERFORM 7600-CHARGE-DLU-CLIENT-DEB
              THRU 7600-CHARGE-DLU-CLIENT-FIN.
      *    ARTICLE SERIALISE : NUMEROS DES UNITES EXPEDIEES (LE
      *    MESSAGE DE REFUS EST POSE PAR LE CONTROLE)
           PERFORM 7270-CTRL-SERIES-DEB
              THRU 7270-CTRL-SERIES-FIN.
           IF SERIE-REFUSEE
              PERFORM 6430-UNLOCK-VTE-DEB
                 THRU 6430-UNLOCK-VTE-FIN
              GO TO 3200-EXPEDITION-FIN
           END-IF.
      *    DISPONIBLE NET : LES RESERVATIONS DES AUTRES SONT
      *    INTOUCHABLES, CELLE DE LA LIGNE RESTE PRENABLE
           PERFORM 7240-CALC-DISPONIBLE-DEB
           COMPUTE WS-DISPO-NET = WS-QTE-DISPONIBLE
                  - (WS-QTE-RESERVEE - WS-QTE-RSV-PROPRE).
           IF WS-QTE-A-SORTIR > WS-DISPO-NET
              IF WS-QTE-DLU-COURTE > ZERO
                 MOVE WS-MSG(165)                 TO MMSGO
              ELSE
                 MOVE WS-MSG(10)                  TO MMSGO
              END-IF
              PERFORM 6430-UNLOCK-VTE-DEB
                 THRU 6430-UNLOCK-VTE-FIN
      *       UN SUBSTITUT APPROUVE (SUB0101) AYANT LE DISPONIBLE
      *       EST PROPOSE A L OPERATEUR - PAS DE SUBSTITUTION D UN
      *       ARTICLE SERIALISE
              IF NOT ART-SERIALISE
                 PERFORM 7950-CHERCHE-SUBSTITUT-DEB
                    THRU 7950-CHERCHE-SUBSTITUT-FIN
                 IF SUBST-TROUVE
                    PERFORM 7970-PROPOSE-SUBST-DEB
                       THRU 7970-PROPOSE-SUBST-FIN
                 END-IF
              END-IF
              GO TO 3200-EXPEDITION-FIN
           END-IF.
           MOVE WS-ART-ENR                        TO WS-JRN-AVANT.
           IF ART-SERIALISE
              PERFORM 7280-SORTIE-SERIES-DEB
                 THRU 7280-SORTIE-SERIES-FIN
           ELSE
              PERFORM 7200-FIFO-ISSUE-DEB
                 THRU 7200-FIFO-ISSUE-FIN
           END-IF.
           PERFORM 6070-REWRITE-ART-DEB
              THRU 6070-REWRITE-ART-FIN.
           MOVE WS-ART-ENR                        TO WS-JRN-APRES.
           MOVE WS-VTE-QTE                        TO WS-VTE-QTE-EXP.
           PERFORM 6420-REWRITE-VTE-DEB
              THRU 6420-REWRITE-VTE-FIN.
           PERFORM 7460-TRACE-EXPEDITION-DEB
              THRU 7460-TRACE-EXPEDITION-FIN.
           MOVE WS-MSG(124)                       TO MMSGO.
       3200-EXPEDITION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME   3250       *
      *---------------------------------------------------------------*
      * DEBLOCAGE CREDIT DE LA LIGNE MNUM/MLIGNE PAR UN RESPONSABLE   *
      * (ROLE G OU A) : LA LIGNE EST ALLOUEE COMME A LA SAISIE ET LA  *
      * DECISION EST JOURNALISEE DANS ARTOPLOG                        *
      *---------------------------------------------------------------*
       3250-DEBLOCAGE-DEB.
           IF MNUMO = SPACE OR MLIGNEO = SPACE
              OR MLIGNEO NOT NUMERIC
              MOVE WS-MSG(6)                      TO MMSGO
              GO TO 3250-DEBLOCAGE-FIN
           END-IF.
           PERFORM 7300-CTL-ACCES-DEB
              THRU 7300-CTL-ACCES-FIN.
           IF ACCES-REFUSE
              MOVE WS-MSG(93)                     TO MMSGO
              GO TO 3250-DEBLOCAGE-FIN
           END-IF.
           MOVE MNUMO                             TO WS-VTE-NUM.
           MOVE MLIGNEO                           TO WS-VTE-LIGNE.
           PERFORM 6410-READ-VTE-UPD-DEB
              THRU 6410-READ-VTE-UPD-FIN.
           IF VTE-N-EXISTE-PAS
              MOVE WS-MSG(125)                    TO MMSGO
              GO TO 3250-DEBLOCAGE-FIN
           END-IF.
           IF NOT VTE-BLOQUEE-CREDIT
              MOVE WS-MSG(151)                    TO MMSGO
              PERFORM 6430-UNLOCK-VTE-DEB
                 THRU 6430-UNLOCK-VTE-FIN
              GO TO 3250-DEBLOCAGE-FIN
           END-IF.
           MOVE WS-VTE-ART-CODE                   TO WS-ART-CODE.
           MOVE WS-VTE-QTE                        TO WS-QTE-SAISIE.
           PERFORM 7430-CALC-ALLOCATION-DEB
              THRU 7430-CALC-ALLOCATION-FIN.
           PERFORM 6420-REWRITE-VTE-DEB
              THRU 6420-REWRITE-VTE-FIN.
           IF WS-QTE-ALLOUEE > ZERO
              PERFORM 7440-POSE-RESERVATION-DEB
                 THRU 7440-POSE-RESERVATION-FIN
           END-IF.
           SET OPLOG-DEBLOCAGE-CREDIT             TO TRUE.
           PERFORM 6095-WRITE-OPLOG-DEB
              THRU 6095-WRITE-OPLOG-FIN.
           MOVE WS-MSG(150)                       TO MMSGO.
       3250-DEBLOCAGE-FIN.
           EXIT.
      *===============================================================*
      *    STRUCTURATION DE LA PARTIE INDEPENDANTE DU PROGRAMME       *
      *---------------------------------------------------------------*
           END-IF.
       6150-DELETE-LOT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * LECTURE SANS MISE A JOUR D'UN LOT (CONTROLE DU LOT D'UN       *
      * NUMERO DE SERIE AVANT EXPEDITION)                             *
      *---------------------------------------------------------------*
       6135-READ-LOT-DEB.
           EXEC CICS
               READ FILE('LOT0101')
                    RIDFLD(WS-LOT-CLE)
                    INTO(WS-LOT-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET LOTLU-EXISTE                    TO TRUE
           ELSE
              SET LOTLU-ABSENT                    TO TRUE
           END-IF.
       6135-READ-LOT-FIN.
           EXIT.
       6600-READ-SER-DEB.
           EXEC CICS
               READ FILE('SER0101')
                    RIDFLD(WS-SER-CLE)
                    INTO(WS-SER-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET SER-EXISTE                      TO TRUE
           ELSE
              SET SER-N-EXISTE-PAS                TO TRUE
           END-IF.
       6600-READ-SER-FIN.
           EXIT.
       6610-READ-SER-UPD-DEB.
           EXEC CICS
               READ FILE('SER0101')
                    RIDFLD(WS-SER-CLE)
                    INTO(WS-SER-ENR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6610 - ERREUR CICS READ UPD SER0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6610-READ-SER-UPD-FIN.
           EXIT.
       6620-REWRITE-SER-DEB.
           EXEC CICS
               REWRITE FILE('SER0101')
                       FROM(WS-SER-ENR)
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6620 - ERREUR CICS REWRITE SER0101'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6620-REWRITE-SER-FIN.
           EXIT.
       6350-READ-CLI-DEB.
           EXEC CICS
               READ FILE('CLI0101')
           END-IF.
       6350-READ-CLI-FIN.
           EXIT.
       6360-READ-CCL-DEB.
           EXEC CICS
               READ FILE('CCL0101')
                    RIDFLD(WS-CCL-CLIENT)
                    INTO(WS-CCL-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET CCL-EXISTE                      TO TRUE
           ELSE
              SET CCL-N-EXISTE-PAS                TO TRUE
           END-IF.
       6360-READ-CCL-FIN.
           EXIT.
       6370-STARTBR-CRC-DEB.
           EXEC CICS
               STARTBR FILE('CRC0101')
                       RIDFLD(WS-CRC-BRW-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET CRCBRW-ENCOURS                  TO TRUE
           ELSE
              SET CRCBRW-FIN                      TO TRUE
           END-IF.
       6370-STARTBR-CRC-FIN.
           EXIT.
       6375-READNEXT-CRC-DEB.
           EXEC CICS
               READNEXT FILE('CRC0101')
                        RIDFLD(WS-CRC-BRW-CLE)
                        INTO(WS-CRC-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET CRCBRW-FIN                      TO TRUE
           END-IF.
       6375-READNEXT-CRC-FIN.
           EXIT.
       6376-ENDBR-CRC-DEB.
           EXEC CICS
               ENDBR FILE('CRC0101')
                     RESP(WS-RESP)
           END-EXEC.
       6376-ENDBR-CRC-FIN.
           EXIT.
       6380-STARTBR-PRX-DEB.
           EXEC CICS
               STARTBR FILE('PRX0101')
                       RIDFLD(WS-PRX-BRW-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET PRXBRW-ENCOURS                  TO TRUE
           ELSE
              SET PRXBRW-FIN                      TO TRUE
           END-IF.
       6380-STARTBR-PRX-FIN.
           EXIT.
       6385-READNEXT-PRX-DEB.
           EXEC CICS
               READNEXT FILE('PRX0101')
                        RIDFLD(WS-PRX-BRW-CLE)
                        INTO(WS-PRX-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET PRXBRW-FIN                      TO TRUE
           END-IF.
       6385-READNEXT-PRX-FIN.
           EXIT.
       6386-ENDBR-PRX-DEB.
           EXEC CICS
               ENDBR FILE('PRX0101')
                     RESP(WS-RESP)
           END-EXEC.
       6386-ENDBR-PRX-FIN.
           EXIT.
       6400-WRITE-VTE-DEB.
           EXEC CICS
               WRITE FILE('VTE0101')
           END-EXEC.
       6440-READ-VTE-CLE-FIN.
           EXIT.
       6450-STARTBR-VTE-DEB.
           EXEC CICS
               STARTBR FILE('VTE0101')
                       RIDFLD(WS-VTE-BRW-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET VTEBRW-ENCOURS                  TO TRUE
           ELSE
              SET VTEBRW-FIN                      TO TRUE
           END-IF.
       6450-STARTBR-VTE-FIN.
           EXIT.
       6455-READNEXT-VTE-DEB.
           EXEC CICS
               READNEXT FILE('VTE0101')
                        RIDFLD(WS-VTE-BRW-CLE)
                        INTO(WS-VTE-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET VTEBRW-FIN                      TO TRUE
           END-IF.
       6455-READNEXT-VTE-FIN.
           EXIT.
       6456-ENDBR-VTE-DEB.
           EXEC CICS
               ENDBR FILE('VTE0101')
                     RESP(WS-RESP)
           END-EXEC.
       6456-ENDBR-VTE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * DEFILEMENT DES SUBSTITUTS DE L'ARTICLE EN RUPTURE (SUB0101)   *
      *---------------------------------------------------------------*
       6500-STARTBR-SUB-DEB.
           EXEC CICS
               STARTBR FILE('SUB0101')
                       RIDFLD(WS-SUB-BRW-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET SUBBRW-ENCOURS                  TO TRUE
           ELSE
              SET SUBBRW-FIN                      TO TRUE
           END-IF.
       6500-STARTBR-SUB-FIN.
           EXIT.
       6510-READNEXT-SUB-DEB.
           EXEC CICS
               READNEXT FILE('SUB0101')
                        RIDFLD(WS-SUB-BRW-CLE)
                        INTO(WS-SUB-ENR)
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET SUBBRW-FIN                      TO TRUE
           END-IF.
       6510-READNEXT-SUB-FIN.
           EXIT.
       6520-ENDBR-SUB-DEB.
           EXEC CICS
               ENDBR FILE('SUB0101')
                     RESP(WS-RESP)
           END-EXEC.
       6520-ENDBR-SUB-FIN.
           EXIT.
       6160-STARTBR-RSV-DEB.
           EXEC CICS
               STARTBR FILE('RSV0101')
           END-EXEC.
       6180-ENDBR-RSV-FIN.
           EXIT.
       6230-READ-PROFIL-DEB.
           MOVE EIBOPID                          TO WS-PRF-OPID.
           EXEC CICS
               READ FILE('PRF0101')
                    RIDFLD(WS-PRF-OPID)
                    INTO(WS-PRF-ENR)
                    RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                  MOVE WS-PRF-ROLE               TO WS-ROLE-OP
               WHEN WS-RESP = DFHRESP(NOTFND)
                  MOVE 'C'                       TO WS-ROLE-OP
               WHEN OTHER
                  MOVE 'A'                       TO WS-ROLE-OP
           END-EVALUATE.
       6230-READ-PROFIL-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * JOURNALISE LE DEBLOCAGE CREDIT DANS LE JOURNAL DES OPERATEURS *
      * (ARTOPLOG) AVEC L'IDENTIFIANT DE L'OPERATEUR                  *
      *---------------------------------------------------------------*
       6095-WRITE-OPLOG-DEB.
           EXEC CICS
               ASKTIME ABSTIME(WS-DATE-CICS)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME  (WS-DATE-CICS)
                          YYYYMMDD (WS-OPLOG-DATE)
                          TIME     (WS-OPLOG-HEURE)
           END-EXEC.
           MOVE EIBTRMID                          TO WS-OPLOG-TERM.
           MOVE EIBTASKN                          TO WS-OPLOG-TASK.
           MOVE 'ARIC141'                         TO WS-OPLOG-PROG.
           MOVE WS-OPID                           TO WS-OPLOG-OPID.
           MOVE WS-VTE-ART-CODE                   TO WS-OPLOG-CODE.
           EXEC CICS
               WRITE FILE('ARTOPLOG')
                     FROM(WS-OPLOG-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE '6095 - ERREUR CICS WRITE ARTOPLOG'
                                                 TO WS-MSG-ERR
                PERFORM 9999-ERREUR-PROGRAMME-DEB
                   THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       6095-WRITE-OPLOG-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *   7XXX-  : TRANSFERTS ET CALCULS COMPLEXES                    *
           MOVE SPACES                            TO WS-AMVT-DEPOT.
           MOVE 'VENTE'                           TO WS-AMVT-CCTR.
           MOVE SPACES                            TO WS-AMVT-LOT.
           IF SORTIE-SUBSTITUT
              MOVE WS-CA-SUB-ORIG                 TO WS-AMVT-ART-ORIG
           ELSE
              MOVE SPACES                         TO WS-AMVT-ART-ORIG
           END-IF.
           MOVE WS-SERIE-COURANTE                 TO WS-AMVT-SERIE.
       7090-INIT-AMVT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * SORTIE FIFO DE L'ARTICLE EXPEDIE : PRELEVE WS-QTE-A-SORTIR    *
      * SUR LES LOTS ACTIFS PAR DATE DE PEREMPTION CROISSANTE, UN     *
      * MOUVEMENT SORTIE PAR LOT PRELEVE (CENTRE DE COUT 'VENTE') -   *
      * LES LOTS SOUS LA DUREE DE VIE MINIMALE DU CLIENT SONT SAUTES  *
      *---------------------------------------------------------------*
       7200-FIFO-ISSUE-DEB.
           MOVE WS-QTE-A-SORTIR                  TO WS-QTE-RESTANTE.
           MOVE SPACES                           TO WS-SERIE-COURANTE.
           SET FIFO-LOT-TROUVE                   TO TRUE.
           PERFORM 7210-TRT-UNE-SORTIE-DEB
              THRU 7210-TRT-UNE-SORTIE-FIN
              IF WS-LOT-QTE > ZERO
                 AND LOT-ACTIF
                 AND WS-LOT-DATEXP < WS-FIFO-MIN-DATE
                 PERFORM 7610-TESTE-DLU-LOT-DEB
                    THRU 7610-TESTE-DLU-LOT-FIN
                 IF LOT-DLU-OK
                    MOVE WS-LOT-DATEXP            TO WS-FIFO-MIN-DATE
                    MOVE WS-LOT-CLE               TO WS-FIFO-CLE-MIN
                    SET FIFO-LOT-TROUVE           TO TRUE
                 END-IF
              END-IF
              PERFORM 6105-READNEXT-LOT-DEB
                 THRU 6105-READNEXT-LOT-FIN
       7225-ISSUE-FROM-LOT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * DISPONIBLE REEL D'UN COMPOSANT : SOMME DES LOTS ACTIFS (A     *
      * L'EXPEDITION, DES SEULS LOTS A LA DUREE DE VIE MINIMALE DU    *
      * CLIENT - LA QUANTITE ECARTEE EST CUMULEE A PART)              *
      *---------------------------------------------------------------*
       7240-CALC-DISPONIBLE-DEB.
           MOVE ZERO                             TO WS-QTE-DISPONIBLE.
           MOVE ZERO                             TO WS-QTE-DLU-COURTE.
           MOVE WS-ART-CODE                      TO WS-BRW-ART.
           MOVE LOW-VALUES                       TO WS-BRW-NUM.
           PERFORM 6100-STARTBR-LOT-DEB
              SET BRW-FIN                         TO TRUE
           ELSE
              IF LOT-ACTIF
                 PERFORM 7610-TESTE-DLU-LOT-DEB
                    THRU 7610-TESTE-DLU-LOT-FIN
                 IF LOT-DLU-OK
                    ADD WS-LOT-QTE                TO WS-QTE-DISPONIBLE
                 ELSE
                    ADD WS-LOT-QTE                TO WS-QTE-DLU-COURTE
                 END-IF
              END-IF
              PERFORM 6105-READNEXT-LOT-DEB
                 THRU 6105-READNEXT-LOT-FIN
       7247-CUMUL-RESERVE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * ALLOCATION : LE DISPONIBLE NET (LOTS ACTIFS MOINS LES         *
      * RESERVATIONS DES AUTRES) EST RESERVE A HAUTEUR DU BESOIN      *
      * WS-QTE-SAISIE - STATUT ALLOUEE SI LA LIGNE EST COUVERTE EN    *
      * ENTIER, OUVERTE SINON                                         *
      *---------------------------------------------------------------*
       7430-CALC-ALLOCATION-DEB.
           PERFORM 7240-CALC-DISPONIBLE-DEB
              THRU 7240-CALC-DISPONIBLE-FIN.
           PERFORM 7246-CALC-RESERVE-DEB
              THRU 7246-CALC-RESERVE-FIN.
           COMPUTE WS-DISPO-NET = WS-QTE-DISPONIBLE
                                - WS-QTE-RESERVEE.
           IF WS-DISPO-NET < ZERO
              MOVE ZERO                           TO WS-DISPO-NET
           END-IF.
           IF WS-DISPO-NET > WS-QTE-SAISIE
              MOVE WS-QTE-SAISIE                  TO WS-QTE-ALLOUEE
           ELSE
              MOVE WS-DISPO-NET                   TO WS-QTE-ALLOUEE
           END-IF.
           IF WS-QTE-ALLOUEE = WS-QTE-SAISIE
              SET VTE-ALLOUEE                     TO TRUE
           ELSE
              SET VTE-OUVERTE                     TO TRUE
           END-IF.
       7430-CALC-ALLOCATION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * POSE (OU COMPLETE) LA RESERVATION RSV0101 DE LA LIGNE POUR LA *
      * QUANTITE ALLOUEE - SANS ECHEANCE, SOLDEE A L'EXPEDITION       *
      *---------------------------------------------------------------*
           END-IF.
       7450-CONSOMME-RSV-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * TRACE L'EXPEDITION DE LA LIGNE DANS EXV0101 (A FACTURER PAR   *
      * ARIO942) - DATE ET TACHE COMMUNES AUX MOUVEMENTS SORTIE       *
      *---------------------------------------------------------------*
       7460-TRACE-EXPEDITION-DEB.
           MOVE WS-VTE-CLE                       TO WS-EXV-CLE.
           MOVE WS-VTE-CLIENT                    TO WS-EXV-CLIENT.
           MOVE WS-VTE-ART-CODE                  TO WS-EXV-ART-CODE.
           MOVE WS-VTE-QTE-EXP                   TO WS-EXV-QTE.
           MOVE WS-VTE-DEPOT                     TO WS-EXV-DEPOT.
           EXEC CICS
               ASKTIME ABSTIME(WS-DATE-CICS)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME  (WS-DATE-CICS)
                          YYYYMMDD (WS-EXV-DATE)
                          TIME     (WS-EXV-HEURE)
           END-EXEC.
           MOVE EIBTRMID                         TO WS-EXV-TERM.
           MOVE EIBTASKN                         TO WS-EXV-TASK.
           SET EXV-A-FACTURER                    TO TRUE.
           MOVE SPACES                           TO WS-EXV-FACT-NUM.
           IF SORTIE-SUBSTITUT
              MOVE WS-CA-SUB-ART                 TO WS-EXV-ART-SUBST
           ELSE
              MOVE SPACES                        TO WS-EXV-ART-SUBST
           END-IF.
           EXEC CICS
               WRITE FILE('EXV0101')
                     RIDFLD(WS-EXV-CLE)
                     FROM(WS-EXV-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE '7460 - ERREUR CICS WRITE EXV0101'
                                                 TO WS-MSG-ERR
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
       7460-TRACE-EXPEDITION-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * ARTICLE SERIALISE : LES UNITES EXPEDIEES SONT DESIGNEES PAR   *
      * LEUR NUMERO DE SERIE (PREMIERES ZONES MSER, UN PAR UNITE DE   *
      * LA LIGNE, 5 UNITES AU PLUS) ET NON PRELEVEES EN FIFO. CHAQUE  *
      * NUMERO DOIT ETRE CONNU ET EN STOCK, SON LOT ACTIF, CONFORME A *
      * LA DUREE DE VIE MINIMALE DU CLIENT ET CONTENANT LES UNITES    *
      * DESIGNEES. LE LOT DE CHAQUE NUMERO EST MEMORISE.              *
      *---------------------------------------------------------------*
       7270-CTRL-SERIES-DEB.
           SET SERIE-ACCEPTEE                    TO TRUE.
           MOVE ZERO                             TO WS-NB-SERIE.
           IF NOT ART-SERIALISE
              GO TO 7270-CTRL-SERIES-FIN
           END-IF.
           IF WS-QTE-A-SORTIR > 5
              SET SERIE-REFUSEE                  TO TRUE
              MOVE WS-MSG(189)                   TO MMSGO
              GO TO 7270-CTRL-SERIES-FIN
           END-IF.
           PERFORM 7271-COMPTE-UNE-SERIE-DEB
              THRU 7271-COMPTE-UNE-SERIE-FIN
                 VARYING WS-IND-SERIE FROM 1 BY 1
                    UNTIL WS-IND-SERIE > 5.
           IF SERIE-REFUSEE OR WS-NB-SERIE NOT = WS-QTE-A-SORTIR
              SET SERIE-REFUSEE                  TO TRUE
              MOVE WS-MSG(189)                   TO MMSGO
              GO TO 7270-CTRL-SERIES-FIN
           END-IF.
           PERFORM 7272-DOUBLON-SERIE-DEB
              THRU 7272-DOUBLON-SERIE-FIN
                 VARYING WS-IND-SERIE FROM 1 BY 1
                    UNTIL WS-IND-SERIE > WS-NB-SERIE
                       OR SERIE-REFUSEE.
           IF SERIE-REFUSEE
              MOVE WS-MSG(192)                   TO MMSGO
              GO TO 7270-CTRL-SERIES-FIN
           END-IF.
           PERFORM 7274-CTRL-UNE-SERIE-DEB
              THRU 7274-CTRL-UNE-SERIE-FIN
                 VARYING WS-IND-SERIE FROM 1 BY 1
                    UNTIL WS-IND-SERIE > WS-NB-SERIE
                       OR SERIE-REFUSEE.
           IF SERIE-REFUSEE
              MOVE WS-MSG(190)                   TO MMSGO
           END-IF.
       7270-CTRL-SERIES-FIN.
           EXIT.
      *    UNE ZONE RENSEIGNEE AU-DELA DE LA QUANTITE EST REFUSEE
       7271-COMPTE-UNE-SERIE-DEB.
           IF MSERO(WS-IND-SERIE) NOT = SPACE
              AND MSERO(WS-IND-SERIE) NOT = LOW-VALUE
              ADD 1                              TO WS-NB-SERIE
              IF WS-IND-SERIE > WS-QTE-A-SORTIR
                 SET SERIE-REFUSEE               TO TRUE
              END-IF
           END-IF.
       7271-COMPTE-UNE-SERIE-FIN.
           EXIT.
       7272-DOUBLON-SERIE-DEB.
           PERFORM 7273-COMPARE-SERIE-DEB
              THRU 7273-COMPARE-SERIE-FIN
                 VARYING WS-IND-SERIE2 FROM WS-IND-SERIE BY 1
                    UNTIL WS-IND-SERIE2 > WS-NB-SERIE
                       OR SERIE-REFUSEE.
       7272-DOUBLON-SERIE-FIN.
           EXIT.
       7273-COMPARE-SERIE-DEB.
           IF WS-IND-SERIE2 > WS-IND-SERIE
              AND MSERO(WS-IND-SERIE2) = MSERO(WS-IND-SERIE)
              SET SERIE-REFUSEE                  TO TRUE
           END-IF.
       7273-COMPARE-SERIE-FIN.
           EXIT.
       7274-CTRL-UNE-SERIE-DEB.
           MOVE WS-ART-CODE                      TO WS-SER-ART-CODE.
           MOVE MSERO(WS-IND-SERIE)              TO WS-SER-NUM.
           PERFORM 6600-READ-SER-DEB
              THRU 6600-READ-SER-FIN.
           IF SER-N-EXISTE-PAS OR NOT SER-EN-STOCK
              SET SERIE-REFUSEE                  TO TRUE
              GO TO 7274-CTRL-UNE-SERIE-FIN
           END-IF.
           MOVE WS-SER-LOT                TO WS-TSER-LOT(WS-IND-SERIE).
      *    UNITES DEJA DESIGNEES SUR LE MEME LOT, CELLE-CI COMPRISE
           MOVE ZERO                             TO WS-NB-SER-LOT.
           PERFORM 7275-COMPTE-MEME-LOT-DEB
              THRU 7275-COMPTE-MEME-LOT-FIN
                 VARYING WS-IND-SERIE2 FROM 1 BY 1
                    UNTIL WS-IND-SERIE2 > WS-IND-SERIE.
           MOVE WS-ART-CODE                      TO WS-LOT-ART-CODE.
           MOVE WS-SER-LOT                       TO WS-LOT-NUM.
           PERFORM 6135-READ-LOT-DEB
              THRU 6135-READ-LOT-FIN.
           IF LOTLU-ABSENT
              SET SERIE-REFUSEE                  TO TRUE
              GO TO 7274-CTRL-UNE-SERIE-FIN
           END-IF.
           IF NOT LOT-ACTIF OR WS-LOT-QTE < WS-NB-SER-LOT
              SET SERIE-REFUSEE                  TO TRUE
              GO TO 7274-CTRL-UNE-SERIE-FIN
           END-IF.
           PERFORM 7610-TESTE-DLU-LOT-DEB
              THRU 7610-TESTE-DLU-LOT-FIN.
           IF LOT-DLU-COURT
              SET SERIE-REFUSEE                  TO TRUE
           END-IF.
       7274-CTRL-UNE-SERIE-FIN.
           EXIT.
       7275-COMPTE-MEME-LOT-DEB.
           IF WS-TSER-LOT(WS-IND-SERIE2) = WS-TSER-LOT(WS-IND-SERIE)
              ADD 1                              TO WS-NB-SER-LOT
           END-IF.
       7275-COMPTE-MEME-LOT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * EXPEDITION D'UN ARTICLE SERIALISE : CHAQUE NUMERO DESIGNE EST *
      * PRELEVE (QUANTITE 1) SUR SON LOT PAR LE PRELEVEMENT ORDINAIRE *
      * (7225 - MOUVEMENT SORTIE PORTANT LE NUMERO), PUIS PASSE       *
      * EXPEDIE AU CLIENT DE LA LIGNE DANS SER0101. LA QUANTITE       *
      * COMPTABLE EST DIMINUEE COMME PAR LA SORTIE FIFO.              *
      *---------------------------------------------------------------*
       7280-SORTIE-SERIES-DEB.
           PERFORM 7285-SORT-UNE-SERIE-DEB
              THRU 7285-SORT-UNE-SERIE-FIN
                 VARYING WS-IND-SERIE FROM 1 BY 1
                    UNTIL WS-IND-SERIE > WS-NB-SERIE.
           MOVE SPACES                           TO WS-SERIE-COURANTE.
           IF WS-NB-SERIE > WS-ART-QTE
              MOVE ZERO                          TO WS-ART-QTE
           ELSE
              SUBTRACT WS-NB-SERIE             FROM WS-ART-QTE
           END-IF.
       7280-SORTIE-SERIES-FIN.
           EXIT.
       7285-SORT-UNE-SERIE-DEB.
           MOVE MSERO(WS-IND-SERIE)              TO WS-SERIE-COURANTE.
           MOVE WS-ART-CODE                  TO WS-FIFO-CLE-MIN(1:5).
           MOVE WS-TSER-LOT(WS-IND-SERIE)    TO WS-FIFO-CLE-MIN(6:6).
           MOVE 1                                TO WS-QTE-RESTANTE.
           PERFORM 7225-ISSUE-FROM-LOT-DEB
              THRU 7225-ISSUE-FROM-LOT-FIN.
           MOVE WS-ART-CODE                      TO WS-SER-ART-CODE.
           MOVE MSERO(WS-IND-SERIE)              TO WS-SER-NUM.
           PERFORM 6610-READ-SER-UPD-DEB
              THRU 6610-READ-SER-UPD-FIN.
           SET SER-EXPEDIE                       TO TRUE.
           MOVE SPACES                           TO WS-SER-CCTR.
           MOVE WS-VTE-CLIENT                    TO WS-SER-CLIENT.
           MOVE WS-VTE-NUM                       TO WS-SER-VTE-NUM.
           MOVE WS-AMVT-DATE                     TO WS-SER-DATE-MVT.
           MOVE WS-AMVT-HEURE                    TO WS-SER-HEURE-MVT.
           MOVE WS-AMVT-CODE                     TO WS-SER-CODE-MVT.
           PERFORM 6620-REWRITE-SER-DEB
              THRU 6620-REWRITE-SER-FIN.
       7285-SORT-UNE-SERIE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * TRACE LA DECISION DE L'OPERATEUR SUR LE SUBSTITUT PROPOSE     *
      * (SBH0101, CLE DATE + HEURE + TERMINAL, HEURE INCREMENTEE SUR  *
      * DOUBLON) - SBH-ACCEPTEE OU SBH-REFUSEE POSITIONNE A L'APPEL   *
      *---------------------------------------------------------------*
       7940-ECRIT-HISTO-SUBST-DEB.
           EXEC CICS
               ASKTIME ABSTIME(WS-DATE-CICS)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME  (WS-DATE-CICS)
                          YYYYMMDD (WS-SBH-DATE)
                          TIME     (WS-SBH-HEURE)
           END-EXEC.
           MOVE EIBTRMID                          TO WS-SBH-TERM.
           MOVE 'ARIC141'                         TO WS-SBH-PROG.
           MOVE WS-CA-SUB-ORIG                    TO WS-SBH-ART-ORIG.
           MOVE WS-CA-SUB-QTE-ORIG                TO WS-SBH-QTE-ORIG.
           MOVE WS-CA-SUB-ART                     TO WS-SBH-ART-SUBST.
           MOVE WS-CA-SUB-QTE                     TO WS-SBH-QTE-SUBST.
           MOVE WS-CA-SUB-REF                     TO WS-SBH-REF.
           MOVE WS-CA-SUB-DEPOT                   TO WS-SBH-DEPOT.
           MOVE WS-CA-SUB-CCTR                    TO WS-SBH-CCTR.
           MOVE EIBTASKN                          TO WS-SBH-TASK.
           MOVE WS-OPID                           TO WS-SBH-OPID.
           MOVE ZERO                              TO WS-NB-ESSAI-AMVT.
           SET AMVT-A-ECRIRE                      TO TRUE.
           PERFORM 7945-ESSAI-WRITE-SBH-DEB
              THRU 7945-ESSAI-WRITE-SBH-FIN
                 UNTIL AMVT-ECRIT
                    OR WS-NB-ESSAI-AMVT NOT < 9.
       7940-ECRIT-HISTO-SUBST-FIN.
           EXIT.
       7945-ESSAI-WRITE-SBH-DEB.
           ADD 1                                  TO WS-NB-ESSAI-AMVT.
           EXEC CICS
               WRITE FILE('SBH0101')
                     RIDFLD(WS-SBH-CLE)
                     FROM(WS-SBH-ENR)
                     RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                  SET AMVT-ECRIT                  TO TRUE
               WHEN WS-RESP = DFHRESP(DUPREC)
                  ADD 1                           TO WS-SBH-HEURE
               WHEN OTHER
                  MOVE '7945 - ERREUR CICS WRITE SBH0101'
                                                 TO WS-MSG-ERR
                  PERFORM 9999-ERREUR-PROGRAMME-DEB
                     THRU 9999-ERREUR-PROGRAMME-FIN
           END-EVALUATE.
       7945-ESSAI-WRITE-SBH-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * RECHERCHE DU PREMIER SUBSTITUT APPROUVE DE L'ARTICLE EN       *
      * RUPTURE (SUB0101, ORDRE DES RANGS) : ARTICLE EXISTANT, NI     *
      * BLOQUE NI BROUILLON, DONT LE DISPONIBLE NET (DUREE DE VIE DU  *
      * CLIENT COMPRISE) COUVRE LA QUANTITE CONVERTIE - L'ARTICLE ET  *
      * LA QUANTITE COMMANDES SONT RETABLIS EN SORTIE                 *
      *---------------------------------------------------------------*
       7950-CHERCHE-SUBSTITUT-DEB.
           SET SUBST-AUCUN                        TO TRUE.
           MOVE WS-ART-CODE                       TO WS-ART-CODE-ORIG.
           MOVE WS-QTE-A-SORTIR                   TO WS-QTE-ORIG.
           MOVE LOW-VALUES                        TO WS-SUB-BRW-CLE.
           MOVE WS-ART-CODE-ORIG                TO WS-SUB-BRW-CLE(1:5).
           PERFORM 6500-STARTBR-SUB-DEB
              THRU 6500-STARTBR-SUB-FIN.
           IF SUBBRW-ENCOURS
              PERFORM 6510-READNEXT-SUB-DEB
                 THRU 6510-READNEXT-SUB-FIN
              PERFORM 7955-TESTE-UN-SUBST-DEB
                 THRU 7955-TESTE-UN-SUBST-FIN
                    UNTIL SUBBRW-FIN OR SUBST-TROUVE
              PERFORM 6520-ENDBR-SUB-DEB
                 THRU 6520-ENDBR-SUB-FIN
           END-IF.
           MOVE WS-ART-CODE-ORIG                  TO WS-ART-CODE.
           MOVE WS-QTE-ORIG                       TO WS-QTE-A-SORTIR.
       7950-CHERCHE-SUBSTITUT-FIN.
           EXIT.
       7955-TESTE-UN-SUBST-DEB.
           IF WS-SUB-ART-CODE NOT = WS-ART-CODE-ORIG
              SET SUBBRW-FIN                      TO TRUE
              GO TO 7955-TESTE-UN-SUBST-FIN
           END-IF.
           MOVE WS-SUB-ART-SUBST                  TO WS-SUB-CANDIDAT.
           MOVE WS-SUB-RATIO                      TO WS-SUB-RATIO-CAND.
           PERFORM 6510-READNEXT-SUB-DEB
              THRU 6510-READNEXT-SUB-FIN.
           PERFORM 7960-CALC-QTE-SUBST-DEB
              THRU 7960-CALC-QTE-SUBST-FIN.
           IF WS-SUB-QTE-CALC = ZERO OR WS-SUB-QTE-CALC > 999999
              GO TO 7955-TESTE-UN-SUBST-FIN
           END-IF.
           MOVE WS-SUB-CANDIDAT                   TO WS-ART-CODE.
           PERFORM 6031-READ-ART-NOUPD-DEB
              THRU 6031-READ-ART-NOUPD-FIN.
           IF ARTICLE-N-EXISTE-PAS
              OR ART-BLOQUE-SORTIE OR ART-BROUILLON OR ART-SERIALISE
              GO TO 7955-TESTE-UN-SUBST-FIN
           END-IF.
           MOVE WS-SUB-QTE-CALC                   TO WS-QTE-A-SORTIR.
           PERFORM 7240-CALC-DISPONIBLE-DEB
              THRU 7240-CALC-DISPONIBLE-FIN.
           PERFORM 7246-CALC-RESERVE-DEB
              THRU 7246-CALC-RESERVE-FIN.
           COMPUTE WS-DISPO-NET = WS-QTE-DISPONIBLE
                  - (WS-QTE-RESERVEE - WS-QTE-RSV-PROPRE).
           IF WS-DISPO-NET NOT < WS-QTE-A-SORTIR
              SET SUBST-TROUVE                    TO TRUE
              MOVE WS-SUB-CANDIDAT                TO WS-CA-SUB-ART
              MOVE WS-SUB-QTE-CALC                TO WS-CA-SUB-QTE
           END-IF.
       7955-TESTE-UN-SUBST-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * QUANTITE DE SUBSTITUT = QUANTITE COMMANDEE X RAPPORT DE       *
      * CONVERSION (ZERO = UN POUR UN), FRACTION D'UNITE ARRONDIE A   *
      * L'UNITE SUPERIEURE POUR COUVRIR LE BESOIN                     *
      *---------------------------------------------------------------*
       7960-CALC-QTE-SUBST-DEB.
           IF WS-SUB-RATIO-CAND = ZERO
              MOVE WS-QTE-ORIG                    TO WS-SUB-QTE-CALC
              GO TO 7960-CALC-QTE-SUBST-FIN
           END-IF.
           COMPUTE WS-SUB-QTE-EXACTE = WS-QTE-ORIG * WS-SUB-RATIO-CAND.
           MOVE WS-SUB-QTE-EXACTE                 TO WS-SUB-QTE-CALC.
           IF WS-SUB-QTE-CALC < WS-SUB-QTE-EXACTE
              ADD 1                               TO WS-SUB-QTE-CALC
           END-IF.
       7960-CALC-QTE-SUBST-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * PROPOSE LE SUBSTITUT TROUVE : LA LIGNE ET LA QUANTITE SONT    *
      * SAUVEGARDEES EN COMMAREA, LA PROPOSITION EST AFFICHEE ET      *
      * CONSERVEE (WS-COMM-MSG), L'ATTENTE DE DECISION EST ACTIVEE    *
      *---------------------------------------------------------------*
       7970-PROPOSE-SUBST-DEB.
           MOVE WS-ART-CODE-ORIG                  TO WS-CA-SUB-ORIG.
           MOVE WS-QTE-ORIG                       TO WS-CA-SUB-QTE-ORIG.
           MOVE WS-VTE-CLE                        TO WS-CA-SUB-REF.
           MOVE WS-VTE-DEPOT                      TO WS-CA-SUB-DEPOT.
           MOVE 'VENTE'                           TO WS-CA-SUB-CCTR.
           MOVE WS-CA-SUB-ORIG                    TO WS-MSGB-ORIG.
           MOVE WS-CA-SUB-ART                     TO WS-MSGB-SUBST.
           MOVE WS-CA-SUB-QTE                     TO WS-MSGB-QTE.
           MOVE WS-MSG-SUBST                      TO WS-COMM-MSG.
           MOVE WS-COMM-MSG                       TO MMSGO.
           SET CMD-VALID                          TO TRUE.
       7970-PROPOSE-SUBST-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONTROLE D ACCES AU DEBLOCAGE CREDIT : ROLES G ET A           *
      *---------------------------------------------------------------*
       7300-CTL-ACCES-DEB.
           PERFORM 6230-READ-PROFIL-DEB
              THRU 6230-READ-PROFIL-FIN.
           SET ACCES-PERMIS                      TO TRUE.
           IF WS-ROLE-OP NOT = 'A' AND WS-ROLE-OP NOT = 'G'
              SET ACCES-REFUSE                   TO TRUE
           END-IF.
       7300-CTL-ACCES-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CONTROLE DE CREDIT DU CLIENT MCLI (CLIENT SANS CONDITIONS     *
      * CCL0101 = NON CONTROLE) : ENCOURS = RESTE DU DES CREANCES     *
      * OUVERTES + LIGNES DE VENTE OUVERTES OU ALLOUEES DU CLIENT +   *
      * LIGNE SAISIE, LES LIGNES VALORISEES AU PRIX DU JOUR. ENCOURS  *
      * AU-DELA DE LA LIMITE OU CREANCE OUVERTE PLUS AGEE QUE LA      *
      * TOLERANCE DE RETARD = LIGNE A ENREGISTRER BLOQUEE. L'ARTICLE  *
      * SAISI EST RELU EN FIN DE CONTROLE (WS-ART-ENR REUTILISE PAR   *
      * LA VALORISATION)                                              *
      *---------------------------------------------------------------*
       7500-CTL-CREDIT-DEB.
           SET CREDIT-OK                         TO TRUE.
           MOVE MCLIO                            TO WS-CCL-CLIENT.
           PERFORM 6360-READ-CCL-DEB
              THRU 6360-READ-CCL-FIN.
           IF CCL-N-EXISTE-PAS OR CCL-CREDIT-LIBRE
              GO TO 7500-CTL-CREDIT-FIN
           END-IF.
           IF WS-CCL-JOURS-RETARD = ZERO
              MOVE WS-RETARD-DEFAUT              TO WS-JOURS-RETARD
           ELSE
              MOVE WS-CCL-JOURS-RETARD           TO WS-JOURS-RETARD
           END-IF.
           MOVE ZERO                             TO WS-ENCOURS.
           SET RETARD-AUCUN                      TO TRUE.
      *    LIGNE SAISIE (ARTICLE LU PAR LE CONTROLE DE LA LIGNE)
           MOVE WS-QTE-SAISIE                    TO WS-QTE-VALO.
           PERFORM 7520-VALORISE-LIGNE-DEB
              THRU 7520-VALORISE-LIGNE-FIN.
      *    CREANCES OUVERTES DU CLIENT (CLE CLIENT + FACTURE)
           MOVE LOW-VALUES                       TO WS-CRC-BRW-CLE.
           MOVE MCLIO                            TO WS-CRC-BRW-CLE(1:6).
           PERFORM 6370-STARTBR-CRC-DEB
              THRU 6370-STARTBR-CRC-FIN.
           IF CRCBRW-ENCOURS
              PERFORM 6375-READNEXT-CRC-DEB
                 THRU 6375-READNEXT-CRC-FIN
              PERFORM 7530-CUMUL-CREANCE-DEB
                 THRU 7530-CUMUL-CREANCE-FIN
                    UNTIL CRCBRW-FIN
              PERFORM 6376-ENDBR-CRC-DEB
                 THRU 6376-ENDBR-CRC-FIN
           END-IF.
      *    CARNET DU CLIENT (PAS D INDEX PAR CLIENT : BALAYAGE)
           MOVE LOW-VALUES                       TO WS-VTE-BRW-CLE.
           PERFORM 6450-STARTBR-VTE-DEB
              THRU 6450-STARTBR-VTE-FIN.
           IF VTEBRW-ENCOURS
              PERFORM 6455-READNEXT-VTE-DEB
                 THRU 6455-READNEXT-VTE-FIN
              PERFORM 7540-CUMUL-CARNET-DEB
                 THRU 7540-CUMUL-CARNET-FIN
                    UNTIL VTEBRW-FIN
              PERFORM 6456-ENDBR-VTE-DEB
                 THRU 6456-ENDBR-VTE-FIN
           END-IF.
           IF WS-ENCOURS > WS-CCL-LIMITE
              SET CREDIT-BLOQUE-LIMITE           TO TRUE
           ELSE
              IF RETARD-CONSTATE
                 SET CREDIT-BLOQUE-RETARD        TO TRUE
              END-IF
           END-IF.
           MOVE MCODEO                           TO WS-ART-CODE.
           PERFORM 6031-READ-ART-NOUPD-DEB
              THRU 6031-READ-ART-NOUPD-FIN.
       7500-CTL-CREDIT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * MESSAGE DE SAISIE D'UNE LIGNE ENREGISTREE BLOQUEE POUR CREDIT *
      *---------------------------------------------------------------*
       7510-MSG-CREDIT-DEB.
           IF CREDIT-BLOQUE-LIMITE
              MOVE WS-MSG(147)                   TO MMSGO
           END-IF.
           IF CREDIT-BLOQUE-RETARD
              MOVE WS-MSG(148)                   TO MMSGO
           END-IF.
       7510-MSG-CREDIT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * VALORISE WS-QTE-VALO DE L'ARTICLE LU (WS-ART-ENR) AU PRIX DU  *
      * JOUR ET L'AJOUTE A L'ENCOURS - SANS PRIX APPLICABLE, LA LIGNE *
      * N'EST PAS VALORISEE                                           *
      *---------------------------------------------------------------*
       7520-VALORISE-LIGNE-DEB.
           MOVE WS-ART-CODE                      TO WS-CLE-PRX-CHERCHE.
           PERFORM 7550-CHERCHE-PRIX-DEB
              THRU 7550-CHERCHE-PRIX-FIN.
           IF PV-ABSENT
              AND WS-ART-CATEG NOT = SPACES
              MOVE WS-ART-CATEG                  TO WS-CLE-PRX-CHERCHE
              PERFORM 7550-CHERCHE-PRIX-DEB
                 THRU 7550-CHERCHE-PRIX-FIN
           END-IF.
           IF PV-TROUVE
              COMPUTE WS-ENCOURS = WS-ENCOURS
                                 + WS-PV-TROUVE * WS-QTE-VALO
           END-IF.
       7520-VALORISE-LIGNE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CUMUL DU RESTE DU D'UNE CREANCE OUVERTE DU CLIENT ET CONTROLE *
      * DE SON AGE (CALCUL COMMERCIAL 30/360 DEPUIS LA FACTURE)       *
      *---------------------------------------------------------------*
       7530-CUMUL-CREANCE-DEB.
           IF WS-CRC-CLIENT NOT = MCLIO
              SET CRCBRW-FIN                      TO TRUE
              GO TO 7530-CUMUL-CREANCE-FIN
           END-IF.
           IF CRC-OUVERTE
              COMPUTE WS-ENCOURS = WS-ENCOURS
                                 + WS-CRC-MT-FACT - WS-CRC-MT-REGLE
              MOVE WS-CRC-DATE-FACT               TO WS-CRC-DATE-R
              COMPUTE WS-AGE-CRC =
                    ((WS-DATEJ8-AAAA - WS-CRC-DATE-AAAA) * 360)
                  + ((WS-DATEJ8-MM   - WS-CRC-DATE-MM)   * 30)
                  +  (WS-DATEJ8-JJ   - WS-CRC-DATE-JJ)
              IF WS-AGE-CRC > WS-JOURS-RETARD
                 SET RETARD-CONSTATE              TO TRUE
              END-IF
           END-IF.
           PERFORM 6375-READNEXT-CRC-DEB
              THRU 6375-READNEXT-CRC-FIN.
       7530-CUMUL-CREANCE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * CUMUL D'UNE LIGNE DU CARNET : LIGNES OUVERTES OU ALLOUEES DU  *
      * CLIENT, VALORISEES AU PRIX DU JOUR DE LEUR ARTICLE            *
      *---------------------------------------------------------------*
       7540-CUMUL-CARNET-DEB.
           IF WS-VTE-CLIENT = MCLIO
              AND (VTE-OUVERTE OR VTE-ALLOUEE)
              MOVE WS-VTE-ART-CODE                TO WS-ART-CODE
              PERFORM 6031-READ-ART-NOUPD-DEB
                 THRU 6031-READ-ART-NOUPD-FIN
              IF ARTICLE-EXISTE
                 MOVE WS-VTE-QTE                  TO WS-QTE-VALO
                 PERFORM 7520-VALORISE-LIGNE-DEB
                    THRU 7520-VALORISE-LIGNE-FIN
              END-IF
           END-IF.
           PERFORM 6455-READNEXT-VTE-DEB
              THRU 6455-READNEXT-VTE-FIN.
       7540-CUMUL-CARNET-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * RECHERCHE LE PRIX DU JOUR DU CODE CHERCHE (ARTICLE OU         *
      * CATEGORIE) : DATE D'EFFET LA PLUS RECENTE SANS DEPASSER LA    *
      * DATE DU JOUR                                                  *
      *---------------------------------------------------------------*
       7550-CHERCHE-PRIX-DEB.
           SET PV-ABSENT                         TO TRUE.
           MOVE ZERO                             TO WS-PV-TROUVE.
           MOVE ZERO                             TO WS-DATE-EFF-TROUVE.
           MOVE WS-CLE-PRX-CHERCHE               TO WS-PRX-BRW-CODE.
           MOVE ZERO                             TO WS-PRX-BRW-DATE.
           PERFORM 6380-STARTBR-PRX-DEB
              THRU 6380-STARTBR-PRX-FIN.
           IF PRXBRW-ENCOURS
              PERFORM 6385-READNEXT-PRX-DEB
                 THRU 6385-READNEXT-PRX-FIN
              PERFORM 7555-TESTE-UN-PRIX-DEB
                 THRU 7555-TESTE-UN-PRIX-FIN
                    UNTIL PRXBRW-FIN
              PERFORM 6386-ENDBR-PRX-DEB
                 THRU 6386-ENDBR-PRX-FIN
           END-IF.
       7550-CHERCHE-PRIX-FIN.
           EXIT.
       7555-TESTE-UN-PRIX-DEB.
           IF WS-PRX-ART-CODE NOT = WS-CLE-PRX-CHERCHE
              OR WS-PRX-DATE-EFF > WS-DATEJ8
              SET PRXBRW-FIN                      TO TRUE
           ELSE
              MOVE WS-PRX-DATE-EFF                TO WS-DATE-EFF-TROUVE
              MOVE WS-PRX-PV                      TO WS-PV-TROUVE
              SET PV-TROUVE                       TO TRUE
              PERFORM 6385-READNEXT-PRX-DEB
                 THRU 6385-READNEXT-PRX-FIN
           END-IF.
       7555-TESTE-UN-PRIX-FIN.
           EXIT.
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT APPEL-SPG              *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * DUREE DE VIE MINIMALE DU CLIENT DE LA LIGNE EXPEDIEE (CCL0101 *
      * - SANS CONDITIONS OU MINIMUM A ZERO : PAS DE CONTROLE)        *
      *---------------------------------------------------------------*
       7600-CHARGE-DLU-CLIENT-DEB.
           SET DLU-SANS                          TO TRUE.
           MOVE ZERO                             TO WS-DLU-MIN-CLI.
           MOVE WS-VTE-CLIENT                    TO WS-CCL-CLIENT.
           PERFORM 6360-READ-CCL-DEB
              THRU 6360-READ-CCL-FIN.
           IF CCL-EXISTE
              AND WS-CCL-DLU-MIN NUMERIC
              AND WS-CCL-DLU-MIN > ZERO
              MOVE WS-CCL-DLU-MIN                TO WS-DLU-MIN-CLI
              SET DLU-CONTROLE                   TO TRUE
           END-IF.
       7600-CHARGE-DLU-CLIENT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * LE LOT LU (WS-LOT-ENR) RESPECTE-T-IL LA DUREE DE VIE MINIMALE *
      * DU CLIENT : DUREE RESTANTE = PEREMPTION - DATE DU JOUR EN     *
      * CALCUL COMMERCIAL 30/360 ; LOT SANS DATE DE PEREMPTION        *
      * TOUJOURS CONFORME                                             *
      *---------------------------------------------------------------*
       7610-TESTE-DLU-LOT-DEB.
           SET LOT-DLU-OK                        TO TRUE.
           IF DLU-SANS OR WS-LOT-DATEXP = ZERO
              GO TO 7610-TESTE-DLU-LOT-FIN
           END-IF.
           MOVE WS-LOT-DATEXP                    TO WS-LOT-DATEXP-R.
           COMPUTE WS-DLU-RESTE =
                 ((WS-LOT-DATEXP-AAAA - WS-DATEJ8-AAAA) * 360)
               + ((WS-LOT-DATEXP-MM   - WS-DATEJ8-MM)   * 30)
               +  (WS-LOT-DATEXP-JJ   - WS-DATEJ8-JJ).
           IF WS-DLU-RESTE < WS-DLU-MIN-CLI
              SET LOT-DLU-COURT                  TO TRUE
           END-IF.
       7610-TESTE-DLU-LOT-FIN.
           EXIT.
      *---------------------------------------------------------------*
      * PRE-REMPLIT L ECRAN AVEC LA LIGNE DE COMMANDE SELECTIONNEE    *
      * SUR LA VUE CLIENT (ARIC245) : NUMERO, LIGNE, CLIENT, ARTICLE  *
      * - L OPERATEUR SAISIT ENSUITE L ACTION (E, D...)               *
      *---------------------------------------------------------------*
       7620-PRE-REMPLIT-LIGNE-DEB.
           MOVE WS-CA-VTE-CLE-SEL                TO WS-CLE-ESSAI.
           MOVE SPACE                            TO WS-CA-VTE-CLE-SEL.
           PERFORM 6440-READ-VTE-CLE-DEB
              THRU 6440-READ-VTE-CLE-FIN.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE WS-MSG(125)                   TO MMSGO
              GO TO 7620-PRE-REMPLIT-LIGNE-FIN
           END-IF.
           MOVE WS-VTE-NUM                       TO MNUMO.
           MOVE WS-VTE-LIGNE                     TO MLIGNEO.
           MOVE WS-VTE-CLIENT                    TO MCLIO.
           MOVE WS-VTE-ART-CODE                  TO MCODEO.
           MOVE WS-MSG(306)                      TO MMSGO.
       7620-PRE-REMPLIT-LIGNE-FIN.
           EXIT.
       9000-APPEL-SPG-DEB.
           EXEC CICS XCTL PROGRAM('ARIC111')
          END-EXEC.
                        RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              IF WS-MSGF-NUM >= 1 AND WS-MSGF-NUM <= 306
                 MOVE WS-MSGF-TEXTE              TO
                                        WS-MSG(WS-MSGF-NUM)
              END-IF
