      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : DEMACHAT                                  *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES DEMANDES       *
      * D'ACHAT INTERNES (DAC0101). UNE DEMANDE EST SAISIE PAR UN     *
      * CENTRE DE COUT (CCT0101) DANS ARIC143 POUR UN ARTICLE, UNE    *
      * QUANTITE ET UNE DATE DE BESOIN. LA CLE EST LA DATE DE SAISIE  *
      * PUIS UNE SEQUENCE DANS LE JOUR (MEME PRINCIPE QUE CDE0101).   *
      * CYCLE DE VIE : S = SOUMISE (VALEUR AU-DELA DU SEUIL DU ROLE   *
      * DU DEMANDEUR, EN ATTENTE D'APPROBATION), V = VALIDEE (DANS LE *
      * SEUIL OU APPROUVEE), J = REJETEE, C = COMMANDEE PAR ARIO956   *
      * (NUMERO DE COMMANDE CDE0101 PORTE ICI, LIEN INVERSE DANS      *
      * XDA0101 - COPY CDEXDAC), P = PARTIELLEMENT RECUE ET R = RECUE *
      * (POSES PAR LA RECEPTION ARIC122), X = ANNULEE PAR LE CENTRE.  *
      *===============================================================*
      *
       01  WS-DAC-ENR.
           05  WS-DAC-NUM.
               10  WS-DAC-NUM-DATE       PIC 9(8).
               10  WS-DAC-NUM-SEQ        PIC 9(3).
           05  WS-DAC-CCTR               PIC X(5).
           05  WS-DAC-ART-CODE           PIC X(5).
           05  WS-DAC-QTE                PIC 9(6).
           05  WS-DAC-DATE-BESOIN        PIC 9(8).
           05  WS-DAC-JUSTIF             PIC X(40).
      *    DEMANDEUR (EIBOPID) ET SON ROLE PRF0101 A LA SAISIE
           05  WS-DAC-OPID               PIC X(3).
           05  WS-DAC-ROLE               PIC X(01).
      *    VALEUR ESTIMEE (QUANTITE X PRIX DU FOURNISSEUR ATTITRE AU
      *    CATALOGUE CAF0101) ET SEUIL D'APPROBATION DU ROLE APPLIQUE
      *    - VALEUR A ZERO = PRIX INCONNU, APPROBATION REQUISE
           05  WS-DAC-VALEUR             PIC 9(9)V99.
           05  WS-DAC-SEUIL              PIC 9(9)V99.
           05  WS-DAC-STATUT             PIC X(01).
               88  DAC-SOUMISE                    VALUE 'S'.
               88  DAC-VALIDEE                    VALUE 'V'.
               88  DAC-REJETEE                    VALUE 'J'.
               88  DAC-COMMANDEE                  VALUE 'C'.
               88  DAC-PARTIELLE                  VALUE 'P'.
               88  DAC-RECUE                      VALUE 'R'.
               88  DAC-ANNULEE                    VALUE 'X'.
               88  DAC-ANNULABLE                  VALUES 'S' 'V'.
               88  DAC-EN-COMMANDE                VALUES 'C' 'P'.
      *    AGENT SUPE0101 AYANT APPROUVE OU REJETE LA DEMANDE ET DATE
      *    DE LA DECISION - SPACES SI VALIDEE DANS LE SEUIL DU ROLE
           05  WS-DAC-SUP-APPRO          PIC X(5).
           05  WS-DAC-DATE-DECISION      PIC 9(8).
      *    COMMANDE CDE0101 CREEE PAR ARIO956 ET DATE DE COMMANDE
           05  WS-DAC-CDE-NUM            PIC X(11).
           05  WS-DAC-DATE-CDE           PIC 9(8).
      *    DATE DE RECEPTION COMPLETE (CLOTURE DE LA COMMANDE)
           05  WS-DAC-DATE-RECEP         PIC 9(8).
           05  FILLER                    PIC X(08).
