      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : DEMPRET                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DU FICHIER DES DEMANDES DE MISE*
      *EN PLACE DE PRET A LA CONSOMMATION (F-DMP-E) TRAITE PAR LE     *
      *BATCH ARIO488 : COMPTE EMPRUNTEUR, CAPITAL EMPRUNTE, TAUX      *
      *NOMINAL ANNUEL, DUREE EN MOIS, DATE DE DEPART, JOUR D ECHEANCE *
      *DANS LE MOIS ET TAUX ANNUEL DES INTERETS DE RETARD. LES ZONES  *
      *NUMERIQUES SONT SAISIES EN CLAIR SANS VIRGULE (CAPITAL 9(9)V99,*
      *TAUX 9(2)V9(3)). CHAQUE DEMANDE EST ACCEPTEE (CREATION DU PRET *
      *ET DE SON TABLEAU D AMORTISSEMENT) OU REJETEE AVEC MOTIF SUR L *
      *ETAT D EXECUTION.                                              *
      *===============================================================*
      *
       01  WS-DMP-ENR.
           05  WS-DMP-CPTE           PIC X(10).
           05  WS-DMP-CAPITAL-X      PIC X(11).
           05  WS-DMP-CAPITAL-N REDEFINES WS-DMP-CAPITAL-X
                                     PIC 9(9)V99.
           05  WS-DMP-TAUX-X         PIC X(5).
           05  WS-DMP-TAUX-N REDEFINES WS-DMP-TAUX-X
                                     PIC 9(2)V9(3).
           05  WS-DMP-DUREE-X        PIC X(3).
           05  WS-DMP-DUREE-N REDEFINES WS-DMP-DUREE-X
                                     PIC 9(3).
           05  WS-DMP-DATE-DEB-X     PIC X(8).
           05  WS-DMP-DATE-DEB-N REDEFINES WS-DMP-DATE-DEB-X
                                     PIC 9(8).
           05  WS-DMP-JOUR-ECH-X     PIC X(2).
           05  WS-DMP-JOUR-ECH-N REDEFINES WS-DMP-JOUR-ECH-X
                                     PIC 9(2).
           05  WS-DMP-TAUX-RET-X     PIC X(5).
           05  WS-DMP-TAUX-RET-N REDEFINES WS-DMP-TAUX-RET-X
                                     PIC 9(2)V9(3).
           05  FILLER                PIC X(36).
