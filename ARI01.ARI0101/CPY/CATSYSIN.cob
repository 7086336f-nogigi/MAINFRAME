      *---------------------------------------------------------------*
      * COMMANDE SYSIN DU PROGRAMME ARIO961 :                         *
      * [CODE CATEGORIE][NOUVEAU SEUIL DE REAPPRO]                    *
      * [DUREE DE VIE MINIMALE A LA RECEPTION EN JOURS]               *
      * [LOTS ACCEPTES CONSECUTIFS POUR LE CONTROLE ALLEGE]           *
      * [FREQUENCE D INSPECTION EN CONTROLE ALLEGE (1 LOT SUR K)]     *
      * LA DUREE DE VIE MINIMALE EST FACULTATIVE : A BLANC, CELLE DE  *
      * LA CATEGORIE EST CONSERVEE. IL EN VA DE MEME DES DEUX ZONES   *
      * D ECHANTILLONNAGE QUALITE (HISTORIQUE FOURNISSEUR IQF0101).   *
      * LA FIN DES DEMANDES EST SIGNALEE PAR UNE CATEGORIE A '/'.     *
      *===============================================================*
      *
           05  WS-CATSYSIN-CATEG         PIC X(05).
               88  FIN-CATSYSIN                  VALUE '/'.
           05  WS-CATSYSIN-SEUIL         PIC 9(05).
           05  WS-CATSYSIN-DLU-MIN       PIC X(04).
           05  WS-CATSYSIN-DLU-MIN-N REDEFINES WS-CATSYSIN-DLU-MIN
                                         PIC 9(04).
           05  WS-CATSYSIN-IQ-SEUIL      PIC X(03).
           05  WS-CATSYSIN-IQ-SEUIL-N REDEFINES WS-CATSYSIN-IQ-SEUIL
                                         PIC 9(03).
           05  WS-CATSYSIN-IQ-FREQ       PIC X(02).
           05  WS-CATSYSIN-IQ-FREQ-N REDEFINES WS-CATSYSIN-IQ-FREQ
                                         PIC 9(02).
           05  FILLER                    PIC X(01).
