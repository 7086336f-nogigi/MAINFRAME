      * (ARIC141, ACTION E) SORT LE STOCK EN FIFO COMME ARIC118,      *
      * CONSOMME LA RESERVATION ET SOLDE LA LIGNE. L'ETAT ARIO940     *
      * DONNE LE CARNET OUVERT ET L'EXPEDIE CONTRE LE COMMANDE.       *
      * UNE LIGNE QUI FAIT DEPASSER AU CLIENT SA LIMITE DE CREDIT     *
      * (CCL0101, COPY CONDCLI) EST ENREGISTREE BLOQUEE, SANS         *
      * ALLOCATION, JUSQU'A SON DEBLOCAGE PAR UN RESPONSABLE.         *
      *===============================================================*
      *
       01  WS-VTE-ENR.
               88  VTE-ALLOUEE               VALUE 'A'.
               88  VTE-EXPEDIEE              VALUE 'E'.
               88  VTE-ANNULEE               VALUE 'X'.
      *        LIGNE SAISIE AU-DELA DE LA LIMITE DE CREDIT DU CLIENT
      *        OU CLIENT EN RETARD (CCL0101) : NI ALLOUEE NI
      *        EXPEDIABLE AVANT DEBLOCAGE (ARIC141 ACTION D, ROLES G/A)
               88  VTE-BLOQUEE-CREDIT        VALUE 'B'.
      *    REFERENCE DE RESERVATION RSV0101 DE LA LIGNE ('V' +
      *    MMJJ DU NUMERO + SEQUENCE, 8 CARACTERES - UNIQUE SUR
      *    L'ANNEE, LARGEMENT AU-DELA DE LA VIE D'UNE ALLOCATION)
