      *ECRITURES EQUILIBREES - LA COMPTABILITE N A PLUS A RESSAISIR   *
      *L ETATCLI. UN CODE SANS SCHEMA PART SUR LE COMPTE D ATTENTE    *
      *COMPTABLE ET EST SIGNALE.                                      *
      *LE MEME FICHIER PORTE LES SCHEMAS DES CODES MOUVEMENT ARTICLE  *
      *(WS-AMVT-CODE DU COPY ARTMVTS : RECEPT, SORTIE, RETOUR,        *
      *RETFOU, FABCOM, FABREC, ET REBUT POUR LES MISES AU REBUT       *
      *D ARIO991), CONSOMMES PAR L EXTRAIT COMPTABLE STOCK ARIO957.   *
      *===============================================================*
      *
       01  WS-SCH-ENR.
