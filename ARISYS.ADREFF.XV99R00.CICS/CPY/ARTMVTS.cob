      *    ARIC125 ET ARIC127 - SPACES SUR LES MOUVEMENTS ANTERIEURS
      *    A LA TRACABILITE PAR LOT ET SUR LES SORTIES DE KIT
           05  WS-AMVT-LOT           PIC X(6).
      *    ARTICLE D ORIGINE D UNE SORTIE SERVIE PAR SUBSTITUTION
      *    (SUB0101, ARIC118 ET ARIC141) : LE MOUVEMENT EST PORTE PAR
      *    LE SUBSTITUT ET REFERENCE L ARTICLE DEMANDE - SPACES SUR
      *    LES AUTRES MOUVEMENTS
           05  WS-AMVT-ART-ORIG      PIC X(5).
      *    NUMERO DE SERIE DE L UNITE MOUVEMENTEE D UN ARTICLE
      *    SERIALISE (CF NUMSERIE) : UN MOUVEMENT DE QUANTITE 1 PAR
      *    NUMERO (ARIC122, ARIC118, ARIC141, ARIC125, ARIC127) -
      *    SPACES SUR LES ARTICLES GERES EN QUANTITE
           05  WS-AMVT-SERIE         PIC X(15).
           05  FILLER                PIC X(2).
