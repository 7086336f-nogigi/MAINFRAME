      *QUI RESTENT DANS LA LIMITE D UNE FACILITE NON ECHUE ET         *
      *REJETTENT LES AUTRES EN ANOMALIE (LIBELLE DEPASSEMNT) - UN     *
      *COMPTE SANS FACILITE N A DROIT A AUCUN DECOUVERT. L ETAT       *
      *D UTILISATION EST EDITE PAR ARIO233. LES AGIOS TRIMESTRIELS    *
      *SONT CALCULES PAR ARIO485 AU TAUX DE LA FACILITE (WS-DEC-TAUX, *
      *EN POURCENTAGE ANNUEL, BASE 360 JOURS) DANS LA LIMITE.         *
      *===============================================================*
      *
       01  WS-DEC-ENR.
