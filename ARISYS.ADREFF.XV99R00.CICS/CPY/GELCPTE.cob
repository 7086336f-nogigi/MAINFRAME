      *A JOUR (ARIO311, ARIO411, ARID111) QUI REJETTENT EN ANOMALIE   *
      *TOUT MOUVEMENT D UN COMPTE GELE A LA DATE DU MOUVEMENT, ET     *
      *SIGNALE PAR LES CONSULTATIONS (ARIC120, ARIC211).              *
      *LE MOTIF 'KYC' (REVUE DE CONNAISSANCE CLIENT EN RETARD) EST    *
      *POSE ET LEVE PAR LE SUIVI MENSUEL ARIO496 ; ARIO411 NE L       *
      *APPLIQUE QU AUX RETRAITS ET AUX VIREMENTS EMIS, ET L IGNORE    *
      *DES QUE LA REVUE EST ENREGISTREE SUR KYC0101 (ARIC238).        *
      *LE MOTIF 'SAN' (GEL LEGAL SUR SANCTIONS, SANS TERME) EST POSE  *
      *PAR LA CONFIRMATION D UNE ALERTE DE FILTRAGE (ARIC239) ET      *
      *ETENDU CHAQUE NUIT PAR ARIO498 AUX COMPTES DU CLIENT ; IL      *
      *REMPLACE TOUT GEL D UN AUTRE MOTIF ET N EST LEVE PAR AUCUN     *
      *TRAITEMENT.                                                    *
      *===============================================================*
      *
       01  WS-GEL-ENR.
