      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : SEUILDEP                                  *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES NIVEAUX DE     *
      * STOCK PAR DEPOT (SDP0101). CLE = ARTICLE + DEPOT (DEP0101).   *
      * LE MINIMUM EST LE SEUIL D'ALERTE DU DEPOT : LA QUANTITE DES   *
      * LOTS ACTIFS DU DEPOT (LOT0101, WS-LOT-DEPOT) EST COMPAREE A CE *
      * MINIMUM PAR LA SORTIE (ARIC118), L'ETAT DES ALERTES (ARIO911) *
      * ET LE REAPPROVISIONNEMENT (ARIO921), QUI RAMENE LE DEPOT A    *
      * SON MAXIMUM (TRANSFERT INTER-DEPOTS D'ABORD, COMMANDE         *
      * FOURNISSEUR SINON). UN ARTICLE SANS AUCUN NIVEAU DE DEPOT     *
      * RESTE GERE SUR SON SEUIL GLOBAL WS-ART-ALERT. TENU EN LIGNE   *
      * PAR ARIC144.                                                  *
      *===============================================================*
      *
       01  WS-SDP-ENR.
           05  WS-SDP-CLE.
               10  WS-SDP-ART-CODE   PIC X(5).
               10  WS-SDP-DEPOT      PIC X(3).
           05  WS-SDP-MIN            PIC 9(5).
           05  WS-SDP-MAX            PIC 9(5).
      *    TRACE DE LA DERNIERE MISE A JOUR
           05  WS-SDP-DATE-MAJ       PIC 9(8).
           05  WS-SDP-OPID           PIC X(3).
           05  FILLER                PIC X(11).
