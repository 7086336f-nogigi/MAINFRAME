      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : TARIFOU                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES TARIFS         *
      * FOURNISSEUR DATES (TAR0101). UN ENREGISTREMENT PAR ARTICLE /  *
      * FOURNISSEUR / DATE D'EFFET, CHARGE PAR ARIO948 DEPUIS LES     *
      * FICHIERS DE PRIX DES FOURNISSEURS. UN TARIF S'APPLIQUE DE SA  *
      * DATE D'EFFET JUSQU'A LA VEILLE DU TARIF SUIVANT DU MEME       *
      * COUPLE ; IL PORTE JUSQU'A 5 PALIERS DE QUANTITE CLASSES PAR   *
      * QUANTITE MINIMALE CROISSANTE : LE PALIER APPLICABLE A UNE     *
      * QUANTITE EST LE DERNIER DONT LA QUANTITE MINIMALE EST         *
      * ATTEINTE. LES PRIX SONT EXPRIMES DANS LA DEVISE DU            *
      * FOURNISSEUR (FOUR0101), COMME WS-CAF-PXA. LE CHOIX DU         *
      * FOURNISSEUR ET LA VALORISATION DES COMMANDES (ARIO921)        *
      * RETIENNENT LE PALIER DU TARIF EN VIGUEUR A LA DATE DE         *
      * COMMANDE ; SANS TARIF APPLICABLE, LE PRIX DU CATALOGUE        *
      * CAF0101 (COPY CATAFOU) RESTE LA REFERENCE.                    *
      *===============================================================*
      *
       01  WS-TAR-ENR.
           05  WS-TAR-CLE.
               10  WS-TAR-ART-CODE   PIC X(5).
               10  WS-TAR-FOU-CODE   PIC 9(5).
               10  WS-TAR-DATE-EFFET PIC 9(8).
           05  WS-TAR-NB-PALIER      PIC 9.
           05  WS-TAR-PALIER         OCCURS 5.
               10  WS-TAR-PAL-QTE    PIC 9(6).
               10  WS-TAR-PAL-PXA    PIC 9(5)V99.
      *    DATE DU CHARGEMENT ARIO948 AYANT ECRIT LE TARIF
           05  WS-TAR-DATE-CHARGE    PIC 9(8).
           05  FILLER                PIC X(08).
