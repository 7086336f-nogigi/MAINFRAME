      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DU JOURNAL DES FICHIERS MAITRES*
      *BANCAIRES (BJR0101, SEQUENTIEL ESDS) : IMAGES AVANT ET APRES DE*
      *CHAQUE MISE A JOUR EN LIGNE DE GEL0101, TXC0101, PRL0101       *
      *(APPLIQUEES PAR LA REVUE QUATRE YEUX ARIC223), CLI0101         *
      *(ARIC213), CAL0101 (ARIC217), CRT0101 (ARIC232), REX0101       *
      *(ARIC233), RCL0101 (ARIC234), SUS0101 (ARIC235), BEN0101       *
      *(ARIC236), VRV0101 (ARIC237), KYC0101 (ARIC238) ET SNH0101,    *
      *CLI0101 ET GEL0101 (ARIC239) - MEME                            *
      *PRINCIPE QUE FOUJRNL COTE ARTICLE, AVEC EN PLUS LE CODE        *
      *OPERATEUR CICS ET LA CLE DE L ENREGISTREMENT TOUCHE. CONSULTE  *
      *EN LIGNE PAR ARIC225 (QUI A CHANGE QUOI, ET QU Y AVAIT-IL      *
      *AVANT). LES DEPENDANCES D UN COMPTE CLOS (ORDRES PERMANENTS,   *
      *MANDATS, CHEQUES, OPPOSITIONS, ABONNEMENTS D ALERTE, DECOUVERT,*
      *TITULAIRES, ECHEANCES, PRETS, CARTES BANCAIRES) SONT CLOTUREES *
      *PAR LE BATCH ARIO499 QUI JOURNALISE EN AJOUT SOUS LE TERMINAL  *
      *'BTCH' AVEC LE MOTIF 'CLO' (COMPTE CLOS) ; LE MOTIF N EST PAS  *
      *POSE EN LIGNE.                                                 *
      *===============================================================*
      *
       01  WS-BJR-ENR.
           05  WS-BJR-CLE            PIC X(30).
           05  WS-BJR-AVANT          PIC X(130).
           05  WS-BJR-APRES          PIC X(130).
           05  WS-BJR-MOTIF          PIC X(3).
               88  BJR-MOTIF-CPTE-CLOS   VALUE 'CLO'.
           05  FILLER                PIC X(12).
