      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : KYCCLI                                    *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DU FICHIER DE CONNAISSANCE DU  *
      *CLIENT (KYC0101), UN DOSSIER PAR CLIENT CLI0101 (CLE = NUMERO  *
      *CLIENT) : PIECE D IDENTITE (TYPE, NUMERO, DATE D EXPIRATION),  *
      *NIVEAU DE RISQUE, DATE DE LA DERNIERE REVUE ET DATE DE LA      *
      *PROCHAINE REVUE DUE (DATES AAAAMMJJ). TENU EN LIGNE PAR ARIC238*
      *(L ENREGISTREMENT D UNE REVUE RECALCULE L ECHEANCE SELON LE    *
      *RISQUE : 36 MOIS FAIBLE, 24 MOIS MOYEN, 12 MOIS ELEVE).        *
      *CONTROLE PAR L OUVERTURE DE COMPTE ARIO431 (DOSSIER VALIDE     *
      *OBLIGATOIRE), PAR LE SUIVI PERIODIQUE ARIO496 (LISTE DES PIECES*
      *EXPIREES ET REVUES EN RETARD, GEL 'KYC' SUR GEL0101 AU DELA DU *
      *DELAI DE GRACE) ET PAR LA CHAINE ARIO411 (GEL 'KYC' IGNORE DES *
      *QUE LA REVUE EST ENREGISTREE).                                 *
      *===============================================================*
      *
       01  WS-KYC-ENR.
           05  WS-KYC-CLIENT         PIC X(6).
           05  WS-KYC-DOC-TYPE       PIC X(2).
               88  KYC-DOC-CNI               VALUE 'CI'.
               88  KYC-DOC-PASSEPORT         VALUE 'PA'.
               88  KYC-DOC-SEJOUR            VALUE 'TS'.
               88  KYC-DOC-KBIS              VALUE 'KB'.
               88  KYC-DOC-VALIDE            VALUE 'CI' 'PA' 'TS' 'KB'.
           05  WS-KYC-DOC-NUM        PIC X(20).
           05  WS-KYC-DOC-EXPIR      PIC 9(8).
           05  WS-KYC-RISQUE         PIC X(1).
               88  KYC-RISQUE-FAIBLE         VALUE 'F'.
               88  KYC-RISQUE-MOYEN          VALUE 'M'.
               88  KYC-RISQUE-ELEVE          VALUE 'E'.
               88  KYC-RISQUE-VALIDE         VALUE 'F' 'M' 'E'.
           05  WS-KYC-DATE-REVUE     PIC 9(8).
           05  WS-KYC-PROCH-REVUE    PIC 9(8).
           05  WS-KYC-OPID           PIC X(3).
           05  WS-KYC-DATE-MAJ       PIC 9(8).
           05  FILLER                PIC X(16).
