      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : LISTSANC                                  *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DE LA LISTE DE SURVEILLANCE    *
      *(SANCTIONS ET GELS DES AVOIRS, SNL0101). CLE = LA REFERENCE DE *
      *L ENTREE DANS LA LISTE PUBLIEE. LE FICHIER EST RECHARGE EN     *
      *TOTALITE PAR ARIO497 A CHAQUE PUBLICATION A PARTIR DE          *
      *L EXTRAIT CONSOLIDE DES LISTES OFFICIELLES (MEME DESCRIPTION)  *
      *ET EXPLOITE CHAQUE NUIT PAR LE FILTRAGE ARIO498 :              *
      *  - UNE ENTREE NOMINATIVE (PERSONNE OU ENTITE) EST COMPAREE    *
      *    SUR SON NOM ET SES ALIAS AUX NOMS DES CLIENTS, DES         *
      *    BENEFICIAIRES ENREGISTRES ET DES CONTREPARTIES DU CLEARING,*
      *  - UNE ENTREE PAYS (EMBARGO) EST COMPAREE AU CODE PAYS DE     *
      *    L IBAN DES BENEFICIAIRES ET DU CLEARING SORTANT.           *
      *===============================================================*
      *
       01  WS-SNL-ENR.
           05  WS-SNL-REF            PIC X(12).
      *    LISTE D ORIGINE (ONU, UE, OFAC, DGT...)
           05  WS-SNL-LISTE          PIC X(4).
           05  WS-SNL-TYPE           PIC X(1).
               88  SNL-PERSONNE              VALUE 'I'.
               88  SNL-ENTITE                VALUE 'E'.
               88  SNL-PAYS                  VALUE 'Z'.
               88  SNL-NOMINATIF             VALUE 'I' 'E'.
               88  SNL-TYPE-VALIDE           VALUE 'I' 'E' 'Z'.
           05  WS-SNL-NOM            PIC X(30).
           05  WS-SNL-ALIAS          PIC X(30) OCCURS 3.
      *    PAYS (CODE ISO A 2 LETTRES) : NATIONALITE OU PAYS DE
      *    RATTACHEMENT D UNE ENTREE NOMINATIVE, PAYS SOUS EMBARGO
      *    D UNE ENTREE PAYS
           05  WS-SNL-PAYS           PIC X(2).
           05  WS-SNL-DATE-PUB       PIC 9(8).
           05  FILLER                PIC X(3).
