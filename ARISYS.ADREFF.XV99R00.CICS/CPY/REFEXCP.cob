      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : REFEXCP                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DES EXCEPTIONS DE  *
      * L'INTEGRITE REFERENTIELLE DES FICHIERS ARTICLE (ARIO974) : UN *
      * ENREGISTREMENT PAR ORPHELIN TROUVE - RELATION CONTROLEE,      *
      * FICHIER ET CLE DE L'ENREGISTREMENT ORPHELIN, FICHIER ET       *
      * VALEUR DE LA CLE ETRANGERE INTROUVABLE, ACTION PRISE ET DATE  *
      * DU CONTROLE.                                                  *
      *===============================================================*
      *
       01  WS-EXC-ENR.
      *    CODE DE LA RELATION (LOTA, RSVA, NOMP...) - CF ARIO974
           05  WS-EXC-REL            PIC X(4).
           05  WS-EXC-FIC            PIC X(8).
           05  WS-EXC-CLE            PIC X(19).
           05  WS-EXC-FIC-REF        PIC X(8).
           05  WS-EXC-VALEUR         PIC X(10).
           05  WS-EXC-ACTION         PIC X(01).
               88  EXC-SIGNALE               VALUE ' '.
               88  EXC-SUPPRIME              VALUE 'S'.
               88  EXC-CORRIGE               VALUE 'C'.
           05  WS-EXC-DATE           PIC 9(8).
           05  FILLER                PIC X(22).
