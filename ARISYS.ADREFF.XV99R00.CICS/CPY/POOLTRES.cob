      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : POOLTRES                                  *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DU FICHIER DE STRUCTURE DES    *
      *POOLS DE TRESORERIE (PLT0101). LA CLE EST LE CODE DU POOL      *
      *SUIVI DU COMPTE PARTICIPANT ; L ENREGISTREMENT D EN-TETE DU    *
      *POOL A LE COMPTE A BLANC ET PORTE LE COMPTE MAITRE, LE MODE    *
      *DEVISE (M = PARTICIPANTS DANS LA DEVISE DU MAITRE SEULEMENT,   *
      *C = CONVERSION PAR TXC0101) ET LE STATUT DU POOL. CHAQUE       *
      *PARTICIPANT PORTE SON SOLDE CIBLE ET LE SENS DU NIVELLEMENT :  *
      *R = REMONTEE DE L EXCEDENT VERS LE MAITRE SEULEMENT, C =       *
      *COUVERTURE DU DEFICIT PAR LE MAITRE SEULEMENT, D = LES DEUX.   *
      *TENU EN LIGNE PAR ARIC243 SOUS CODE SUPERVISEUR ; LES          *
      *VIREMENTS DE NIVELLEMENT SONT GENERES EN FIN DE CHAINE PAR     *
      *ARIO426, QUI DATE LE PARTICIPANT DU DERNIER NIVELLEMENT.       *
      *===============================================================*
      *
       01  WS-PLT-ENR.
           05  WS-PLT-CLE.
               10  WS-PLT-POOL       PIC X(6).
      *        COMPTE PARTICIPANT (A BLANC = EN-TETE DU POOL)
               10  WS-PLT-CPTE       PIC X(10).
                   88  PLT-ENTETE            VALUE SPACE.
           05  WS-PLT-CORPS          PIC X(64).
      *    EN-TETE DU POOL
           05  WS-PLT-EN-TETE REDEFINES WS-PLT-CORPS.
               10  WS-PLT-MAITRE     PIC X(10).
               10  WS-PLT-NOM        PIC X(30).
               10  WS-PLT-MODE-DEV   PIC X(1).
                   88  PLT-MONO-DEVISE       VALUE 'M'.
                   88  PLT-CONVERSION        VALUE 'C'.
               10  WS-PLT-STATUT     PIC X(1).
                   88  PLT-ACTIF             VALUE 'A'.
                   88  PLT-SUSPENDU          VALUE 'S'.
      *        SUPERVISEUR AYANT AUTORISE LA DERNIERE MISE A JOUR
               10  WS-PLT-E-SUP      PIC X(5).
               10  WS-PLT-E-DATE-MAJ PIC 9(8).
               10  FILLER            PIC X(9).
      *    PARTICIPANT DU POOL
           05  WS-PLT-PARTICIPANT REDEFINES WS-PLT-CORPS.
      *        SOLDE CIBLE DANS LA DEVISE DU PARTICIPANT
               10  WS-PLT-CIBLE      PIC S9(9)V99 COMP-3.
               10  WS-PLT-SENS       PIC X(1).
                   88  PLT-REMONTEE          VALUE 'R' 'D'.
                   88  PLT-COUVERTURE        VALUE 'C' 'D'.
      *        DATE AAAAMMJJ DU DERNIER NIVELLEMENT GENERE (ARIO426)
               10  WS-PLT-DER-NIV    PIC 9(8).
               10  WS-PLT-P-SUP      PIC X(5).
               10  WS-PLT-P-DATE-MAJ PIC 9(8).
               10  FILLER            PIC X(36).
