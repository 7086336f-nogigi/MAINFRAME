      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : CLRREGL                                   *
      *  NOM DU REDACTEUR : BAUDELET                                  *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DESCRIPTION DE L ENREGISTREMENT DU COMPTE RENDU DE REGLEMENT   *
      *QUOTIDIEN TRANSMIS PAR LA CHAMBRE DE COMPENSATION (80 OCTETS). *
      *UN ENTETE H PORTE LA DATE DE REGLEMENT ; UN TOTAL T PAR SENS (R*
      *= RECU PAR NOUS, CLEARING ENTRANT ; E = EMIS PAR NOUS, CLEARING*
      *SORTANT) ET PAR DEVISE DONNE LE NOMBRE ET LE MONTANT REGLES ;  *
      *UN DETAIL D PAR ENTREE DONNE SA REFERENCE ET SON MONTANT. LU   *
      *PAR ARIO493 POUR LE RAPPROCHEMENT AVEC F-CLR-E ET F-CLR-S.     *
      *===============================================================*
      *
       01  WS-CRG-ENR.
           05  WS-CRG-TYPE           PIC X(1).
               88  CRG-ENTETE                VALUE 'H'.
               88  CRG-TOTAL                 VALUE 'T'.
               88  CRG-DETAIL                VALUE 'D'.
           05  WS-CRG-DATE           PIC 9(8).
           05  WS-CRG-SENS           PIC X(1).
               88  CRG-RECU                  VALUE 'R'.
               88  CRG-EMIS                  VALUE 'E'.
           05  WS-CRG-DEVISE         PIC X(3).
      *    NOMBRE D ENTREES (TOTAL), 1 SUR UN DETAIL
           05  WS-CRG-NB             PIC 9(7).
           05  WS-CRG-MT             PIC 9(13)V99.
      *    REFERENCE DE L ENTREE (DETAIL) : REFERENCE DU DONNEUR
      *    D ORDRE EN RECU, WS-CLR-REF DE ARIO411 EN EMIS
           05  WS-CRG-REF            PIC X(16).
           05  FILLER                PIC X(29).
