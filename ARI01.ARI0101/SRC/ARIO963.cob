      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU PROGRAMME : ARIO963                                   *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *  DATE DE CREATION : 15/10/2026                                *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU PROGRAMME             --*
      *---------------------------------------------------------------*
      *CHARGEMENT DES ARTICLES DE SUBSTITUTION APPROUVES (SUB0101,    *
      *COPY SUBSTIT) PROPOSES SUR RUPTURE PAR LA SORTIE (ARIC118) ET  *
      *L EXPEDITION (ARIC141). CHAQUE LIGNE DU FICHIER F-SUBM-E PORTE *
      *UNE SUBSTITUTION : ARTICLE D ORIGINE, RANG DE PREFERENCE (01 A *
      *99), ARTICLE DE SUBSTITUTION, SENS (U = UNIQUE, D = DOUBLE     *
      *SENS, BLANC = UNIQUE), RAPPORT DE CONVERSION 999V999 (QUANTITE *
      *DE SUBSTITUT PAR UNITE D ORIGINE, BLANC = UN POUR UN) ET       *
      *ACTION (C OU BLANC = CREATION / REMPLACEMENT, S = SUPPRESSION).*
      *UNE SUBSTITUTION A DOUBLE SENS EST PORTEE PAR UN ENREGISTREMENT*
      *MIROIR SOUS LE SUBSTITUT (RAPPORT INVERSE) ECRIT AU PREMIER    *
      *RANG LIBRE DU SUBSTITUT, OU REECRIT S IL EXISTE DEJA ; IL N EST*
      *PAS ECRIT SI UNE SUBSTITUTION SAISIE VERS L ARTICLE D ORIGINE  *
      *EXISTE DEJA SOUS LE SUBSTITUT. LE MIROIR SUIT LA SUPPRESSION OU*
      *LE CHANGEMENT DE LA SUBSTITUTION SAISIE ET NE SE CHARGE PAS    *
      *DIRECTEMENT. UNE LIGNE EST REJETEE SI UNE ZONE EST INCORRECTE, *
      *SI UN ARTICLE EST INCONNU OU SI LES DEUX ARTICLES SONT LES     *
      *MEMES. L ETAT F-ETAT-SUB-S LISTE CHAQUE LIGNE ET SON SORT.     *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      *---------------------------------------------------------------*
      * DATE  MODIF   !          NATURE DE LA MODIFICATION            *
      *---------------------------------------------------------------*
      * 15/10/2026    ! CREATION DU PROGRAMME                         *
      *===============================================================*
      *
      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.      ARIO963.
      *
      *                  ==============================               *
      *=================<  ENVIRONMENT      DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
      **********************
       ENVIRONMENT DIVISION.
      **********************
      *
      *======================
       CONFIGURATION SECTION.
      *======================
      *
      *--------------
       SPECIAL-NAMES.
      *--------------
           DECIMAL-POINT IS COMMA.
      *
      *=====================
       INPUT-OUTPUT SECTION.
      *=====================
      *
      *-------------
       FILE-CONTROL.
      *-------------
      *
      *                      -------------------------------------------
      *                      F-SUBM-E : SUBSTITUTIONS A CHARGER
      *                      -------------------------------------------
           SELECT  F-SUBM-E            ASSIGN TO INP001
                   FILE STATUS         IS WS-FS-SUBM-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ART-E : FICHIER MAITRE DES ARTICLES
      *                      -------------------------------------------
           SELECT  F-ART-E             ASSIGN TO INP002
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-ART
                   FILE STATUS         IS WS-FS-ART-E.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-SUB-ES : ARTICLES DE SUBSTITUTION (IO)
      *                      -------------------------------------------
           SELECT  F-SUB-ES            ASSIGN TO IO001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS FS-KEY-SUB
                   FILE STATUS         IS WS-FS-SUB-ES.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-ETAT-SUB-S : SYSOUT ETAT DU CHARGEMENT
      *                      DES SUBSTITUTIONS
      *                      -------------------------------------------
           SELECT  F-ETAT-SUB-S        ASSIGN TO ETATSUB
                   FILE STATUS         IS WS-FS-ETAT-SUB-S.
      *                      -------------------------------------------
      *
      *
      *                  ==============================               *
      *=================<       DATA        DIVISION   >==============*
      *                  ==============================               *
      *   DDNAME :INP001 INP002 IO001 ETATSUB                         *
      *===============================================================*
      *
      ***************
       DATA DIVISION.
      ***************
      *
      *=============
       FILE SECTION.
      *=============
      *SUBSTITUTIONS A CHARGER EN ENTREE
       FD  F-SUBM-E
           RECORDING MODE IS F.
       01  FS-BUFF-F-SUBM-E      PIC X(80).
      *FICHIER MAITRE DES ARTICLES EN ENTREE
       FD  F-ART-E
           RECORD CONTAINS 290 CHARACTERS.
       01  FS-BUFF-F-ART-E.
           05  FS-KEY-ART        PIC X(5).
           05  FILLER            PIC X(285).
      *ARTICLES DE SUBSTITUTION (IO) - LE TAMPON SERT AU DEFILEMENT
      *DES SUBSTITUTS D UN ARTICLE SANS TOUCHER A WS-SUB-ENR
       FD  F-SUB-ES
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-SUB-ES.
           05  FS-KEY-SUB.
               10  FS-KEY-SUB-ART    PIC X(5).
               10  FS-KEY-SUB-RANG   PIC 9(2).
           05  FS-SUB-ART-SUBST  PIC X(5).
           05  FS-SUB-SENS       PIC X(01).
           05  FS-SUB-MIROIR     PIC X(01).
           05  FILLER            PIC X(26).
      *ETAT DU CHARGEMENT EN SORTIE
       FD  F-ETAT-SUB-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-ETAT-SUB-S  PIC X(80).
      *
      *========================
       WORKING-STORAGE SECTION.
      *========================
      *
       COPY SUBSTIT.
      *FILE STATUS
       01  WS-FS-SUBM-E      PIC X(2).
           88 SUBM-OK                             VALUE '00'.
           88 SUBM-FIN                            VALUE '10'.
       01  WS-FS-ART-E       PIC X(2).
           88 ART-OK                              VALUE '00'.
           88 ART-INEXISTANT                      VALUE '23'.
       01  WS-FS-SUB-ES      PIC X(2).
           88 SUB-OK                              VALUE '00'.
           88 SUB-FIN                             VALUE '10'.
           88 SUB-INEXISTANT                      VALUE '23'.
       01  WS-FS-ETAT-SUB-S  PIC X(2).
           88 ETSUB-OK                            VALUE '00'.
      *LIGNE DE SUBSTITUTION EN ENTREE
       01  WS-SUBM-ENR.
           05  WS-SUBM-CLE.
               10  WS-SUBM-ART-CODE  PIC X(5).
               10  WS-SUBM-RANG-X    PIC X(2).
               10  WS-SUBM-RANG-N REDEFINES WS-SUBM-RANG-X
                                     PIC 9(2).
           05  WS-SUBM-ART-SUBST PIC X(5).
           05  WS-SUBM-SENS      PIC X(01).
               88  SUBM-SENS-CONNU        VALUES 'U' 'D' ' '.
               88  SUBM-DOUBLE-SENS       VALUE 'D'.
           05  WS-SUBM-RATIO-X   PIC X(6).
           05  WS-SUBM-RATIO-N REDEFINES WS-SUBM-RATIO-X
                                 PIC 9(3)V9(3).
           05  WS-SUBM-ACTION    PIC X(01).
               88  SUBM-CREATION          VALUES 'C' ' '.
               88  SUBM-SUPPRESSION       VALUE 'S'.
           05  FILLER            PIC X(60).
      *DATE DU RUN
       01  WS-DATEJ.
           05  WS-DATEJ-AAAA     PIC 9(4).
           05  WS-DATEJ-MM       PIC 99.
           05  WS-DATEJ-JJ       PIC 99.
       01  WS-DATEJ-N REDEFINES WS-DATEJ
                             PIC 9(8).
      *MOTIF DE REJET DE LA LIGNE (SPACES = LIGNE VALIDE)
       01  WS-MOTIF-REJET    PIC X(30).
      *MOUVEMENT PORTE SUR SUB0101 PAR LA LIGNE
       01  WS-LIB-MVT        PIC X(30).
       01  WS-LIB-MIR        PIC X(24).
      *RAPPORT DE LA LIGNE (BLANC = UN POUR UN) ET RAPPORT INVERSE
      *PORTE PAR LE MIROIR D UNE SUBSTITUTION A DOUBLE SENS
       01  WS-RATIO-SAISI    PIC 9(3)V9(3).
       01  WS-RATIO-INV      PIC 9(3)V9(3).
      *SUBSTITUTION SAISIE DEJA PRESENTE SOUS LA CLE DE LA LIGNE
       01  WS-SW-ANCIEN      PIC X(01).
           88  ANCIEN-EXISTE                      VALUE '1'.
           88  ANCIEN-ABSENT                      VALUE '0'.
       01  WS-ANC-SUBST      PIC X(5).
       01  WS-ANC-SENS       PIC X(01).
      *DEFILEMENT DES SUBSTITUTS D UN ARTICLE : ARTICLE EXPLORE,
      *ARTICLE CHERCHE PARMI SES SUBSTITUTS, RANG DU MIROIR TROUVE
      *(ZERO = AUCUN), SUBSTITUTION SAISIE TROUVEE, PREMIER RANG
      *LIBRE (100 = AUCUN)
       01  WS-EXP-ART        PIC X(5).
       01  WS-EXP-CIBLE      PIC X(5).
       01  WS-EXP-RANG-MIR   PIC 9(2).
       01  WS-SW-EXP-SAISI   PIC X(01).
           88  EXP-SAISI-TROUVE                   VALUE '1'.
           88  EXP-SAISI-ABSENT                   VALUE '0'.
       01  WS-EXP-RANG-LIBRE PIC 9(3).
       01  WS-SW-EXP         PIC X(01).
           88  EXP-ENCOURS                        VALUE '0'.
           88  EXP-FIN                            VALUE '1'.
      *DECISION SUR LE MIROIR DE LA LIGNE
       01  WS-SW-MIROIR      PIC X(01).
           88  MIROIR-SANS                        VALUE '0'.
           88  MIROIR-A-ECRIRE                    VALUE '1'.
           88  MIROIR-A-REECRIRE                  VALUE '2'.
           88  MIROIR-SAISI-EXISTANT              VALUE '3'.
       01  WS-RANG-MIROIR    PIC 9(2).
      *LIGNES D EDITION
       01  WS-LSUB-TIRET     PIC X(80) VALUE ALL '-'.
       01  WS-LSUB-BLANC     PIC X(80) VALUE SPACES.
       01  WS-LSUB-ENTETE.
           05  FILLER            PIC X(40)
               VALUE 'CHARGEMENT DES ARTICLES DE SUBSTITUTION '.
           05  FILLER            PIC X(22) VALUE SPACES.
           05  FILLER            PIC X(6)  VALUE 'DATE :'.
           05  WS-LSUB-DATE-ED   PIC 99/99/9999.
           05  FILLER            PIC X(2)  VALUE SPACES.
       01  WS-LSUB-INTITULE.
           05  FILLER            PIC X(40)
               VALUE 'ART   RG SUBST S RATIO  A MOUVEMENT / MO'.
           05  FILLER            PIC X(40)
               VALUE 'TIF DE REJET                            '.
       01  WS-LSUB-DETAIL.
           05  WS-LSUB-ART-ED    PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSUB-RANG-ED   PIC X(2).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSUB-SUBST-ED  PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSUB-SENS-ED   PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSUB-RATIO-ED  PIC X(6).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSUB-ACT-ED    PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-LSUB-MVT-ED    PIC X(54).
      *COMPTEUR RENDU EXEC
       01  WS-NB-LIG-LUES    PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-SUB-CREES   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-SUB-MODIF   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-SUB-SUPPR   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-MIR-ECRITS  PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-MIR-SUPPR   PIC S9(6) COMP VALUE ZERO.
       01  WS-NB-LIG-REJET   PIC S9(6) COMP VALUE ZERO.
      *
      *                  ==============================               *
      *=================<   PROCEDURE       DIVISION   >==============*
      *                  ==============================               *
      *                                                               *
      *===============================================================*
      *
       PROCEDURE           DIVISION.
      *
      *===============================================================*
      *    STRUCTURATION DE LA PARTIE ALGORITHMIQUE DU PROGRAMME      *
      *---------------------------------------------------------------*
      *                                                               *
      *    1 : LES COMPOSANTS DU DIAGRAMME SONT CODES A L'AIDE DE     *
      *        DEUX PARAGRAPHES  XXXX-COMPOSANT-DEB                   *
      *                          XXYY-COMPOSANR-FIN                   *
      *                                                               *
      *    2 : XX REPRESENTE LE NIVEAU HIERARCHIQUE                   *
      *        YY DIFFERENCIE LES COMPOSANTS DE MEME NIVEAU           *
      *                                                               *
      *===============================================================*
      *===============================================================*
      *
      *---------------------------------------------------------------*
      *               DESCRIPTION DU COMPOSANT PROGRAMME              *
      *               ==================================              *
      *---------------------------------------------------------------*
      * 0000 TRT PRINCIPAL
       0000-TRT-PRINCIPAL-DEB.
      *
           PERFORM  7000-INIT-DATE-DEB
              THRU  7000-INIT-DATE-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           PERFORM  8000-EDITION-ENTETE-DEB
              THRU  8000-EDITION-ENTETE-FIN.
      *
           PERFORM  6010-READ-F-SUBM-E-DEB
              THRU  6010-READ-F-SUBM-E-FIN.
           PERFORM  1000-TRT-UNE-SUBST-DEB
              THRU  1000-TRT-UNE-SUBST-FIN
             UNTIL  SUBM-FIN.
      *
           PERFORM  6090-CLOSE-FICHIERS-DEB
              THRU  6090-CLOSE-FICHIERS-FIN.
      *
           PERFORM  8999-STATISTIQUES-DEB
              THRU  8999-STATISTIQUES-FIN.
      *
           PERFORM  9999-FIN-PROGRAMME-DEB
              THRU  9999-FIN-PROGRAMME-FIN.
      *
       0000-TRT-PRINCIPAL-FIN.
           STOP RUN.
      *-----------------------------------------------------
      * TRT 1000 CONTROLE LA LIGNE COURANTE, CREE, REMPLACE OU
      * SUPPRIME LA SUBSTITUTION, EDITE LA LIGNE ET LIT LA SUIVANTE
      *----------------------------------------------------
       1000-TRT-UNE-SUBST-DEB.
      *
           ADD  1                        TO WS-NB-LIG-LUES.
           MOVE SPACES                   TO WS-MOTIF-REJET
                                            WS-LIB-MVT
                                            WS-LIB-MIR.
      *
           PERFORM  7100-CONTROLE-LIGNE-DEB
              THRU  7100-CONTROLE-LIGNE-FIN.
           IF  WS-MOTIF-REJET = SPACES
               IF  SUBM-SUPPRESSION
                   PERFORM  2100-SUPPR-SUBST-DEB
                      THRU  2100-SUPPR-SUBST-FIN
               ELSE
                   PERFORM  2000-MAJ-SUBST-DEB
                      THRU  2000-MAJ-SUBST-FIN
               END-IF
           END-IF.
           IF  WS-MOTIF-REJET NOT = SPACES
               ADD  1                    TO WS-NB-LIG-REJET
           END-IF.
      *
           PERFORM  8010-EDITION-LIGNE-DEB
              THRU  8010-EDITION-LIGNE-FIN.
           PERFORM  6010-READ-F-SUBM-E-DEB
              THRU  6010-READ-F-SUBM-E-FIN.
      *
       1000-TRT-UNE-SUBST-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2000 CREE OU REMPLACE LA SUBSTITUTION SAISIE : LE MIROIR
      * D UNE DOUBLE SENS EST PREPARE AVANT TOUTE ECRITURE (REJET SI
      * LE SUBSTITUT N A PLUS DE RANG LIBRE), L ANCIEN MIROIR EST
      * SUPPRIME QUAND LE SUBSTITUT OU LE SENS CHANGE
      *----------------------------------------------------
       2000-MAJ-SUBST-DEB.
      *
           PERFORM  6040-READ-F-SUB-ES-DEB
              THRU  6040-READ-F-SUB-ES-FIN.
           IF  SUB-INEXISTANT
               SET  ANCIEN-ABSENT        TO TRUE
           ELSE
               IF  FS-SUB-MIROIR = 'O'
                   MOVE 'RANG OCCUPE PAR UN MIROIR'
                                         TO WS-MOTIF-REJET
                   GO TO 2000-MAJ-SUBST-FIN
               END-IF
               SET  ANCIEN-EXISTE        TO TRUE
               MOVE FS-SUB-ART-SUBST     TO WS-ANC-SUBST
               MOVE FS-SUB-SENS          TO WS-ANC-SENS
           END-IF.
      *
           SET  MIROIR-SANS              TO TRUE.
           IF  SUBM-DOUBLE-SENS
               MOVE WS-SUBM-ART-SUBST    TO WS-EXP-ART
               MOVE WS-SUBM-ART-CODE     TO WS-EXP-CIBLE
               PERFORM  3000-EXPLORE-SUBST-DEB
                  THRU  3000-EXPLORE-SUBST-FIN
               EVALUATE TRUE
                   WHEN EXP-SAISI-TROUVE
                      SET  MIROIR-SAISI-EXISTANT TO TRUE
                   WHEN WS-EXP-RANG-MIR NOT = ZERO
                      SET  MIROIR-A-REECRIRE     TO TRUE
                      MOVE WS-EXP-RANG-MIR       TO WS-RANG-MIROIR
                   WHEN WS-EXP-RANG-LIBRE > 99
                      MOVE 'SUBSTITUT SANS RANG LIBRE'
                                         TO WS-MOTIF-REJET
                      GO TO 2000-MAJ-SUBST-FIN
                   WHEN OTHER
                      SET  MIROIR-A-ECRIRE       TO TRUE
                      MOVE WS-EXP-RANG-LIBRE     TO WS-RANG-MIROIR
               END-EVALUATE
           END-IF.
      *
      *    L ANCIEN MIROIR NE VAUT PLUS QUAND LA SUBSTITUTION PASSE
      *    A SENS UNIQUE OU CHANGE DE SUBSTITUT
           IF  ANCIEN-EXISTE AND WS-ANC-SENS = 'D'
               AND (NOT SUBM-DOUBLE-SENS
                    OR WS-ANC-SUBST NOT = WS-SUBM-ART-SUBST)
               MOVE WS-ANC-SUBST         TO WS-EXP-ART
               MOVE WS-SUBM-ART-CODE     TO WS-EXP-CIBLE
               PERFORM  2200-SUPPR-MIROIR-DEB
                  THRU  2200-SUPPR-MIROIR-FIN
           END-IF.
      *
           MOVE WS-SUBM-ART-CODE         TO WS-SUB-ART-CODE.
           MOVE WS-SUBM-RANG-N           TO WS-SUB-RANG.
           MOVE WS-SUBM-ART-SUBST        TO WS-SUB-ART-SUBST.
           IF  SUBM-DOUBLE-SENS
               SET  SUB-DOUBLE-SENS      TO TRUE
           ELSE
               SET  SUB-SENS-UNIQUE      TO TRUE
           END-IF.
           SET  SUB-SAISI                TO TRUE.
           MOVE WS-RATIO-SAISI           TO WS-SUB-RATIO.
           MOVE WS-DATEJ-N               TO WS-SUB-DATE-MAJ.
           IF  ANCIEN-ABSENT
               PERFORM  6050-WRITE-F-SUB-ES-DEB
                  THRU  6050-WRITE-F-SUB-ES-FIN
               MOVE 'CREE'               TO WS-LIB-MVT
               ADD  1                    TO WS-NB-SUB-CREES
           ELSE
               PERFORM  6060-REWRITE-F-SUB-ES-DEB
                  THRU  6060-REWRITE-F-SUB-ES-FIN
               MOVE 'MODIFIE'            TO WS-LIB-MVT
               ADD  1                    TO WS-NB-SUB-MODIF
           END-IF.
      *
           IF  MIROIR-A-ECRIRE OR MIROIR-A-REECRIRE
               PERFORM  2300-ECRIT-MIROIR-DEB
                  THRU  2300-ECRIT-MIROIR-FIN
           END-IF.
           IF  MIROIR-SAISI-EXISTANT
               MOVE ' - RETOUR DEJA SAISI'
                                         TO WS-LIB-MIR
           END-IF.
      *
       2000-MAJ-SUBST-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2100 SUPPRIME LA SUBSTITUTION SAISIE ET, POUR UNE DOUBLE
      * SENS, SON MIROIR SOUS LE SUBSTITUT
      *----------------------------------------------------
       2100-SUPPR-SUBST-DEB.
      *
           PERFORM  6040-READ-F-SUB-ES-DEB
              THRU  6040-READ-F-SUB-ES-FIN.
           IF  SUB-INEXISTANT
               MOVE 'SUBSTITUTION INCONNUE'
                                         TO WS-MOTIF-REJET
               GO TO 2100-SUPPR-SUBST-FIN
           END-IF.
           IF  FS-SUB-MIROIR = 'O'
               MOVE 'MIROIR NON SUPPRIMABLE SEUL'
                                         TO WS-MOTIF-REJET
               GO TO 2100-SUPPR-SUBST-FIN
           END-IF.
           MOVE FS-SUB-ART-SUBST         TO WS-ANC-SUBST.
           MOVE FS-SUB-SENS              TO WS-ANC-SENS.
      *
           PERFORM  6070-DELETE-F-SUB-ES-DEB
              THRU  6070-DELETE-F-SUB-ES-FIN.
           MOVE 'SUPPRIME'               TO WS-LIB-MVT.
           ADD  1                        TO WS-NB-SUB-SUPPR.
      *
           IF  WS-ANC-SENS = 'D'
               MOVE WS-ANC-SUBST         TO WS-EXP-ART
               MOVE WS-SUBM-ART-CODE     TO WS-EXP-CIBLE
               PERFORM  2200-SUPPR-MIROIR-DEB
                  THRU  2200-SUPPR-MIROIR-FIN
           END-IF.
      *
       2100-SUPPR-SUBST-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2200 SUPPRIME LE MIROIR PORTE SOUS WS-EXP-ART VERS
      * WS-EXP-CIBLE S IL EXISTE
      *----------------------------------------------------
       2200-SUPPR-MIROIR-DEB.
      *
           PERFORM  3000-EXPLORE-SUBST-DEB
              THRU  3000-EXPLORE-SUBST-FIN.
           IF  WS-EXP-RANG-MIR = ZERO
               GO TO 2200-SUPPR-MIROIR-FIN
           END-IF.
           MOVE WS-EXP-ART               TO FS-KEY-SUB-ART.
           MOVE WS-EXP-RANG-MIR          TO FS-KEY-SUB-RANG.
           PERFORM  6070-DELETE-F-SUB-ES-DEB
              THRU  6070-DELETE-F-SUB-ES-FIN.
           ADD  1                        TO WS-NB-MIR-SUPPR.
           MOVE ' + MIROIR SUPPRIME'     TO WS-LIB-MIR.
      *
       2200-SUPPR-MIROIR-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 2300 ECRIT OU REECRIT LE MIROIR DE LA SUBSTITUTION A
      * DOUBLE SENS SOUS LE SUBSTITUT (RAPPORT INVERSE)
      *----------------------------------------------------
       2300-ECRIT-MIROIR-DEB.
      *
           MOVE WS-SUBM-ART-SUBST        TO WS-SUB-ART-CODE.
           MOVE WS-RANG-MIROIR           TO WS-SUB-RANG.
           MOVE WS-SUBM-ART-CODE         TO WS-SUB-ART-SUBST.
           SET  SUB-DOUBLE-SENS          TO TRUE.
           SET  SUB-MIROIR               TO TRUE.
           MOVE WS-RATIO-INV             TO WS-SUB-RATIO.
           MOVE WS-DATEJ-N               TO WS-SUB-DATE-MAJ.
           IF  MIROIR-A-ECRIRE
               PERFORM  6050-WRITE-F-SUB-ES-DEB
                  THRU  6050-WRITE-F-SUB-ES-FIN
           ELSE
               MOVE WS-SUB-CLE           TO FS-KEY-SUB
               PERFORM  6045-READ-F-SUB-ES-UPD-DEB
                  THRU  6045-READ-F-SUB-ES-UPD-FIN
               PERFORM  6060-REWRITE-F-SUB-ES-DEB
                  THRU  6060-REWRITE-F-SUB-ES-FIN
           END-IF.
           ADD  1                        TO WS-NB-MIR-ECRITS.
           MOVE ' + MIROIR'              TO WS-LIB-MIR.
      *
       2300-ECRIT-MIROIR-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3000 PARCOURT LES SUBSTITUTS DE WS-EXP-ART : RANG DU
      * MIROIR VERS WS-EXP-CIBLE, SUBSTITUTION SAISIE VERS
      * WS-EXP-CIBLE, PREMIER RANG LIBRE
      *----------------------------------------------------
       3000-EXPLORE-SUBST-DEB.
      *
           MOVE ZERO                     TO WS-EXP-RANG-MIR.
           SET  EXP-SAISI-ABSENT         TO TRUE.
           MOVE 1                        TO WS-EXP-RANG-LIBRE.
           SET  EXP-ENCOURS              TO TRUE.
           PERFORM  6020-START-F-SUB-ES-DEB
              THRU  6020-START-F-SUB-ES-FIN.
           IF  NOT SUB-OK
               GO TO 3000-EXPLORE-SUBST-FIN
           END-IF.
           PERFORM  6025-READNEXT-F-SUB-ES-DEB
              THRU  6025-READNEXT-F-SUB-ES-FIN.
           PERFORM  3010-TESTE-UN-SUBST-DEB
              THRU  3010-TESTE-UN-SUBST-FIN
             UNTIL  EXP-FIN.
      *
       3000-EXPLORE-SUBST-FIN.
           EXIT.
      *-----------------------------------------------------
      * TRT 3010 EXAMINE UN SUBSTITUT DE L ARTICLE EXPLORE (LES RANGS
      * ARRIVENT CROISSANTS : LE PREMIER TROU EST LE RANG LIBRE)
      *----------------------------------------------------
       3010-TESTE-UN-SUBST-DEB.
      *
           IF  SUB-FIN OR FS-KEY-SUB-ART NOT = WS-EXP-ART
               SET  EXP-FIN              TO TRUE
               GO TO 3010-TESTE-UN-SUBST-FIN
           END-IF.
           IF  FS-KEY-SUB-RANG = WS-EXP-RANG-LIBRE
               ADD  1                    TO WS-EXP-RANG-LIBRE
           END-IF.
           IF  FS-SUB-ART-SUBST = WS-EXP-CIBLE
               IF  FS-SUB-MIROIR = 'O'
                   MOVE FS-KEY-SUB-RANG  TO WS-EXP-RANG-MIR
               ELSE
                   SET  EXP-SAISI-TROUVE TO TRUE
               END-IF
           END-IF.
           PERFORM  6025-READNEXT-F-SUB-ES-DEB
              THRU  6025-READNEXT-F-SUB-ES-FIN.
      *
       3010-TESTE-UN-SUBST-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *6000 OUVRE L ENSEMBLE DES FICHIERS
      *------------------------------------
       6000-OPEN-FICHIERS-DEB.
      *
           OPEN INPUT F-SUBM-E.
           IF WS-FS-SUBM-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-SUBM-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SUBM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-ART-E.
           IF WS-FS-ART-E NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN I-O F-SUB-ES.
           IF WS-FS-SUB-ES NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-SUB-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SUB-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN OUTPUT F-ETAT-SUB-S.
           IF WS-FS-ETAT-SUB-S NOT = '00'
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-ETAT-SUB-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-SUB-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6010 LIT LA LIGNE DE SUBSTITUTION SUIVANTE
      *------------------------------------
       6010-READ-F-SUBM-E-DEB.
      *
           READ F-SUBM-E INTO WS-SUBM-ENR.
           IF NOT (SUBM-OK OR SUBM-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SUBM-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SUBM-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6010-READ-F-SUBM-E-FIN.
           EXIT.
      *-------------------------------------
      *6015 CONTROLE L EXISTENCE D UN ARTICLE (CLE DEJA POSEE)
      *------------------------------------
       6015-READ-F-ART-E-DEB.
      *
           READ F-ART-E.
           IF NOT (ART-OK OR ART-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-ART-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ART-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6015-READ-F-ART-E-FIN.
           EXIT.
      *-------------------------------------
      *6020 POSITIONNE F-SUB-ES SUR LE PREMIER SUBSTITUT DE
      *     L ARTICLE EXPLORE
      *------------------------------------
       6020-START-F-SUB-ES-DEB.
      *
           MOVE WS-EXP-ART               TO FS-KEY-SUB-ART.
           MOVE ZERO                     TO FS-KEY-SUB-RANG.
           START F-SUB-ES
             KEY IS NOT LESS THAN FS-KEY-SUB
           END-START.
           IF NOT (SUB-OK OR SUB-INEXISTANT OR SUB-FIN)
              DISPLAY 'PROBLEME DE POSITIONNEMENT FICHIER F-SUB-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SUB-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6020-START-F-SUB-ES-FIN.
           EXIT.
      *-------------------------------------
      *6025 LIT LE SUBSTITUT SUIVANT SUR F-SUB-ES
      *------------------------------------
       6025-READNEXT-F-SUB-ES-DEB.
      *
           READ F-SUB-ES NEXT RECORD.
           IF NOT (SUB-OK OR SUB-FIN)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SUB-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SUB-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6025-READNEXT-F-SUB-ES-FIN.
           EXIT.
      *-------------------------------------
      *6040 LIT LA SUBSTITUTION DE MEME CLE QUE LA LIGNE
      *------------------------------------
       6040-READ-F-SUB-ES-DEB.
      *
           MOVE WS-SUBM-ART-CODE         TO FS-KEY-SUB-ART.
           MOVE WS-SUBM-RANG-N           TO FS-KEY-SUB-RANG.
           PERFORM  6045-READ-F-SUB-ES-UPD-DEB
              THRU  6045-READ-F-SUB-ES-UPD-FIN.
      *
       6040-READ-F-SUB-ES-FIN.
           EXIT.
      *-------------------------------------
      *6045 LIT LA SUBSTITUTION DE CLE FS-KEY-SUB AVANT MISE A JOUR
      *------------------------------------
       6045-READ-F-SUB-ES-UPD-DEB.
      *
           READ F-SUB-ES
             KEY IS FS-KEY-SUB.
           IF NOT (SUB-OK OR SUB-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-SUB-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SUB-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6045-READ-F-SUB-ES-UPD-FIN.
           EXIT.
      *-------------------------------------
      *6050 ECRIT UNE NOUVELLE SUBSTITUTION
      *------------------------------------
       6050-WRITE-F-SUB-ES-DEB.
      *
           WRITE FS-BUFF-F-SUB-ES FROM WS-SUB-ENR.
           IF WS-FS-SUB-ES NOT = '00'
              DISPLAY 'PROBLEME D''ECRITURE DU FICHIER F-SUB-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SUB-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6050-WRITE-F-SUB-ES-FIN.
           EXIT.
      *-------------------------------------
      *6060 REECRIT LA SUBSTITUTION MODIFIEE
      *------------------------------------
       6060-REWRITE-F-SUB-ES-DEB.
      *
           REWRITE FS-BUFF-F-SUB-ES FROM WS-SUB-ENR.
           IF WS-FS-SUB-ES NOT = '00'
              DISPLAY 'PROBLEME DE REECRITURE DU FICHIER F-SUB-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SUB-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6060-REWRITE-F-SUB-ES-FIN.
           EXIT.
      *-------------------------------------
      *6070 SUPPRIME LA SUBSTITUTION DE CLE FS-KEY-SUB
      *------------------------------------
       6070-DELETE-F-SUB-ES-DEB.
      *
           DELETE F-SUB-ES RECORD.
           IF WS-FS-SUB-ES NOT = '00'
              DISPLAY 'PROBLEME DE SUPPRESSION DU FICHIER F-SUB-ES'
              DISPLAY 'VALEUR DU FS= ' WS-FS-SUB-ES
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6070-DELETE-F-SUB-ES-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-SUBM-E
                 F-ART-E
                 F-SUB-ES
                 F-ETAT-SUB-S.
           IF WS-FS-ETAT-SUB-S NOT = '00'
              DISPLAY 'PROBLEME DE FERMETURE FICHIER F-ETAT-SUB-S'
              DISPLAY 'VALEUR DU FS= ' WS-FS-ETAT-SUB-S
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   7XXX-  : ORDRES DE CALCUL ET DE CONTROLE                    *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *7000 INITIALISE LA DATE DU RUN
      *------------------------------------
       7000-INIT-DATE-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           MOVE WS-DATEJ-JJ   TO WS-LSUB-DATE-ED (1:2)
           MOVE WS-DATEJ-MM   TO WS-LSUB-DATE-ED (4:2)
           MOVE WS-DATEJ-AAAA TO WS-LSUB-DATE-ED (7:4).
      *
       7000-INIT-DATE-FIN.
           EXIT.
      *-------------------------------------
      *7100 CONTROLE LA LIGNE : ACTION, RANG, PUIS POUR UNE CREATION
      *     SUBSTITUT DISTINCT, SENS, RAPPORT (ET SON INVERSE POUR
      *     UNE DOUBLE SENS), ENFIN ARTICLES CONNUS
      *------------------------------------
       7100-CONTROLE-LIGNE-DEB.
      *
           EVALUATE TRUE
               WHEN NOT SUBM-CREATION AND NOT SUBM-SUPPRESSION
                  MOVE 'ACTION INCONNUE' TO WS-MOTIF-REJET
               WHEN WS-SUBM-ART-CODE = SPACES
                  MOVE 'ARTICLE NON RENSEIGNE'
                                         TO WS-MOTIF-REJET
               WHEN WS-SUBM-RANG-X NOT NUMERIC
                 OR WS-SUBM-RANG-N = ZERO
                  MOVE 'RANG INCORRECT'  TO WS-MOTIF-REJET
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
           IF  WS-MOTIF-REJET NOT = SPACES OR SUBM-SUPPRESSION
               GO TO 7100-CONTROLE-LIGNE-FIN
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-SUBM-ART-SUBST = SPACES
                  MOVE 'SUBSTITUT NON RENSEIGNE'
                                         TO WS-MOTIF-REJET
               WHEN WS-SUBM-ART-SUBST = WS-SUBM-ART-CODE
                  MOVE 'SUBSTITUT IDENTIQUE A L ARTICLE'
                                         TO WS-MOTIF-REJET
               WHEN NOT SUBM-SENS-CONNU
                  MOVE 'SENS INCONNU'    TO WS-MOTIF-REJET
               WHEN WS-SUBM-RATIO-X = SPACES
                  MOVE ZERO              TO WS-RATIO-SAISI
               WHEN WS-SUBM-RATIO-X NOT NUMERIC
                 OR WS-SUBM-RATIO-N = ZERO
                  MOVE 'RAPPORT DE CONVERSION INCORRECT'
                                         TO WS-MOTIF-REJET
               WHEN OTHER
                  MOVE WS-SUBM-RATIO-N   TO WS-RATIO-SAISI
           END-EVALUATE.
           IF  WS-MOTIF-REJET NOT = SPACES
               GO TO 7100-CONTROLE-LIGNE-FIN
           END-IF.
      *
      *    RAPPORT DU MIROIR : INVERSE DU RAPPORT SAISI (ZERO RESTE
      *    UN POUR UN)
           MOVE ZERO                     TO WS-RATIO-INV.
           IF  SUBM-DOUBLE-SENS AND WS-RATIO-SAISI NOT = ZERO
               COMPUTE WS-RATIO-INV ROUNDED = 1 / WS-RATIO-SAISI
                   ON SIZE ERROR
                      MOVE 'RAPPORT INVERSE HORS LIMITE'
                                         TO WS-MOTIF-REJET
               END-COMPUTE
               IF  WS-RATIO-INV = ZERO
                   MOVE 'RAPPORT INVERSE HORS LIMITE'
                                         TO WS-MOTIF-REJET
               END-IF
           END-IF.
           IF  WS-MOTIF-REJET NOT = SPACES
               GO TO 7100-CONTROLE-LIGNE-FIN
           END-IF.
      *
           MOVE WS-SUBM-ART-CODE         TO FS-KEY-ART.
           PERFORM  6015-READ-F-ART-E-DEB
              THRU  6015-READ-F-ART-E-FIN.
           IF  ART-INEXISTANT
               MOVE 'ARTICLE INCONNU'    TO WS-MOTIF-REJET
               GO TO 7100-CONTROLE-LIGNE-FIN
           END-IF.
      *
           MOVE WS-SUBM-ART-SUBST        TO FS-KEY-ART.
           PERFORM  6015-READ-F-ART-E-DEB
              THRU  6015-READ-F-ART-E-FIN.
           IF  ART-INEXISTANT
               MOVE 'SUBSTITUT INCONNU'  TO WS-MOTIF-REJET
           END-IF.
      *
       7100-CONTROLE-LIGNE-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   8XXX-  : ORDRES DE MANIPULATION DES EDITIONS                *
      *---------------------------------------------------------------*
      *
      *-------------------------------------
      *8000 EDITE L ENTETE DE L ETAT DU CHARGEMENT
      *------------------------------------
       8000-EDITION-ENTETE-DEB.
      *
           WRITE FS-BUFF-F-ETAT-SUB-S FROM WS-LSUB-ENTETE
               AFTER ADVANCING PAGE.
           WRITE FS-BUFF-F-ETAT-SUB-S FROM WS-LSUB-BLANC.
           WRITE FS-BUFF-F-ETAT-SUB-S FROM WS-LSUB-INTITULE.
           WRITE FS-BUFF-F-ETAT-SUB-S FROM WS-LSUB-TIRET.
      *
       8000-EDITION-ENTETE-FIN.
           EXIT.
      *-------------------------------------
      *8010 EDITE LA LIGNE LUE ET SON SORT (MOUVEMENT OU REJET)
      *------------------------------------
       8010-EDITION-LIGNE-DEB.
      *
           MOVE WS-SUBM-ART-CODE         TO WS-LSUB-ART-ED.
           MOVE WS-SUBM-RANG-X           TO WS-LSUB-RANG-ED.
           MOVE WS-SUBM-ART-SUBST        TO WS-LSUB-SUBST-ED.
           MOVE WS-SUBM-SENS             TO WS-LSUB-SENS-ED.
           MOVE WS-SUBM-RATIO-X          TO WS-LSUB-RATIO-ED.
           MOVE WS-SUBM-ACTION           TO WS-LSUB-ACT-ED.
           MOVE SPACES                   TO WS-LSUB-MVT-ED.
           IF  WS-MOTIF-REJET = SPACES
               STRING WS-LIB-MVT DELIMITED BY SPACE
                      WS-LIB-MIR DELIMITED BY SIZE
                      INTO WS-LSUB-MVT-ED
               END-STRING
           ELSE
               STRING '** ' WS-MOTIF-REJET
                      DELIMITED BY SIZE INTO WS-LSUB-MVT-ED
               END-STRING
           END-IF.
           WRITE FS-BUFF-F-ETAT-SUB-S FROM WS-LSUB-DETAIL.
      *
       8010-EDITION-LIGNE-FIN.
           EXIT.
      *-------------------------------------
      *8999 AFFICHE LE COMPTE RENDU D EXECUTION
      *------------------------------------
       8999-STATISTIQUES-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '* COMPTE RENDU D EXECUTION ARIO963              *'.
           DISPLAY '*==============================================*'.
           DISPLAY '* LIGNES DE SUBSTITUTION LUES : ' WS-NB-LIG-LUES.
           DISPLAY '* SUBSTITUTIONS CREEES        : ' WS-NB-SUB-CREES.
           DISPLAY '* SUBSTITUTIONS MODIFIEES     : ' WS-NB-SUB-MODIF.
           DISPLAY '* SUBSTITUTIONS SUPPRIMEES    : ' WS-NB-SUB-SUPPR.
           DISPLAY '* MIROIRS ECRITS              : ' WS-NB-MIR-ECRITS.
           DISPLAY '* MIROIRS SUPPRIMES           : ' WS-NB-MIR-SUPPR.
           DISPLAY '* LIGNES REJETEES             : ' WS-NB-LIG-REJET.
           DISPLAY '*==============================================*'.
      *
       8999-STATISTIQUES-FIN.
           EXIT.
      *---------------------------------------------------------------*
      *   9999-  : PROTECTION FIN DE PROGRAMME                        *
      *---------------------------------------------------------------*
      *
       9999-FIN-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*     FIN NORMALE DU PROGRAMME ARIO963         *'.
           DISPLAY '*==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
           EXIT.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
           DISPLAY '*==============================================*'.
           DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'.
           DISPLAY '*     FIN ANORMALE DU PROGRAMME ARIO963        *'.
           DISPLAY '*==============================================*'.
           MOVE 12 TO RETURN-CODE.
      *
       9999-ERREUR-PROGRAMME-FIN.
           STOP RUN.
