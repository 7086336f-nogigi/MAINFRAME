      *ATTENTE, DATEE DE SON JOUR DE SAISIE. LA SAISIE VERSEE PASSE   *
      *AU STATUT T ; LES CONTROLES COMPLETS (PROVISION, TAUX, GEL A   *
      *LA DATE, DECOUVERT) RESTENT FAITS PAR LA CHAINE.               *
      *UNE SAISIE N EST VERSEE QUE SI LE TIROIR DE CAISSE DE SON      *
      *OPERATEUR POUR SON JOUR DE SAISIE (TIR0101, COPY TIROIR) EST   *
      *CLOS (ARIC242) ; SINON ELLE RESTE EN ATTENTE ET EST COMPTEE    *
      *DANS LES SAISIES RETENUES DU COMPTE RENDU.                     *
      *SYSOUT -> COMPTE RENDU D EXECUTION                             *
      *---------------------------------------------------------------*
      *--               HISTORIQUE DES MODIFICATIONS                --*
      * 02/09/2026    ! ATTRIBUTION DE LA REFERENCE UNIQUE DE       *
      *               ! MOUVEMENT (WS-MVTS-REF) SUR CHAQUE           *
      *               ! MOUVEMENT GENERE                             *
      * 15/10/2026    ! SAISIES RETENUES TANT QUE LE TIROIR DE CAISSE *
      *               ! DE L OPERATEUR N EST PAS CLOS (F-TIR-E)       *
      * 15/10/2026    ! RATTRAPAGE (ARIO842) : LA DATE EN COURS DE LA *
      *               ! FENETRE ACTIVE (RUN0101) REMPLACE LA DATE DU  *
      *               ! JOUR ; UNE SAISIE D UN JOUR POSTERIEUR RESTE  *
      *               ! RETENUE POUR SON PROPRE PASSAGE               *
      *===============================================================*
      *
      *************************
                   RECORD KEY          IS FS-KEY-GUI
                   FILE STATUS         IS WS-FS-GUI-ES.
      *                      -------------------------------------------
      *                      F-TIR-E : TIROIRS DE CAISSE (ENTREE)
      *                      -------------------------------------------
           SELECT  F-TIR-E             ASSIGN TO INP001
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-TIR
                   FILE STATUS         IS WS-FS-TIR-E.
      *                      -------------------------------------------
      *                      F-MVTS-S : MOUVEMENTS DU JOUR (EXTENSION)
      *                      -------------------------------------------
           SELECT  F-MVTS-S            ASSIGN TO OUT001
                   FILE STATUS         IS WS-FS-MVTS-S.
      *                      -------------------------------------------
      *                      -------------------------------------------
      *                      F-RUN-E : FICHIER DE CONTROLE D
      *                      ENCHAINEMENT (FACULTATIF - RATTRAPAGE)
      *                      -------------------------------------------
           SELECT  F-RUN-E             ASSIGN TO RUNCTL
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS RANDOM
                   RECORD KEY          IS FS-KEY-RUN
                   FILE STATUS         IS WS-FS-RUN-E.
      *                      -------------------------------------------
      *
      ***************
       DATA DIVISION.
       01  FS-BUFF-F-GUI-ES.
           05  FS-KEY-GUI        PIC X(13).
           05  FILLER            PIC X(47).
      *TIROIRS DE CAISSE
       FD  F-TIR-E
           RECORD CONTAINS 130 CHARACTERS.
       01  FS-BUFF-F-TIR-E.
           05  FS-KEY-TIR        PIC X(11).
           05  FILLER            PIC X(119).
      *MOUVEMENTS DU JOUR
       FD  F-MVTS-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-MVTS-S      PIC X(64).
      *FICHIER DE CONTROLE D ENCHAINEMENT (E) - RATTRAPAGE
       FD  F-RUN-E
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-RUN-E.
           05  FS-KEY-RUN        PIC X(8).
           05  FILLER            PIC X(32).
      *
      *========================
       WORKING-STORAGE SECTION.
      *
       COPY GUICHMVT.
       COPY TP4MVTS.
       COPY TIROIR.
      *FENETRE DE RATTRAPAGE (FICHIER DE CONTROLE RUN0101 : FACULTATIF,
      *ABSENT OU SANS FENETRE ACTIVE = DATE DU JOUR)
       COPY RUNCTL.
       01  WS-FS-RUN-E      PIC X(2).
           88 RUN-OK                             VALUE '00'.
           88 RUN-INEXISTANT                     VALUE '23'.
           88 RUN-ABSENT                         VALUE '35'.
      *FILE STATUS
       01  WS-FS-GUI-ES     PIC X(2).
           88 GUI-OK                             VALUE '00'.
           88 GUI-FIN                            VALUE '10'.
       01  WS-FS-MVTS-S     PIC X(2).
       01  WS-FS-TIR-E      PIC X(2).
           88 TIR-OK                             VALUE '00'.
           88 TIR-INTROUVABLE                    VALUE '23'.
      *DATE DU JOUR
       01  WS-DATEJ         PIC 9(8)             VALUE ZERO.
      *VUE ECLATEE DE LA DATE DE SAISIE POUR LE FORMAT JJMMSSAA
       01  WS-NB-GUI-LUES   PIC S9(5) COMP VALUE ZERO.
       01  WS-NB-VERSEES    PIC S9(5) COMP VALUE ZERO.
       01  WS-NB-HORS-ATT   PIC S9(5) COMP VALUE ZERO.
       01  WS-NB-RETENUES   PIC S9(5) COMP VALUE ZERO.
      *
      *SEQUENCE D ATTRIBUTION DES REFERENCES DE MOUVEMENT
       01  WS-REF-SEQ       PIC 9(5)             VALUE ZERO.
       0000-TRT-PRINCIPAL-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           PERFORM  6005-READ-F-RUN-E-DEB
              THRU  6005-READ-F-RUN-E-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
      *
           ADD  1                       TO WS-NB-GUI-LUES.
      *
           IF  NOT GUI-EN-ATTENTE
               ADD  1                   TO WS-NB-HORS-ATT
               GO TO 1000-SAISIE-SUIVANTE
           END-IF.
      *
      *    SAISIE D UN JOUR POSTERIEUR A LA DATE TRAITEE (RATTRAPAGE)
      *    : RETENUE POUR LE PASSAGE DE SON PROPRE JOUR
           IF  WS-GUI-DATE > WS-DATEJ
               ADD  1                   TO WS-NB-RETENUES
               GO TO 1000-SAISIE-SUIVANTE
           END-IF.
      *
      *    TIROIR DE L OPERATEUR ABSENT OU NON CLOS : SAISIE RETENUE
           PERFORM  6040-READ-F-TIR-E-DEB
              THRU  6040-READ-F-TIR-E-FIN.
           IF  TIR-INTROUVABLE OR NOT TIR-FERME
               ADD  1                   TO WS-NB-RETENUES
               GO TO 1000-SAISIE-SUIVANTE
           END-IF.
      *
           PERFORM  2000-VERSE-SAISIE-DEB
              THRU  2000-VERSE-SAISIE-FIN.
      *
       1000-SAISIE-SUIVANTE.
      *
           PERFORM  6010-READ-F-GUI-ES-DEB
              THRU  6010-READ-F-GUI-ES-FIN.
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
           OPEN INPUT F-TIR-E.
           IF NOT TIR-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-TIR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-TIR-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6000-OPEN-FICHIERS-FIN.
           EXIT.
      *-------------------------------------
      *6005 LIT LA FENETRE DE RATTRAPAGE DE LA CHAINE (ARIO842) :
      *     SI ELLE EST ACTIVE, SA DATE EN COURS REMPLACE LA DATE
      *     DU JOUR
      *------------------------------------
       6005-READ-F-RUN-E-DEB.
      *
           OPEN INPUT F-RUN-E.
           IF  RUN-ABSENT
               GO TO 6005-READ-F-RUN-E-FIN
           END-IF.
           IF NOT RUN-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-RUN-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RUN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           MOVE 'RATTRAP '              TO FS-KEY-RUN.
           READ F-RUN-E INTO WS-RAT-ENR.
           IF NOT (RUN-OK OR RUN-INEXISTANT)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-RUN-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-RUN-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
           IF  RUN-OK AND RAT-ACTIF
               MOVE WS-RAT-DATE-COURS   TO WS-DATEJ
               DISPLAY 'RATTRAPAGE EN COURS : DATE DE TRAITEMENT '
                       WS-RAT-DATE-COURS
           END-IF.
           CLOSE F-RUN-E.
      *
       6005-READ-F-RUN-E-FIN.
           EXIT.
      *-------------------------------------
      *6010 EXECUTE LA LECTURE SUR F-GUI-ES
      *------------------------------------
       6010-READ-F-GUI-ES-DEB.
       6030-REWRITE-F-GUI-ES-FIN.
           EXIT.
      *-------------------------------------
      *6040 LIT LE TIROIR DE L OPERATEUR POUR LE JOUR DE LA SAISIE
      *------------------------------------
       6040-READ-F-TIR-E-DEB.
      *
           MOVE WS-GUI-OPID             TO WS-TIR-OPID.
           MOVE WS-GUI-DATE             TO WS-TIR-DATE.
           MOVE WS-TIR-CLE              TO FS-KEY-TIR.
           READ F-TIR-E INTO WS-TIR-ENR.
           IF NOT (TIR-OK OR TIR-INTROUVABLE)
              DISPLAY 'PROBLEME DE LECTURE DU FICHIER F-TIR-E'
              DISPLAY 'VALEUR DU FS= ' WS-FS-TIR-E
              PERFORM 9999-ERREUR-PROGRAMME-DEB
                 THRU 9999-ERREUR-PROGRAMME-FIN
           END-IF.
      *
       6040-READ-F-TIR-E-FIN.
           EXIT.
      *-------------------------------------
      *6090 FERME L ENSEMBLE DES FICHIERS
      *------------------------------------
       6090-CLOSE-FICHIERS-DEB.
      *
           CLOSE F-GUI-ES F-MVTS-S F-TIR-E.
      *
       6090-CLOSE-FICHIERS-FIN.
           EXIT.
           DISPLAY '* SAISIES LUES              : ' WS-NB-GUI-LUES.
           DISPLAY '* SAISIES VERSEES           : ' WS-NB-VERSEES.
           DISPLAY '* SAISIES DEJA TRAITEES     : ' WS-NB-HORS-ATT.
           DISPLAY '* SAISIES RETENUES (TIROIR) : ' WS-NB-RETENUES.
           DISPLAY '*==============================================*'.
      *
       8999-STATISTIQUES-FIN.
