      * 02/09/2026    ! ATTRIBUTION DE LA REFERENCE UNIQUE DE       *
      *               ! MOUVEMENT (WS-MVTS-REF) SUR CHAQUE           *
      *               ! MOUVEMENT GENERE                             *
      * 15/10/2026    ! RATTRAPAGE (ARIO842) : LA DATE EN COURS DE LA *
      *               ! FENETRE ACTIVE (RUN0101) REMPLACE LA DATE DU  *
      *               ! JOUR                                          *
      *===============================================================*
      *
      *************************
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
       COPY ECHEANCE.
       COPY TP4MVTS.
      *FENETRE DE RATTRAPAGE (FICHIER DE CONTROLE RUN0101 : FACULTATIF,
      *ABSENT OU SANS FENETRE ACTIVE = DATE DU JOUR)
       COPY RUNCTL.
       01  WS-FS-RUN-E      PIC X(2).
           88 RUN-OK                             VALUE '00'.
           88 RUN-INEXISTANT                     VALUE '23'.
           88 RUN-ABSENT                         VALUE '35'.
      *FILE STATUS
       01  WS-FS-ECH-ES     PIC X(2).
           88 ECH-OK                             VALUE '00'.
       0000-TRT-PRINCIPAL-DEB.
      *
           ACCEPT WS-DATEJ FROM DATE YYYYMMDD.
           PERFORM  6005-READ-F-RUN-E-DEB
              THRU  6005-READ-F-RUN-E-FIN.
      *
           PERFORM  6000-OPEN-FICHIERS-DEB
              THRU  6000-OPEN-FICHIERS-FIN.
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
      *6010 EXECUTE LA LECTURE SUR F-ECH-ES
      *------------------------------------
       6010-READ-F-ECH-ES-DEB.
