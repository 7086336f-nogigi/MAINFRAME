      *               ! COMPTE RENDU ELEMENTAIRE EST LU JUSQU A LA   *
      *               ! FIN (CYCLES CONCATENES SOUS LE MEME DDNAME)  *
      *               ! ET LES CHIFFRES SONT SOMMES                  *
      * 15/10/2026    ! RATTRAPAGE (ARIO842) : LA DATE EN COURS DE LA *
      *               ! FENETRE ACTIVE (RUN0101) EST LA DATE DE RUN   *
      *               ! HISTORISEE AU LIEU DE LA DATE DU JOUR         *
      *===============================================================*
      *
      *************************
           SELECT  F-HIS-S             ASSIGN TO CREHIST
                   FILE STATUS         IS WS-FS-HIS-S.
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
      *
      *                  ==============================               *
       FD  F-HIS-S
           RECORDING MODE IS F.
       01  FS-BUFF-F-HIS-S          PIC X(60).
      *FICHIER DE CONTROLE D ENCHAINEMENT (E) - RATTRAPAGE
       FD  F-RUN-E
           RECORD CONTAINS 40 CHARACTERS.
       01  FS-BUFF-F-RUN-E.
           05  FS-KEY-RUN        PIC X(8).
           05  FILLER            PIC X(32).
      *
      *========================
       WORKING-STORAGE SECTION.
       01  WS-FS-HIS-S               PIC X(2).
           88 HIS-OK                       VALUE '00'.
       01  WS-DATE-RUN-HIS           PIC 9(8) VALUE ZERO.
      *FENETRE DE RATTRAPAGE (FICHIER DE CONTROLE RUN0101 : FACULTATIF,
      *ABSENT OU SANS FENETRE ACTIVE = DATE DU JOUR)
       COPY RUNCTL.
       01  WS-FS-RUN-E      PIC X(2).
           88 RUN-OK                             VALUE '00'.
           88 RUN-INEXISTANT                     VALUE '23'.
           88 RUN-ABSENT                         VALUE '35'.
      *CONTROLE D ENCHAINEMENT DE LA CHAINE (SOUS PROGRAMME
      *ARIO841, FICHIER RUN0101)
       01  WS-CTL-PGM       PIC X(8)             VALUE 'ARIO011 '.
      *    INITIALISE LA TABLE DES COMPTES RENDUS ELEMENTAIRES
       1000-INITIALISATION-DEB.
           ACCEPT WS-DATE-RUN-HIS FROM DATE YYYYMMDD.
           PERFORM  6005-READ-F-RUN-E-DEB
              THRU  6005-READ-F-RUN-E-FIN.
           OPEN EXTEND F-HIS-S.
           IF NOT HIS-OK
              DISPLAY 'PROBLEME D''OUVERTURE FICHIER F-HIS-S'
      *   6XXX-  : ORDRES DE MANIPULATION DES FICHIERS                *
      *---------------------------------------------------------------*
      *
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
               MOVE WS-RAT-DATE-COURS   TO WS-DATE-RUN-HIS
               DISPLAY 'RATTRAPAGE EN COURS : DATE DE TRAITEMENT '
                       WS-RAT-DATE-COURS
           END-IF.
           CLOSE F-RUN-E.
      *
       6005-READ-F-RUN-E-FIN.
           EXIT.
      *    RELIT LE COMPTE RENDU ELEMENTAIRE DE ARIO211 S'IL EXISTE
       6010-LECTURE-F-CRE-211-DEB.
           OPEN INPUT F-CRE-211.
