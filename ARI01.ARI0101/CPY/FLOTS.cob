      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : FLOTS                                     *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DCLGEN DE LA TABLE DB2 DES LOTS TLOTS, MIROIR DU FICHIER       *
      *MAITRE DES LOTS LOT0101 (COPY ARTLOT).                         *
      *CLE UNIQUE : ARTLOTS, NUMLOTS (INDEX UNIQUE XLOTS1) - ARTLOTS  *
      *EST LE CODE ARTICLE, JOINTURE SUR TARTIC.CODARTIC.             *
      *INDEX XLOTS2 SUR DEPLOTS POUR LES ETATS PAR DEPOT.             *
      *UN LOT SANS DATE DE PEREMPTION (ZERO AU FICHIER) PORTE LA      *
      *DATE 31/12/9999 DANS DEXLOTS.                                  *
      *CHARGEE PAR ARID212, SYNCHRONISEE CHAQUE NUIT PAR ARID213.     *
      *===============================================================*
      *
           EXEC SQL DECLARE TLOTS TABLE
           ( ARTLOTS                        CHAR(5) NOT NULL,
             NUMLOTS                        CHAR(6) NOT NULL,
             QTELOTS                        INTEGER NOT NULL,
             PXULOTS                        DECIMAL(7, 2) NOT NULL,
             DEXLOTS                        DATE NOT NULL,
             STALOTS                        CHAR(1) NOT NULL,
             DEPLOTS                        CHAR(3) NOT NULL,
             EMPLOTS                        CHAR(5) NOT NULL,
             CSGLOTS                        CHAR(1) NOT NULL,
             DRGLOTS                        CHAR(5) NOT NULL,
             DMJLOTS                        DATE NOT NULL
           ) END-EXEC.
      *
       01  DCLTLOTS.
           10  ARTLOTS    PIC X(5).
           10  NUMLOTS    PIC X(6).
           10  QTELOTS    PIC S9(9) COMP.
           10  PXULOTS    PIC S9(5)V99 COMP-3.
           10  DEXLOTS    PIC X(10).
           10  STALOTS    PIC X(1).
           10  DEPLOTS    PIC X(3).
           10  EMPLOTS    PIC X(5).
           10  CSGLOTS    PIC X(1).
           10  DRGLOTS    PIC X(5).
           10  DMJLOTS    PIC X(10).
