      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : FARTIC                                    *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DCLGEN DE LA TABLE DB2 DES ARTICLES TARTIC, MIROIR DU FICHIER  *
      *ARTICLE ART0101 (COPY ARTICLE) HORS TABLE DES LOTS EMBARQUEE,  *
      *REMPLACEE PAR LA TABLE TLOTS (DCLGEN FLOTS).                   *
      *CLE UNIQUE : CODARTIC (INDEX UNIQUE XARTIC1).                  *
      *CHARGEE PAR ARID212, SYNCHRONISEE CHAQUE NUIT PAR ARID213 :    *
      *LE FICHIER RESTE LA REFERENCE, LES TRANSACTIONS CICS NE        *
      *METTENT A JOUR QUE LE FICHIER.                                 *
      *DMJARTIC = DATE DU DERNIER CHARGEMENT OU ALIGNEMENT DE LA      *
      *LIGNE PAR LE BATCH.                                            *
      *===============================================================*
      *
           EXEC SQL DECLARE TARTIC TABLE
           ( CODARTIC                       CHAR(5) NOT NULL,
             LIBARTIC                       CHAR(20) NOT NULL,
             CATARTIC                       CHAR(5) NOT NULL,
             FOUARTIC                       CHAR(5) NOT NULL,
             DELARTIC                       SMALLINT NOT NULL,
             QTEARTIC                       INTEGER NOT NULL,
             ALRARTIC                       INTEGER NOT NULL,
             CLSARTIC                       CHAR(1) NOT NULL,
             STAARTIC                       CHAR(1) NOT NULL,
             SERARTIC                       CHAR(1) NOT NULL,
             DMJARTIC                       DATE NOT NULL
           ) END-EXEC.
      *
       01  DCLTARTIC.
           10  CODARTIC   PIC X(5).
           10  LIBARTIC   PIC X(20).
           10  CATARTIC   PIC X(5).
           10  FOUARTIC   PIC X(5).
           10  DELARTIC   PIC S9(4) COMP.
           10  QTEARTIC   PIC S9(9) COMP.
           10  ALRARTIC   PIC S9(9) COMP.
           10  CLSARTIC   PIC X(1).
           10  STAARTIC   PIC X(1).
           10  SERARTIC   PIC X(1).
           10  DMJARTIC   PIC X(10).
