      *===============================================================*
      *--                INFORMATIONS GENERALES                     --*
      *---------------------------------------------------------------*
      *  NOM DU MEMBRE    : FAMVTS                                    *
      *  NOM DU REDACTEUR : BAUDELET WILLIAM                          *
      *  SOCIETE          : ESTIAC                                    *
      *---------------------------------------------------------------*
      *--               OBJECTIFS GENERAUX DU MEMBRE                --*
      *---------------------------------------------------------------*
      *DCLGEN DE LA TABLE DB2 DES MOUVEMENTS ARTICLE TAMVTS, MIROIR   *
      *DU FICHIER ARTMVTS (COPY ARTMVTS) : MEME PROFONDEUR D          *
      *HISTORIQUE QUE LE FICHIER, PURGE PAR ARIO998.                  *
      *CLE UNIQUE : ARTAMVTS, DATAMVTS, HEUAMVTS (INDEX UNIQUE        *
      *XAMVTS1), IDENTIQUE A LA CLE DU FICHIER - ARTAMVTS EST LE CODE *
      *ARTICLE, JOINTURE SUR TARTIC.CODARTIC ; LOTAMVTS JOINT TLOTS.  *
      *CHARGEE PAR ARID212, SYNCHRONISEE CHAQUE NUIT PAR ARID213.     *
      *===============================================================*
      *
           EXEC SQL DECLARE TAMVTS TABLE
           ( ARTAMVTS                       CHAR(5) NOT NULL,
             DATAMVTS                       DATE NOT NULL,
             HEUAMVTS                       TIME NOT NULL,
             CODAMVTS                       CHAR(7) NOT NULL,
             QTEAMVTS                       INTEGER NOT NULL,
             SLDAMVTS                       INTEGER NOT NULL,
             TRMAMVTS                       CHAR(4) NOT NULL,
             TSKAMVTS                       INTEGER NOT NULL,
             DEPAMVTS                       CHAR(3) NOT NULL,
             CCTAMVTS                       CHAR(5) NOT NULL,
             LOTAMVTS                       CHAR(6) NOT NULL,
             ORGAMVTS                       CHAR(5) NOT NULL,
             SERAMVTS                       CHAR(15) NOT NULL
           ) END-EXEC.
      *
       01  DCLTAMVTS.
           10  ARTAMVTS   PIC X(5).
           10  DATAMVTS   PIC X(10).
           10  HEUAMVTS   PIC X(8).
           10  CODAMVTS   PIC X(7).
           10  QTEAMVTS   PIC S9(9) COMP.
           10  SLDAMVTS   PIC S9(9) COMP.
           10  TRMAMVTS   PIC X(4).
           10  TSKAMVTS   PIC S9(9) COMP.
           10  DEPAMVTS   PIC X(3).
           10  CCTAMVTS   PIC X(5).
           10  LOTAMVTS   PIC X(6).
           10  ORGAMVTS   PIC X(5).
           10  SERAMVTS   PIC X(15).
