         DFHMDF POS=(12,30),LENGTH=08,ATTRB=(ASKIP),                   *
               INITIAL='STATUT :'
MSTATUT  DFHMDF POS=(12,39),LENGTH=01,ATTRB=(BRT)
         DFHMDF POS=(12,41),LENGTH=01,ATTRB=(ASKIP)
         DFHMDF POS=(12,60),LENGTH=12,ATTRB=(ASKIP),                   *
               INITIAL='SERIALISE :'
MSERIE   DFHMDF POS=(12,73),LENGTH=01,ATTRB=(BRT)
         DFHMDF POS=(14,02),LENGTH=78,ATTRB=(ASKIP),                   *
               INITIAL='         LIBELLE LOT         QUANTITE EN STOCK *
                       PRIX UNITAIRE'
