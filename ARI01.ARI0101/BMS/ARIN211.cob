         DFHMDF POS=(14,05),LENGTH=18,ATTRB=(ASKIP),                   *
               INITIAL='DEVISE           :'
MDEVISE  DFHMDF POS=(14,24),LENGTH=03,ATTRB=(ASKIP,BRT)
         DFHMDF POS=(15,05),LENGTH=18,ATTRB=(ASKIP),                   *
               INITIAL='DISPONIBLE       :'
MDISPO   DFHMDF POS=(15,24),LENGTH=13,ATTRB=(ASKIP,BRT),               *
               PICOUT='-ZZZZZZZZ9,99'
         DFHMDF POS=(21,01),LENGTH=09,ATTRB=(ASKIP),                   *
               INITIAL='MESSAGE :'
MMSG     DFHMDF POS=(22,01),LENGTH=79,ATTRB=(ASKIP,BRT)
