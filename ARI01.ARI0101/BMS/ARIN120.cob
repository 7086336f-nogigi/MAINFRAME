               INITIAL='SOLDE :'
MSOLDE   DFHMDF POS=(11,18),LENGTH=12,ATTRB=(ASKIP,BRT),               *
               PICOUT='ZZZZZZZ9,99-'
         DFHMDF POS=(12,05),LENGTH=12,ATTRB=(ASKIP),                   *
               INITIAL='DISPONIBLE :'
MDISPO   DFHMDF POS=(12,18),LENGTH=12,ATTRB=(ASKIP,BRT),               *
               PICOUT='ZZZZZZZ9,99-'
         DFHMDF POS=(13,05),LENGTH=15,ATTRB=(ASKIP),                   *
               INITIAL='DATE CREATION :'
MDCREA   DFHMDF POS=(13,21),LENGTH=10,ATTRB=(ASKIP,BRT)
               INITIAL='IBAN :'
MIBAN    DFHMDF POS=(23,12),LENGTH=27,ATTRB=(BRT)
         DFHMDF POS=(23,40),LENGTH=01,ATTRB=(ASKIP)
         DFHMDF POS=(24,08),LENGTH=56,ATTRB=(ASKIP,BRT),               *
               INITIAL='ENTREE=>SOLDE PF5=>MVTS PF6=>COURBE PF7=>PRETS *
               PF3=>MENU'
* FIN DU BMS
         DFHMSD TYPE=FINAL
         END
