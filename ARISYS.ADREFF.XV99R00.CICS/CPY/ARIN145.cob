       01  ARIM145I.
           02  FILLER PIC X(12).
           02  MDATEL    COMP  PIC  S9(4).
           02  MDATEF    PICTURE X.
           02  FILLER REDEFINES MDATEF.
             03 MDATEA    PICTURE X.
           02  MDATEI  PIC X(10).
           02  MTERML    COMP  PIC  S9(4).
           02  MTERMF    PICTURE X.
           02  FILLER REDEFINES MTERMF.
             03 MTERMA    PICTURE X.
           02  MTERMI  PIC X(4).
           02  MTASKL    COMP  PIC  S9(4).
           02  MTASKF    PICTURE X.
           02  FILLER REDEFINES MTASKF.
             03 MTASKA    PICTURE X.
           02  MTASKI  PIC X(7).
           02  MTRANL    COMP  PIC  S9(4).
           02  MTRANF    PICTURE X.
           02  FILLER REDEFINES MTRANF.
             03 MTRANA    PICTURE X.
           02  MTRANI  PIC X(4).
           02  MCODEL    COMP  PIC  S9(4).
           02  MCODEF    PICTURE X.
           02  FILLER REDEFINES MCODEF.
             03 MCODEA    PICTURE X.
           02  MCODEI  PIC X(5).
           02  MSERIEL    COMP  PIC  S9(4).
           02  MSERIEF    PICTURE X.
           02  FILLER REDEFINES MSERIEF.
             03 MSERIEA    PICTURE X.
           02  MSERIEI  PIC X(15).
           02  MLOTL    COMP  PIC  S9(4).
           02  MLOTF    PICTURE X.
           02  FILLER REDEFINES MLOTF.
             03 MLOTA    PICTURE X.
           02  MLOTI  PIC X(6).
           02  MDEPOTL    COMP  PIC  S9(4).
           02  MDEPOTF    PICTURE X.
           02  FILLER REDEFINES MDEPOTF.
             03 MDEPOTA    PICTURE X.
           02  MDEPOTI  PIC X(3).
           02  MSTATL    COMP  PIC  S9(4).
           02  MSTATF    PICTURE X.
           02  FILLER REDEFINES MSTATF.
             03 MSTATA    PICTURE X.
           02  MSTATI  PIC X(12).
           02  MDESTL    COMP  PIC  S9(4).
           02  MDESTF    PICTURE X.
           02  FILLER REDEFINES MDESTF.
             03 MDESTA    PICTURE X.
           02  MDESTI  PIC X(18).
           02  MDATMVTL    COMP  PIC  S9(4).
           02  MDATMVTF    PICTURE X.
           02  FILLER REDEFINES MDATMVTF.
             03 MDATMVTA    PICTURE X.
           02  MDATMVTI  PIC X(8).
           02  ML1L    COMP  PIC  S9(4).
           02  ML1F    PICTURE X.
           02  FILLER REDEFINES ML1F.
             03 ML1A    PICTURE X.
           02  ML1I  PIC X(60).
           02  ML2L    COMP  PIC  S9(4).
           02  ML2F    PICTURE X.
           02  FILLER REDEFINES ML2F.
             03 ML2A    PICTURE X.
           02  ML2I  PIC X(60).
           02  ML3L    COMP  PIC  S9(4).
           02  ML3F    PICTURE X.
           02  FILLER REDEFINES ML3F.
             03 ML3A    PICTURE X.
           02  ML3I  PIC X(60).
           02  ML4L    COMP  PIC  S9(4).
           02  ML4F    PICTURE X.
           02  FILLER REDEFINES ML4F.
             03 ML4A    PICTURE X.
           02  ML4I  PIC X(60).
           02  ML5L    COMP  PIC  S9(4).
           02  ML5F    PICTURE X.
           02  FILLER REDEFINES ML5F.
             03 ML5A    PICTURE X.
           02  ML5I  PIC X(60).
           02  MCLEDL    COMP  PIC  S9(4).
           02  MCLEDF    PICTURE X.
           02  FILLER REDEFINES MCLEDF.
             03 MCLEDA    PICTURE X.
           02  MCLEDI  PIC X(19).
           02  MMSGL    COMP  PIC  S9(4).
           02  MMSGF    PICTURE X.
           02  FILLER REDEFINES MMSGF.
             03 MMSGA    PICTURE X.
           02  MMSGI  PIC X(79).
       01  ARIM145O REDEFINES ARIM145I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  MDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MTERMO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  MTASKO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  MTRANO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  MCODEO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MSERIEO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  MLOTO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  MDEPOTO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MSTATO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  MDESTO  PIC X(18).
           02  FILLER PICTURE X(3).
           02  MDATMVTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ML1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  ML2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  ML3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  ML4O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  ML5O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MCLEDO  PIC X(19).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
