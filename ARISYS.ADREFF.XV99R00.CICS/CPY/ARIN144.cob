       01  ARIM144I.
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
           02  MLIBARTL    COMP  PIC  S9(4).
           02  MLIBARTF    PICTURE X.
           02  FILLER REDEFINES MLIBARTF.
             03 MLIBARTA    PICTURE X.
           02  MLIBARTI  PIC X(20).
           02  MDEPOTL    COMP  PIC  S9(4).
           02  MDEPOTF    PICTURE X.
           02  FILLER REDEFINES MDEPOTF.
             03 MDEPOTA    PICTURE X.
           02  MDEPOTI  PIC X(3).
           02  MLIBDEPL    COMP  PIC  S9(4).
           02  MLIBDEPF    PICTURE X.
           02  FILLER REDEFINES MLIBDEPF.
             03 MLIBDEPA    PICTURE X.
           02  MLIBDEPI  PIC X(20).
           02  MMINL    COMP  PIC  S9(4).
           02  MMINF    PICTURE X.
           02  FILLER REDEFINES MMINF.
             03 MMINA    PICTURE X.
           02  MMINI  PIC X(5).
           02  MMAXL    COMP  PIC  S9(4).
           02  MMAXF    PICTURE X.
           02  FILLER REDEFINES MMAXF.
             03 MMAXA    PICTURE X.
           02  MMAXI  PIC X(5).
           02  MACTL    COMP  PIC  S9(4).
           02  MACTF    PICTURE X.
           02  FILLER REDEFINES MACTF.
             03 MACTA    PICTURE X.
           02  MACTI  PIC X(1).
           02  MMSGL    COMP  PIC  S9(4).
           02  MMSGF    PICTURE X.
           02  FILLER REDEFINES MMSGF.
             03 MMSGA    PICTURE X.
           02  MMSGI  PIC X(79).
       01  ARIM144O REDEFINES ARIM144I.
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
           02  MLIBARTO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MDEPOTO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MLIBDEPO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MMINO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MMAXO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
