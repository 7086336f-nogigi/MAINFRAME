       01  ARIM244I.
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
           02  MCLIL    COMP  PIC  S9(4).
           02  MCLIF    PICTURE X.
           02  FILLER REDEFINES MCLIF.
             03 MCLIA    PICTURE X.
           02  MCLII  PIC X(6).
           02  MNOML    COMP  PIC  S9(4).
           02  MNOMF    PICTURE X.
           02  FILLER REDEFINES MNOMF.
             03 MNOMA    PICTURE X.
           02  MNOMI  PIC X(20).
           02  MSTATL    COMP  PIC  S9(4).
           02  MSTATF    PICTURE X.
           02  FILLER REDEFINES MSTATF.
             03 MSTATA    PICTURE X.
           02  MSTATI  PIC X(79).
           02  ML1L    COMP  PIC  S9(4).
           02  ML1F    PICTURE X.
           02  FILLER REDEFINES ML1F.
             03 ML1A    PICTURE X.
           02  ML1I  PIC X(76).
           02  ML2L    COMP  PIC  S9(4).
           02  ML2F    PICTURE X.
           02  FILLER REDEFINES ML2F.
             03 ML2A    PICTURE X.
           02  ML2I  PIC X(76).
           02  ML3L    COMP  PIC  S9(4).
           02  ML3F    PICTURE X.
           02  FILLER REDEFINES ML3F.
             03 ML3A    PICTURE X.
           02  ML3I  PIC X(76).
           02  ML4L    COMP  PIC  S9(4).
           02  ML4F    PICTURE X.
           02  FILLER REDEFINES ML4F.
             03 ML4A    PICTURE X.
           02  ML4I  PIC X(76).
           02  ML5L    COMP  PIC  S9(4).
           02  ML5F    PICTURE X.
           02  FILLER REDEFINES ML5F.
             03 ML5A    PICTURE X.
           02  ML5I  PIC X(76).
           02  ML6L    COMP  PIC  S9(4).
           02  ML6F    PICTURE X.
           02  FILLER REDEFINES ML6F.
             03 ML6A    PICTURE X.
           02  ML6I  PIC X(76).
           02  ML7L    COMP  PIC  S9(4).
           02  ML7F    PICTURE X.
           02  FILLER REDEFINES ML7F.
             03 ML7A    PICTURE X.
           02  ML7I  PIC X(76).
           02  ML8L    COMP  PIC  S9(4).
           02  ML8F    PICTURE X.
           02  FILLER REDEFINES ML8F.
             03 ML8A    PICTURE X.
           02  ML8I  PIC X(76).
           02  ML9L    COMP  PIC  S9(4).
           02  ML9F    PICTURE X.
           02  FILLER REDEFINES ML9F.
             03 ML9A    PICTURE X.
           02  ML9I  PIC X(76).
           02  ML10L    COMP  PIC  S9(4).
           02  ML10F    PICTURE X.
           02  FILLER REDEFINES ML10F.
             03 ML10A    PICTURE X.
           02  ML10I  PIC X(76).
           02  MMSGL    COMP  PIC  S9(4).
           02  MMSGF    PICTURE X.
           02  FILLER REDEFINES MMSGF.
             03 MMSGA    PICTURE X.
           02  MMSGI  PIC X(79).
       01  ARIM244O REDEFINES ARIM244I.
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
           02  MCLIO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  MNOMO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MSTATO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  ML1O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  ML2O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  ML3O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  ML4O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  ML5O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  ML6O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  ML7O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  ML8O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  ML9O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  ML10O  PIC X(76).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
