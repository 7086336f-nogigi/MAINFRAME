       01  ARIM229I.
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
           02  MLIML    COMP  PIC  S9(4).
           02  MLIMF    PICTURE X.
           02  FILLER REDEFINES MLIMF.
             03 MLIMA    PICTURE X.
           02  MLIMI  PIC X(11).
           02  MJRSL    COMP  PIC  S9(4).
           02  MJRSF    PICTURE X.
           02  FILLER REDEFINES MJRSF.
             03 MJRSA    PICTURE X.
           02  MJRSI  PIC X(3).
           02  MDLUL    COMP  PIC  S9(4).
           02  MDLUF    PICTURE X.
           02  FILLER REDEFINES MDLUF.
             03 MDLUA    PICTURE X.
           02  MDLUI  PIC X(4).
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
       01  ARIM229O REDEFINES ARIM229I.
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
           02  MLIMO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  MJRSO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MDLUO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  MACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
