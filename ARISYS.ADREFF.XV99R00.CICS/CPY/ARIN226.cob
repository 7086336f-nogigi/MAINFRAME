           02  FILLER REDEFINES MMTF.
             03 MMTA    PICTURE X.
           02  MMTI  PIC X(11).
           02  MPIECEL    COMP  PIC  S9(4).
           02  MPIECEF    PICTURE X.
           02  FILLER REDEFINES MPIECEF.
             03 MPIECEA    PICTURE X.
           02  MPIECEI  PIC X(11).
           02  MMSGL    COMP  PIC  S9(4).
           02  MMSGF    PICTURE X.
           02  FILLER REDEFINES MMSGF.
           02  FILLER PICTURE X(3).
           02  MMTO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  MPIECEO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
