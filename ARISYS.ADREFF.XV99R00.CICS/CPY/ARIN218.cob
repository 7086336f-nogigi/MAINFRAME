           02  FILLER REDEFINES MPROJF.
             03 MPROJA    PICTURE X.
           02  MPROJI  PIC X(20).
           02  MRATTL    COMP  PIC  S9(4).
           02  MRATTF    PICTURE X.
           02  FILLER REDEFINES MRATTF.
             03 MRATTA    PICTURE X.
           02  MRATTI  PIC X(78).
           02  MMSGL    COMP  PIC  S9(4).
           02  MMSGF    PICTURE X.
           02  FILLER REDEFINES MMSGF.
           02  FILLER PICTURE X(3).
           02  MPROJO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MRATTO  PIC X(78).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
