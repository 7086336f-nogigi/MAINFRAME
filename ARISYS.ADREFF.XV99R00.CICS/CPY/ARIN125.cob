           02  FILLER REDEFINES MACTF.
             03 MACTA    PICTURE X.
           02  MACTI  PIC X(1).
           02  MSERD OCCURS 5 TIMES.
             03  MSERL    COMP  PIC  S9(4).
             03  MSERF    PICTURE X.
             03  MSERI  PIC X(15).
           02  MMSGL    COMP  PIC  S9(4).
           02  MMSGF    PICTURE X.
           02  FILLER REDEFINES MMSGF.
           02  MQTEO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MACTO  PIC X(1).
           02  DFHMS1 OCCURS 5 TIMES.
             03  FILLER PICTURE X(2).
             03  MSERA    PICTURE X.
             03  MSERO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
