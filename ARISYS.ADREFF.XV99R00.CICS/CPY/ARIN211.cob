           02  FILLER REDEFINES MDEVISEF.
             03 MDEVISEA    PICTURE X.
           02  MDEVISEI  PIC X(3).
           02  MDISPOL    COMP  PIC  S9(4).
           02  MDISPOF    PICTURE X.
           02  FILLER REDEFINES MDISPOF.
             03 MDISPOA    PICTURE X.
           02  MDISPOI  PIC X(13).
           02  MMSGL    COMP  PIC  S9(4).
           02  MMSGF    PICTURE X.
           02  FILLER REDEFINES MMSGF.
           02  FILLER PICTURE X(3).
           02  MDEVISEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MDISPOO  PIC -ZZZZZZZZ9,99.
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MIBANO  PIC X(27).
