           02  FILLER REDEFINES MSOLDEF.
             03 MSOLDEA    PICTURE X.
           02  MSOLDEI  PIC X(12).
           02  MDISPOL    COMP  PIC  S9(4).
           02  MDISPOF    PICTURE X.
           02  FILLER REDEFINES MDISPOF.
             03 MDISPOA    PICTURE X.
           02  MDISPOI  PIC X(12).
           02  MDCREAL    COMP  PIC  S9(4).
           02  MDCREAF    PICTURE X.
           02  FILLER REDEFINES MDCREAF.
           02  FILLER PICTURE X(3).
           02  MSOLDEO PIC ZZZZZZZ9,99-.
           02  FILLER PICTURE X(3).
           02  MDISPOO PIC ZZZZZZZ9,99-.
           02  FILLER PICTURE X(3).
           02  MDCREAO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MDMAJO  PIC X(10).
