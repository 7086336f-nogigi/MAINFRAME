           02  FILLER REDEFINES MSTATUTF.
             03 MSTATUTA    PICTURE X.
           02  MSTATUTI  PIC X(1).
           02  MSERIEL    COMP  PIC  S9(4).
           02  MSERIEF    PICTURE X.
           02  FILLER REDEFINES MSERIEF.
             03 MSERIEA    PICTURE X.
           02  MSERIEI  PIC X(1).
           02  MLOTD OCCURS 5 TIMES.
             03  MLOTL    COMP  PIC  S9(4).
             03  MLOTF    PICTURE X.
           02  MQTALEO PIC ZZZZ9 blank when zero.
           02  FILLER PICTURE X(3).
           02  MSTATUTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MSERIEO  PIC X(1).
           02  DFHMS1 OCCURS 5 TIMES.
             03  FILLER PICTURE X(2).
             03  MLOTA    PICTURE X.
