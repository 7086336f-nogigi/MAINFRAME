           02  FILLER REDEFINES MMOTIFF.
             03 MMOTIFA    PICTURE X.
           02  MMOTIFI  PIC X(3).
           02  MSUPL    COMP  PIC  S9(4).
           02  MSUPF    PICTURE X.
           02  FILLER REDEFINES MSUPF.
             03 MSUPA    PICTURE X.
           02  MSUPI  PIC X(5).
           02  MUNITEL    COMP  PIC  S9(4).
           02  MUNITEF    PICTURE X.
           02  FILLER REDEFINES MUNITEF.
             03 MUNITEA    PICTURE X.
           02  MUNITEI  PIC X(1).
           02  MSERD OCCURS 5 TIMES.
             03  MSERL    COMP  PIC  S9(4).
             03  MSERF    PICTURE X.
             03  MSERI  PIC X(15).
           02  MMSGL    COMP  PIC  S9(4).
           02  MMSGF    PICTURE X.
           02  FILLER REDEFINES MMSGF.
           02  FILLER PICTURE X(3).
           02  MMOTIFO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MSUPO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MUNITEO  PIC X(1).
           02  DFHMS1 OCCURS 5 TIMES.
             03  FILLER PICTURE X(2).
             03  MSERA    PICTURE X.
             03  MSERO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
