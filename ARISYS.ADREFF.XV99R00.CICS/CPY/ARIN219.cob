           02  FILLER REDEFINES MNOMF.
             03 MNOMA    PICTURE X.
           02  MNOMI  PIC X(20).
           02  MAGENCEL    COMP  PIC  S9(4).
           02  MAGENCEF    PICTURE X.
           02  FILLER REDEFINES MAGENCEF.
             03 MAGENCEA    PICTURE X.
           02  MAGENCEI  PIC X(5).
           02  MSUPL    COMP  PIC  S9(4).
           02  MSUPF    PICTURE X.
           02  FILLER REDEFINES MSUPF.
           02  FILLER PICTURE X(3).
           02  MNOMO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MAGENCEO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MSUPO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
