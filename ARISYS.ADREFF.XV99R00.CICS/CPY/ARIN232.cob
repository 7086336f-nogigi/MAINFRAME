       01  ARIM232I.
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
           02  MCARTEL    COMP  PIC  S9(4).
           02  MCARTEF    PICTURE X.
           02  FILLER REDEFINES MCARTEF.
             03 MCARTEA    PICTURE X.
           02  MCARTEI  PIC X(16).
           02  MACTL    COMP  PIC  S9(4).
           02  MACTF    PICTURE X.
           02  FILLER REDEFINES MACTF.
             03 MACTA    PICTURE X.
           02  MACTI  PIC X(1).
           02  MCPTEL    COMP  PIC  S9(4).
           02  MCPTEF    PICTURE X.
           02  FILLER REDEFINES MCPTEF.
             03 MCPTEA    PICTURE X.
           02  MCPTEI  PIC X(10).
           02  MEXPL    COMP  PIC  S9(4).
           02  MEXPF    PICTURE X.
           02  FILLER REDEFINES MEXPF.
             03 MEXPA    PICTURE X.
           02  MEXPI  PIC X(6).
           02  MPLJL    COMP  PIC  S9(4).
           02  MPLJF    PICTURE X.
           02  FILLER REDEFINES MPLJF.
             03 MPLJA    PICTURE X.
           02  MPLJI  PIC X(7).
           02  MPLML    COMP  PIC  S9(4).
           02  MPLMF    PICTURE X.
           02  FILLER REDEFINES MPLMF.
             03 MPLMA    PICTURE X.
           02  MPLMI  PIC X(7).
           02  MMOTIFL    COMP  PIC  S9(4).
           02  MMOTIFF    PICTURE X.
           02  FILLER REDEFINES MMOTIFF.
             03 MMOTIFA    PICTURE X.
           02  MMOTIFI  PIC X(1).
           02  MLIBSTL    COMP  PIC  S9(4).
           02  MLIBSTF    PICTURE X.
           02  FILLER REDEFINES MLIBSTF.
             03 MLIBSTA    PICTURE X.
           02  MLIBSTI  PIC X(10).
           02  MDEMISL    COMP  PIC  S9(4).
           02  MDEMISF    PICTURE X.
           02  FILLER REDEFINES MDEMISF.
             03 MDEMISA    PICTURE X.
           02  MDEMISI  PIC X(8).
           02  MCUMJL    COMP  PIC  S9(4).
           02  MCUMJF    PICTURE X.
           02  FILLER REDEFINES MCUMJF.
             03 MCUMJA    PICTURE X.
           02  MCUMJI  PIC X(10).
           02  MCUMML    COMP  PIC  S9(4).
           02  MCUMMF    PICTURE X.
           02  FILLER REDEFINES MCUMMF.
             03 MCUMMA    PICTURE X.
           02  MCUMMI  PIC X(10).
           02  MSUPL    COMP  PIC  S9(4).
           02  MSUPF    PICTURE X.
           02  FILLER REDEFINES MSUPF.
             03 MSUPA    PICTURE X.
           02  MSUPI  PIC X(5).
           02  MMSGL    COMP  PIC  S9(4).
           02  MMSGF    PICTURE X.
           02  FILLER REDEFINES MMSGF.
             03 MMSGA    PICTURE X.
           02  MMSGI  PIC X(79).
       01  ARIM232O REDEFINES ARIM232I.
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
           02  MCARTEO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  MACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MCPTEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MEXPO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  MPLJO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  MPLMO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  MMOTIFO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MLIBSTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MDEMISO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MCUMJO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MCUMMO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MSUPO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
