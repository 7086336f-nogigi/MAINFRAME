       01  ARIM233I.
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
           02  MCPTEL    COMP  PIC  S9(4).
           02  MCPTEF    PICTURE X.
           02  FILLER REDEFINES MCPTEF.
             03 MCPTEA    PICTURE X.
           02  MCPTEI  PIC X(10).
           02  MACTL    COMP  PIC  S9(4).
           02  MACTF    PICTURE X.
           02  FILLER REDEFINES MACTF.
             03 MACTA    PICTURE X.
           02  MACTI  PIC X(1).
           02  MFREQL    COMP  PIC  S9(4).
           02  MFREQF    PICTURE X.
           02  FILLER REDEFINES MFREQF.
             03 MFREQA    PICTURE X.
           02  MFREQI  PIC X(1).
           02  MDESTL    COMP  PIC  S9(4).
           02  MDESTF    PICTURE X.
           02  FILLER REDEFINES MDESTF.
             03 MDESTA    PICTURE X.
           02  MDESTI  PIC X(30).
           02  MSTATL    COMP  PIC  S9(4).
           02  MSTATF    PICTURE X.
           02  FILLER REDEFINES MSTATF.
             03 MSTATA    PICTURE X.
           02  MSTATI  PIC X(1).
           02  MDCREAL    COMP  PIC  S9(4).
           02  MDCREAF    PICTURE X.
           02  FILLER REDEFINES MDCREAF.
             03 MDCREAA    PICTURE X.
           02  MDCREAI  PIC X(8).
           02  MDERNL    COMP  PIC  S9(4).
           02  MDERNF    PICTURE X.
           02  FILLER REDEFINES MDERNF.
             03 MDERNA    PICTURE X.
           02  MDERNI  PIC X(8).
           02  MNBENVL    COMP  PIC  S9(4).
           02  MNBENVF    PICTURE X.
           02  FILLER REDEFINES MNBENVF.
             03 MNBENVA    PICTURE X.
           02  MNBENVI  PIC X(5).
           02  MREFUSL    COMP  PIC  S9(4).
           02  MREFUSF    PICTURE X.
           02  FILLER REDEFINES MREFUSF.
             03 MREFUSA    PICTURE X.
           02  MREFUSI  PIC X(8).
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
       01  ARIM233O REDEFINES ARIM233I.
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
           02  MCPTEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MFREQO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MDESTO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  MSTATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MDCREAO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MDERNO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MNBENVO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MREFUSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MSUPO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
