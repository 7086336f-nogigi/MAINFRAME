       01  ARIM243I.
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
           02  MPOOLL    COMP  PIC  S9(4).
           02  MPOOLF    PICTURE X.
           02  FILLER REDEFINES MPOOLF.
             03 MPOOLA    PICTURE X.
           02  MPOOLI  PIC X(6).
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
           02  MMAITREL    COMP  PIC  S9(4).
           02  MMAITREF    PICTURE X.
           02  FILLER REDEFINES MMAITREF.
             03 MMAITREA    PICTURE X.
           02  MMAITREI  PIC X(10).
           02  MNOML    COMP  PIC  S9(4).
           02  MNOMF    PICTURE X.
           02  FILLER REDEFINES MNOMF.
             03 MNOMA    PICTURE X.
           02  MNOMI  PIC X(30).
           02  MMODEL    COMP  PIC  S9(4).
           02  MMODEF    PICTURE X.
           02  FILLER REDEFINES MMODEF.
             03 MMODEA    PICTURE X.
           02  MMODEI  PIC X(1).
           02  MSTATL    COMP  PIC  S9(4).
           02  MSTATF    PICTURE X.
           02  FILLER REDEFINES MSTATF.
             03 MSTATA    PICTURE X.
           02  MSTATI  PIC X(1).
           02  MCIBLEL    COMP  PIC  S9(4).
           02  MCIBLEF    PICTURE X.
           02  FILLER REDEFINES MCIBLEF.
             03 MCIBLEA    PICTURE X.
           02  MCIBLEI  PIC X(11).
           02  MSENSL    COMP  PIC  S9(4).
           02  MSENSF    PICTURE X.
           02  FILLER REDEFINES MSENSF.
             03 MSENSA    PICTURE X.
           02  MSENSI  PIC X(1).
           02  MDEVL    COMP  PIC  S9(4).
           02  MDEVF    PICTURE X.
           02  FILLER REDEFINES MDEVF.
             03 MDEVA    PICTURE X.
           02  MDEVI  PIC X(3).
           02  MSUPL    COMP  PIC  S9(4).
           02  MSUPF    PICTURE X.
           02  FILLER REDEFINES MSUPF.
             03 MSUPA    PICTURE X.
           02  MSUPI  PIC X(5).
           02  MSUPML    COMP  PIC  S9(4).
           02  MSUPMF    PICTURE X.
           02  FILLER REDEFINES MSUPMF.
             03 MSUPMA    PICTURE X.
           02  MSUPMI  PIC X(5).
           02  MDMAJL    COMP  PIC  S9(4).
           02  MDMAJF    PICTURE X.
           02  FILLER REDEFINES MDMAJF.
             03 MDMAJA    PICTURE X.
           02  MDMAJI  PIC X(8).
           02  MDNIVL    COMP  PIC  S9(4).
           02  MDNIVF    PICTURE X.
           02  FILLER REDEFINES MDNIVF.
             03 MDNIVA    PICTURE X.
           02  MDNIVI  PIC X(8).
           02  MMSGL    COMP  PIC  S9(4).
           02  MMSGF    PICTURE X.
           02  FILLER REDEFINES MMSGF.
             03 MMSGA    PICTURE X.
           02  MMSGI  PIC X(79).
       01  ARIM243O REDEFINES ARIM243I.
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
           02  MPOOLO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  MCPTEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MMAITREO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MNOMO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  MMODEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MSTATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MCIBLEO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  MSENSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MDEVO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MSUPO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MSUPMO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MDMAJO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MDNIVO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
