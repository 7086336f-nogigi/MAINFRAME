       01  ARIM236I.
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
           02  MCHOIXL    COMP  PIC  S9(4).
           02  MCHOIXF    PICTURE X.
           02  FILLER REDEFINES MCHOIXF.
             03 MCHOIXA    PICTURE X.
           02  MCHOIXI  PIC X(1).
           02  MCPTEL    COMP  PIC  S9(4).
           02  MCPTEF    PICTURE X.
           02  FILLER REDEFINES MCPTEF.
             03 MCPTEA    PICTURE X.
           02  MCPTEI  PIC X(10).
           02  MCTRL    COMP  PIC  S9(4).
           02  MCTRF    PICTURE X.
           02  FILLER REDEFINES MCTRF.
             03 MCTRA    PICTURE X.
           02  MCTRI  PIC X(10).
           02  MIBANL    COMP  PIC  S9(4).
           02  MIBANF    PICTURE X.
           02  FILLER REDEFINES MIBANF.
             03 MIBANA    PICTURE X.
           02  MIBANI  PIC X(27).
           02  MNOML    COMP  PIC  S9(4).
           02  MNOMF    PICTURE X.
           02  FILLER REDEFINES MNOMF.
             03 MNOMA    PICTURE X.
           02  MNOMI  PIC X(30).
           02  MSTATL    COMP  PIC  S9(4).
           02  MSTATF    PICTURE X.
           02  FILLER REDEFINES MSTATF.
             03 MSTATA    PICTURE X.
           02  MSTATI  PIC X(1).
           02  MDAJOUTL    COMP  PIC  S9(4).
           02  MDAJOUTF    PICTURE X.
           02  FILLER REDEFINES MDAJOUTF.
             03 MDAJOUTA    PICTURE X.
           02  MDAJOUTI  PIC X(8).
           02  MSAISIL    COMP  PIC  S9(4).
           02  MSAISIF    PICTURE X.
           02  FILLER REDEFINES MSAISIF.
             03 MSAISIA    PICTURE X.
           02  MSAISII  PIC X(3).
           02  MDACTIVL    COMP  PIC  S9(4).
           02  MDACTIVF    PICTURE X.
           02  FILLER REDEFINES MDACTIVF.
             03 MDACTIVA    PICTURE X.
           02  MDACTIVI  PIC X(8).
           02  MVALIDL    COMP  PIC  S9(4).
           02  MVALIDF    PICTURE X.
           02  FILLER REDEFINES MVALIDF.
             03 MVALIDA    PICTURE X.
           02  MVALIDI  PIC X(3).
           02  MDEMANL    COMP  PIC  S9(4).
           02  MDEMANF    PICTURE X.
           02  FILLER REDEFINES MDEMANF.
             03 MDEMANA    PICTURE X.
           02  MDEMANI  PIC X(3).
           02  MMSGL    COMP  PIC  S9(4).
           02  MMSGF    PICTURE X.
           02  FILLER REDEFINES MMSGF.
             03 MMSGA    PICTURE X.
           02  MMSGI  PIC X(79).
       01  ARIM236O REDEFINES ARIM236I.
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
           02  MCHOIXO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MCPTEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MCTRO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MIBANO  PIC X(27).
           02  FILLER PICTURE X(3).
           02  MNOMO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  MSTATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MDAJOUTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MSAISIO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MDACTIVO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MVALIDO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MDEMANO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
