       01  ARIM240I.
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
           02  MPIECEL    COMP  PIC  S9(4).
           02  MPIECEF    PICTURE X.
           02  FILLER REDEFINES MPIECEF.
             03 MPIECEA    PICTURE X.
           02  MPIECEI  PIC X(11).
           02  MACTL    COMP  PIC  S9(4).
           02  MACTF    PICTURE X.
           02  FILLER REDEFINES MACTF.
             03 MACTA    PICTURE X.
           02  MACTI  PIC X(1).
           02  MTYPEL    COMP  PIC  S9(4).
           02  MTYPEF    PICTURE X.
           02  FILLER REDEFINES MTYPEF.
             03 MTYPEA    PICTURE X.
           02  MTYPEI  PIC X(1).
           02  MCLIL    COMP  PIC  S9(4).
           02  MCLIF    PICTURE X.
           02  FILLER REDEFINES MCLIF.
             03 MCLIA    PICTURE X.
           02  MCLII  PIC X(6).
           02  MNOML    COMP  PIC  S9(4).
           02  MNOMF    PICTURE X.
           02  FILLER REDEFINES MNOMF.
             03 MNOMA    PICTURE X.
           02  MNOMI  PIC X(20).
           02  MPLAFL    COMP  PIC  S9(4).
           02  MPLAFF    PICTURE X.
           02  FILLER REDEFINES MPLAFF.
             03 MPLAFA    PICTURE X.
           02  MPLAFI  PIC X(11).
           02  MDDEBL    COMP  PIC  S9(4).
           02  MDDEBF    PICTURE X.
           02  FILLER REDEFINES MDDEBF.
             03 MDDEBA    PICTURE X.
           02  MDDEBI  PIC X(8).
           02  MDFINL    COMP  PIC  S9(4).
           02  MDFINF    PICTURE X.
           02  FILLER REDEFINES MDFINF.
             03 MDFINA    PICTURE X.
           02  MDFINI  PIC X(8).
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
           02  MMSGL    COMP  PIC  S9(4).
           02  MMSGF    PICTURE X.
           02  FILLER REDEFINES MMSGF.
             03 MMSGA    PICTURE X.
           02  MMSGI  PIC X(79).
       01  ARIM240O REDEFINES ARIM240I.
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
           02  MPIECEO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  MACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MTYPEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MCLIO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  MNOMO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MPLAFO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  MDDEBO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MDFINO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MSUPO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MSUPMO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MDMAJO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
