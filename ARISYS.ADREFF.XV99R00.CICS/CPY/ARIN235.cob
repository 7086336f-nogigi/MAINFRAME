       01  ARIM235I.
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
           02  MPOSL    COMP  PIC  S9(4).
           02  MPOSF    PICTURE X.
           02  FILLER REDEFINES MPOSF.
             03 MPOSA    PICTURE X.
           02  MPOSI  PIC X(13).
           02  ML1L    COMP  PIC  S9(4).
           02  ML1F    PICTURE X.
           02  FILLER REDEFINES ML1F.
             03 ML1A    PICTURE X.
           02  ML1I  PIC X(75).
           02  ML2L    COMP  PIC  S9(4).
           02  ML2F    PICTURE X.
           02  FILLER REDEFINES ML2F.
             03 ML2A    PICTURE X.
           02  ML2I  PIC X(75).
           02  ML3L    COMP  PIC  S9(4).
           02  ML3F    PICTURE X.
           02  FILLER REDEFINES ML3F.
             03 ML3A    PICTURE X.
           02  ML3I  PIC X(75).
           02  ML4L    COMP  PIC  S9(4).
           02  ML4F    PICTURE X.
           02  FILLER REDEFINES ML4F.
             03 ML4A    PICTURE X.
           02  ML4I  PIC X(75).
           02  ML5L    COMP  PIC  S9(4).
           02  ML5F    PICTURE X.
           02  FILLER REDEFINES ML5F.
             03 ML5A    PICTURE X.
           02  ML5I  PIC X(75).
           02  MSELL    COMP  PIC  S9(4).
           02  MSELF    PICTURE X.
           02  FILLER REDEFINES MSELF.
             03 MSELA    PICTURE X.
           02  MSELI  PIC X(1).
           02  MDSUSL    COMP  PIC  S9(4).
           02  MDSUSF    PICTURE X.
           02  FILLER REDEFINES MDSUSF.
             03 MDSUSA    PICTURE X.
           02  MDSUSI  PIC X(8).
           02  MSEQL    COMP  PIC  S9(4).
           02  MSEQF    PICTURE X.
           02  FILLER REDEFINES MSEQF.
             03 MSEQA    PICTURE X.
           02  MSEQI  PIC X(5).
           02  MIBANL    COMP  PIC  S9(4).
           02  MIBANF    PICTURE X.
           02  FILLER REDEFINES MIBANF.
             03 MIBANA    PICTURE X.
           02  MIBANI  PIC X(27).
           02  MMTL    COMP  PIC  S9(4).
           02  MMTF    PICTURE X.
           02  FILLER REDEFINES MMTF.
             03 MMTA    PICTURE X.
           02  MMTI  PIC X(13).
           02  MDEVL    COMP  PIC  S9(4).
           02  MDEVF    PICTURE X.
           02  FILLER REDEFINES MDEVF.
             03 MDEVA    PICTURE X.
           02  MDEVI  PIC X(3).
           02  MREFL    COMP  PIC  S9(4).
           02  MREFF    PICTURE X.
           02  FILLER REDEFINES MREFF.
             03 MREFA    PICTURE X.
           02  MREFI  PIC X(16).
           02  MSTATL    COMP  PIC  S9(4).
           02  MSTATF    PICTURE X.
           02  FILLER REDEFINES MSTATF.
             03 MSTATA    PICTURE X.
           02  MSTATI  PIC X(1).
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
           02  MOPIDL    COMP  PIC  S9(4).
           02  MOPIDF    PICTURE X.
           02  FILLER REDEFINES MOPIDF.
             03 MOPIDA    PICTURE X.
           02  MOPIDI  PIC X(3).
           02  MDDECL    COMP  PIC  S9(4).
           02  MDDECF    PICTURE X.
           02  FILLER REDEFINES MDDECF.
             03 MDDECA    PICTURE X.
           02  MDDECI  PIC X(8).
           02  MMSGL    COMP  PIC  S9(4).
           02  MMSGF    PICTURE X.
           02  FILLER REDEFINES MMSGF.
             03 MMSGA    PICTURE X.
           02  MMSGI  PIC X(79).
       01  ARIM235O REDEFINES ARIM235I.
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
           02  MPOSO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  ML1O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  ML2O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  ML3O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  ML4O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  ML5O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  MSELO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MDSUSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MSEQO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MIBANO  PIC X(27).
           02  FILLER PICTURE X(3).
           02  MMTO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  MDEVO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MREFO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  MSTATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MCPTEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MOPIDO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MDDECO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
