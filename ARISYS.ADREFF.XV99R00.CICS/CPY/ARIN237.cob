       01  ARIM237I.
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
           02  MREFL    COMP  PIC  S9(4).
           02  MREFF    PICTURE X.
           02  FILLER REDEFINES MREFF.
             03 MREFA    PICTURE X.
           02  MREFI  PIC X(14).
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
           02  MDMVTL    COMP  PIC  S9(4).
           02  MDMVTF    PICTURE X.
           02  FILLER REDEFINES MDMVTF.
             03 MDMVTA    PICTURE X.
           02  MDMVTI  PIC X(8).
           02  MMTL    COMP  PIC  S9(4).
           02  MMTF    PICTURE X.
           02  FILLER REDEFINES MMTF.
             03 MMTA    PICTURE X.
           02  MMTI  PIC X(14).
           02  MDEVL    COMP  PIC  S9(4).
           02  MDEVF    PICTURE X.
           02  FILLER REDEFINES MDEVF.
             03 MDEVA    PICTURE X.
           02  MDEVI  PIC X(3).
           02  MDACTL    COMP  PIC  S9(4).
           02  MDACTF    PICTURE X.
           02  FILLER REDEFINES MDACTF.
             03 MDACTA    PICTURE X.
           02  MDACTI  PIC X(8).
           02  MDRETL    COMP  PIC  S9(4).
           02  MDRETF    PICTURE X.
           02  FILLER REDEFINES MDRETF.
             03 MDRETA    PICTURE X.
           02  MDRETI  PIC X(8).
           02  MSTATL    COMP  PIC  S9(4).
           02  MSTATF    PICTURE X.
           02  FILLER REDEFINES MSTATF.
             03 MSTATA    PICTURE X.
           02  MSTATI  PIC X(1).
           02  MMOTIFL    COMP  PIC  S9(4).
           02  MMOTIFF    PICTURE X.
           02  FILLER REDEFINES MMOTIFF.
             03 MMOTIFA    PICTURE X.
           02  MMOTIFI  PIC X(20).
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
       01  ARIM237O REDEFINES ARIM237I.
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
           02  MREFO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  MCPTEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MCTRO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MDMVTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MMTO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  MDEVO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MDACTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MDRETO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MSTATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MMOTIFO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MOPIDO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MDDECO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
