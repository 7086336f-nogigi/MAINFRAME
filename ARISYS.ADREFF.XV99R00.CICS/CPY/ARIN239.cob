       01  ARIM239I.
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
           02  MSRCL    COMP  PIC  S9(4).
           02  MSRCF    PICTURE X.
           02  FILLER REDEFINES MSRCF.
             03 MSRCA    PICTURE X.
           02  MSRCI  PIC X(1).
           02  MSUJETL    COMP  PIC  S9(4).
           02  MSUJETF    PICTURE X.
           02  FILLER REDEFINES MSUJETF.
             03 MSUJETA    PICTURE X.
           02  MSUJETI  PIC X(20).
           02  MREFL    COMP  PIC  S9(4).
           02  MREFF    PICTURE X.
           02  FILLER REDEFINES MREFF.
             03 MREFA    PICTURE X.
           02  MREFI  PIC X(12).
           02  MNOML    COMP  PIC  S9(4).
           02  MNOMF    PICTURE X.
           02  FILLER REDEFINES MNOMF.
             03 MNOMA    PICTURE X.
           02  MNOMI  PIC X(30).
           02  MSNLNOML    COMP  PIC  S9(4).
           02  MSNLNOMF    PICTURE X.
           02  FILLER REDEFINES MSNLNOMF.
             03 MSNLNOMA    PICTURE X.
           02  MSNLNOMI  PIC X(30).
           02  MLISTEL    COMP  PIC  S9(4).
           02  MLISTEF    PICTURE X.
           02  FILLER REDEFINES MLISTEF.
             03 MLISTEA    PICTURE X.
           02  MLISTEI  PIC X(4).
           02  MPAYSL    COMP  PIC  S9(4).
           02  MPAYSF    PICTURE X.
           02  FILLER REDEFINES MPAYSF.
             03 MPAYSA    PICTURE X.
           02  MPAYSI  PIC X(2).
           02  MCORRL    COMP  PIC  S9(4).
           02  MCORRF    PICTURE X.
           02  FILLER REDEFINES MCORRF.
             03 MCORRA    PICTURE X.
           02  MCORRI  PIC X(1).
           02  MECARTL    COMP  PIC  S9(4).
           02  MECARTF    PICTURE X.
           02  FILLER REDEFINES MECARTF.
             03 MECARTA    PICTURE X.
           02  MECARTI  PIC X(2).
           02  MCPTEL    COMP  PIC  S9(4).
           02  MCPTEF    PICTURE X.
           02  FILLER REDEFINES MCPTEF.
             03 MCPTEA    PICTURE X.
           02  MCPTEI  PIC X(10).
           02  MCLIL    COMP  PIC  S9(4).
           02  MCLIF    PICTURE X.
           02  FILLER REDEFINES MCLIF.
             03 MCLIA    PICTURE X.
           02  MCLII  PIC X(6).
           02  MDDETL    COMP  PIC  S9(4).
           02  MDDETF    PICTURE X.
           02  FILLER REDEFINES MDDETF.
             03 MDDETA    PICTURE X.
           02  MDDETI  PIC X(8).
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
       01  ARIM239O REDEFINES ARIM239I.
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
           02  MSRCO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MSUJETO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MREFO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  MNOMO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  MSNLNOMO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  MLISTEO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  MPAYSO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  MCORRO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MECARTO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  MCPTEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MCLIO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  MDDETO  PIC X(8).
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
