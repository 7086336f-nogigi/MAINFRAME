       01  ARIM238I.
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
           02  MTYPDOCL    COMP  PIC  S9(4).
           02  MTYPDOCF    PICTURE X.
           02  FILLER REDEFINES MTYPDOCF.
             03 MTYPDOCA    PICTURE X.
           02  MTYPDOCI  PIC X(2).
           02  MNUMDOCL    COMP  PIC  S9(4).
           02  MNUMDOCF    PICTURE X.
           02  FILLER REDEFINES MNUMDOCF.
             03 MNUMDOCA    PICTURE X.
           02  MNUMDOCI  PIC X(20).
           02  MEXPIRL    COMP  PIC  S9(4).
           02  MEXPIRF    PICTURE X.
           02  FILLER REDEFINES MEXPIRF.
             03 MEXPIRA    PICTURE X.
           02  MEXPIRI  PIC X(8).
           02  MRISQUEL    COMP  PIC  S9(4).
           02  MRISQUEF    PICTURE X.
           02  FILLER REDEFINES MRISQUEF.
             03 MRISQUEA    PICTURE X.
           02  MRISQUEI  PIC X(1).
           02  MDREVUEL    COMP  PIC  S9(4).
           02  MDREVUEF    PICTURE X.
           02  FILLER REDEFINES MDREVUEF.
             03 MDREVUEA    PICTURE X.
           02  MDREVUEI  PIC X(8).
           02  MPREVUEL    COMP  PIC  S9(4).
           02  MPREVUEF    PICTURE X.
           02  FILLER REDEFINES MPREVUEF.
             03 MPREVUEA    PICTURE X.
           02  MPREVUEI  PIC X(8).
           02  MOPIDL    COMP  PIC  S9(4).
           02  MOPIDF    PICTURE X.
           02  FILLER REDEFINES MOPIDF.
             03 MOPIDA    PICTURE X.
           02  MOPIDI  PIC X(3).
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
       01  ARIM238O REDEFINES ARIM238I.
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
           02  MCLIO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  MNOMO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MTYPDOCO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  MNUMDOCO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MEXPIRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MRISQUEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MDREVUEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MPREVUEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MOPIDO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MDMAJO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
