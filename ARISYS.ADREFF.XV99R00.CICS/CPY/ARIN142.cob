       01  ARIM142I.
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
           02  MCODEL    COMP  PIC  S9(4).
           02  MCODEF    PICTURE X.
           02  FILLER REDEFINES MCODEF.
             03 MCODEA    PICTURE X.
           02  MCODEI  PIC X(5).
           02  MDATDEBL    COMP  PIC  S9(4).
           02  MDATDEBF    PICTURE X.
           02  FILLER REDEFINES MDATDEBF.
             03 MDATDEBA    PICTURE X.
           02  MDATDEBI  PIC X(8).
           02  MDATFINL    COMP  PIC  S9(4).
           02  MDATFINF    PICTURE X.
           02  FILLER REDEFINES MDATFINF.
             03 MDATFINA    PICTURE X.
           02  MDATFINI  PIC X(8).
           02  MPVL    COMP  PIC  S9(4).
           02  MPVF    PICTURE X.
           02  FILLER REDEFINES MPVF.
             03 MPVA    PICTURE X.
           02  MPVI  PIC X(7).
           02  MSEU1L    COMP  PIC  S9(4).
           02  MSEU1F    PICTURE X.
           02  FILLER REDEFINES MSEU1F.
             03 MSEU1A    PICTURE X.
           02  MSEU1I  PIC X(6).
           02  MREM1L    COMP  PIC  S9(4).
           02  MREM1F    PICTURE X.
           02  FILLER REDEFINES MREM1F.
             03 MREM1A    PICTURE X.
           02  MREM1I  PIC X(4).
           02  MSEU2L    COMP  PIC  S9(4).
           02  MSEU2F    PICTURE X.
           02  FILLER REDEFINES MSEU2F.
             03 MSEU2A    PICTURE X.
           02  MSEU2I  PIC X(6).
           02  MREM2L    COMP  PIC  S9(4).
           02  MREM2F    PICTURE X.
           02  FILLER REDEFINES MREM2F.
             03 MREM2A    PICTURE X.
           02  MREM2I  PIC X(4).
           02  MSEU3L    COMP  PIC  S9(4).
           02  MSEU3F    PICTURE X.
           02  FILLER REDEFINES MSEU3F.
             03 MSEU3A    PICTURE X.
           02  MSEU3I  PIC X(6).
           02  MREM3L    COMP  PIC  S9(4).
           02  MREM3F    PICTURE X.
           02  FILLER REDEFINES MREM3F.
             03 MREM3A    PICTURE X.
           02  MREM3I  PIC X(4).
           02  MACTL    COMP  PIC  S9(4).
           02  MACTF    PICTURE X.
           02  FILLER REDEFINES MACTF.
             03 MACTA    PICTURE X.
           02  MACTI  PIC X(1).
           02  MMSGL    COMP  PIC  S9(4).
           02  MMSGF    PICTURE X.
           02  FILLER REDEFINES MMSGF.
             03 MMSGA    PICTURE X.
           02  MMSGI  PIC X(79).
       01  ARIM142O REDEFINES ARIM142I.
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
           02  MCLIO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  MNOMO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MCODEO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MDATDEBO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MDATFINO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MPVO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  MSEU1O  PIC X(6).
           02  FILLER PICTURE X(3).
           02  MREM1O  PIC X(4).
           02  FILLER PICTURE X(3).
           02  MSEU2O  PIC X(6).
           02  FILLER PICTURE X(3).
           02  MREM2O  PIC X(4).
           02  FILLER PICTURE X(3).
           02  MSEU3O  PIC X(6).
           02  FILLER PICTURE X(3).
           02  MREM3O  PIC X(4).
           02  FILLER PICTURE X(3).
           02  MACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
