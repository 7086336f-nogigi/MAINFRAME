       01  ARIM242I.
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
           02  MAGENCEL    COMP  PIC  S9(4).
           02  MAGENCEF    PICTURE X.
           02  FILLER REDEFINES MAGENCEF.
             03 MAGENCEA    PICTURE X.
           02  MAGENCEI  PIC X(5).
           02  MSTATL    COMP  PIC  S9(4).
           02  MSTATF    PICTURE X.
           02  FILLER REDEFINES MSTATF.
             03 MSTATA    PICTURE X.
           02  MSTATI  PIC X(1).
           02  MFONDSL    COMP  PIC  S9(4).
           02  MFONDSF    PICTURE X.
           02  FILLER REDEFINES MFONDSF.
             03 MFONDSA    PICTURE X.
           02  MFONDSI  PIC X(15).
           02  MENTRL    COMP  PIC  S9(4).
           02  MENTRF    PICTURE X.
           02  FILLER REDEFINES MENTRF.
             03 MENTRA    PICTURE X.
           02  MENTRI  PIC X(15).
           02  MSORTL    COMP  PIC  S9(4).
           02  MSORTF    PICTURE X.
           02  FILLER REDEFINES MSORTF.
             03 MSORTA    PICTURE X.
           02  MSORTI  PIC X(15).
           02  MATTL    COMP  PIC  S9(4).
           02  MATTF    PICTURE X.
           02  FILLER REDEFINES MATTF.
             03 MATTA    PICTURE X.
           02  MATTI  PIC X(15).
           02  MNB01L    COMP  PIC  S9(4).
           02  MNB01F    PICTURE X.
           02  FILLER REDEFINES MNB01F.
             03 MNB01A    PICTURE X.
           02  MNB01I  PIC X(5).
           02  MNB02L    COMP  PIC  S9(4).
           02  MNB02F    PICTURE X.
           02  FILLER REDEFINES MNB02F.
             03 MNB02A    PICTURE X.
           02  MNB02I  PIC X(5).
           02  MNB03L    COMP  PIC  S9(4).
           02  MNB03F    PICTURE X.
           02  FILLER REDEFINES MNB03F.
             03 MNB03A    PICTURE X.
           02  MNB03I  PIC X(5).
           02  MNB04L    COMP  PIC  S9(4).
           02  MNB04F    PICTURE X.
           02  FILLER REDEFINES MNB04F.
             03 MNB04A    PICTURE X.
           02  MNB04I  PIC X(5).
           02  MNB05L    COMP  PIC  S9(4).
           02  MNB05F    PICTURE X.
           02  FILLER REDEFINES MNB05F.
             03 MNB05A    PICTURE X.
           02  MNB05I  PIC X(5).
           02  MNB06L    COMP  PIC  S9(4).
           02  MNB06F    PICTURE X.
           02  FILLER REDEFINES MNB06F.
             03 MNB06A    PICTURE X.
           02  MNB06I  PIC X(5).
           02  MNB07L    COMP  PIC  S9(4).
           02  MNB07F    PICTURE X.
           02  FILLER REDEFINES MNB07F.
             03 MNB07A    PICTURE X.
           02  MNB07I  PIC X(5).
           02  MNB08L    COMP  PIC  S9(4).
           02  MNB08F    PICTURE X.
           02  FILLER REDEFINES MNB08F.
             03 MNB08A    PICTURE X.
           02  MNB08I  PIC X(5).
           02  MNB09L    COMP  PIC  S9(4).
           02  MNB09F    PICTURE X.
           02  FILLER REDEFINES MNB09F.
             03 MNB09A    PICTURE X.
           02  MNB09I  PIC X(5).
           02  MNB10L    COMP  PIC  S9(4).
           02  MNB10F    PICTURE X.
           02  FILLER REDEFINES MNB10F.
             03 MNB10A    PICTURE X.
           02  MNB10I  PIC X(5).
           02  MNB11L    COMP  PIC  S9(4).
           02  MNB11F    PICTURE X.
           02  FILLER REDEFINES MNB11F.
             03 MNB11A    PICTURE X.
           02  MNB11I  PIC X(5).
           02  MNB12L    COMP  PIC  S9(4).
           02  MNB12F    PICTURE X.
           02  FILLER REDEFINES MNB12F.
             03 MNB12A    PICTURE X.
           02  MNB12I  PIC X(5).
           02  MNB13L    COMP  PIC  S9(4).
           02  MNB13F    PICTURE X.
           02  FILLER REDEFINES MNB13F.
             03 MNB13A    PICTURE X.
           02  MNB13I  PIC X(5).
           02  MNB14L    COMP  PIC  S9(4).
           02  MNB14F    PICTURE X.
           02  FILLER REDEFINES MNB14F.
             03 MNB14A    PICTURE X.
           02  MNB14I  PIC X(5).
           02  MNB15L    COMP  PIC  S9(4).
           02  MNB15F    PICTURE X.
           02  FILLER REDEFINES MNB15F.
             03 MNB15A    PICTURE X.
           02  MNB15I  PIC X(5).
           02  MCOMPTL    COMP  PIC  S9(4).
           02  MCOMPTF    PICTURE X.
           02  FILLER REDEFINES MCOMPTF.
             03 MCOMPTA    PICTURE X.
           02  MCOMPTI  PIC X(15).
           02  MECARTL    COMP  PIC  S9(4).
           02  MECARTF    PICTURE X.
           02  FILLER REDEFINES MECARTF.
             03 MECARTA    PICTURE X.
           02  MECARTI  PIC X(15).
           02  MCONFL    COMP  PIC  S9(4).
           02  MCONFF    PICTURE X.
           02  FILLER REDEFINES MCONFF.
             03 MCONFA    PICTURE X.
           02  MCONFI  PIC X(1).
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
       01  ARIM242O REDEFINES ARIM242I.
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
           02  MAGENCEO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MSTATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MFONDSO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  MENTRO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  MSORTO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  MATTO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  MNB01O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MNB02O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MNB03O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MNB04O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MNB05O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MNB06O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MNB07O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MNB08O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MNB09O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MNB10O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MNB11O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MNB12O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MNB13O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MNB14O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MNB15O  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MCOMPTO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  MECARTO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  MCONFO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MSUPO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
