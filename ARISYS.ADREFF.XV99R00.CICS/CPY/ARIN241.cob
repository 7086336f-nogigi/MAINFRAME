       01  ARIM241I.
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
           02  MSENSL    COMP  PIC  S9(4).
           02  MSENSF    PICTURE X.
           02  FILLER REDEFINES MSENSF.
             03 MSENSA    PICTURE X.
           02  MSENSI  PIC X(1).
           02  MDESTL    COMP  PIC  S9(4).
           02  MDESTF    PICTURE X.
           02  FILLER REDEFINES MDESTF.
             03 MDESTA    PICTURE X.
           02  MDESTI  PIC X(3).
           02  MMTL    COMP  PIC  S9(4).
           02  MMTF    PICTURE X.
           02  FILLER REDEFINES MMTF.
             03 MMTA    PICTURE X.
           02  MMTI  PIC X(11).
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
           02  MNBSL    COMP  PIC  S9(4).
           02  MNBSF    PICTURE X.
           02  FILLER REDEFINES MNBSF.
             03 MNBSA    PICTURE X.
           02  MNBSI  PIC X(5).
           02  MNBTL    COMP  PIC  S9(4).
           02  MNBTF    PICTURE X.
           02  FILLER REDEFINES MNBTF.
             03 MNBTA    PICTURE X.
           02  MNBTI  PIC X(5).
           02  MMSGL    COMP  PIC  S9(4).
           02  MMSGF    PICTURE X.
           02  FILLER REDEFINES MMSGF.
             03 MMSGA    PICTURE X.
           02  MMSGI  PIC X(79).
       01  ARIM241O REDEFINES ARIM241I.
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
           02  MSENSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MDESTO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MMTO  PIC X(11).
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
           02  MNBSO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MNBTO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
