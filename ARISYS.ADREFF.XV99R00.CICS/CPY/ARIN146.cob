       01  ARIM146I.
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
           02  MARTL    COMP  PIC  S9(4).
           02  MARTF    PICTURE X.
           02  FILLER REDEFINES MARTF.
             03 MARTA    PICTURE X.
           02  MARTI  PIC X(5).
           02  MLIBL    COMP  PIC  S9(4).
           02  MLIBF    PICTURE X.
           02  FILLER REDEFINES MLIBF.
             03 MLIBA    PICTURE X.
           02  MLIBI  PIC X(20).
           02  MLOTL    COMP  PIC  S9(4).
           02  MLOTF    PICTURE X.
           02  FILLER REDEFINES MLOTF.
             03 MLOTA    PICTURE X.
           02  MLOTI  PIC X(6).
           02  MFENL    COMP  PIC  S9(4).
           02  MFENF    PICTURE X.
           02  FILLER REDEFINES MFENF.
             03 MFENA    PICTURE X.
           02  MFENI  PIC X(1).
           02  MDATEXPL    COMP  PIC  S9(4).
           02  MDATEXPF    PICTURE X.
           02  FILLER REDEFINES MDATEXPF.
             03 MDATEXPA    PICTURE X.
           02  MDATEXPI  PIC X(10).
           02  MJOURSL    COMP  PIC  S9(4).
           02  MJOURSF    PICTURE X.
           02  FILLER REDEFINES MJOURSF.
             03 MJOURSA    PICTURE X.
           02  MJOURSI  PIC X(3).
           02  MQTEL    COMP  PIC  S9(4).
           02  MQTEF    PICTURE X.
           02  FILLER REDEFINES MQTEF.
             03 MQTEA    PICTURE X.
           02  MQTEI  PIC X(5).
           02  MPXUL    COMP  PIC  S9(4).
           02  MPXUF    PICTURE X.
           02  FILLER REDEFINES MPXUF.
             03 MPXUA    PICTURE X.
           02  MPXUI  PIC X(10).
           02  MPVBASEL    COMP  PIC  S9(4).
           02  MPVBASEF    PICTURE X.
           02  FILLER REDEFINES MPVBASEF.
             03 MPVBASEA    PICTURE X.
           02  MPVBASEI  PIC X(10).
           02  MTAUXL    COMP  PIC  S9(4).
           02  MTAUXF    PICTURE X.
           02  FILLER REDEFINES MTAUXF.
             03 MTAUXA    PICTURE X.
           02  MTAUXI  PIC X(2).
           02  MPVPROPL    COMP  PIC  S9(4).
           02  MPVPROPF    PICTURE X.
           02  FILLER REDEFINES MPVPROPF.
             03 MPVPROPA    PICTURE X.
           02  MPVPROPI  PIC X(10).
           02  MPLANCHL    COMP  PIC  S9(4).
           02  MPLANCHF    PICTURE X.
           02  FILLER REDEFINES MPLANCHF.
             03 MPLANCHA    PICTURE X.
           02  MPLANCHI  PIC X(1).
           02  MSUPL    COMP  PIC  S9(4).
           02  MSUPF    PICTURE X.
           02  FILLER REDEFINES MSUPF.
             03 MSUPA    PICTURE X.
           02  MSUPI  PIC X(5).
           02  MDECISL    COMP  PIC  S9(4).
           02  MDECISF    PICTURE X.
           02  FILLER REDEFINES MDECISF.
             03 MDECISA    PICTURE X.
           02  MDECISI  PIC X(1).
           02  MMSGL    COMP  PIC  S9(4).
           02  MMSGF    PICTURE X.
           02  FILLER REDEFINES MMSGF.
             03 MMSGA    PICTURE X.
           02  MMSGI  PIC X(79).
       01  ARIM146O REDEFINES ARIM146I.
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
           02  MARTO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MLIBO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MLOTO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  MFENO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MDATEXPO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MJOURSO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MQTEO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MPXUO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MPVBASEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MTAUXO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  MPVPROPO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MPLANCHO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MSUPO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MDECISO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
