       01  ARIM143I.
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
           02  MACTL    COMP  PIC  S9(4).
           02  MACTF    PICTURE X.
           02  FILLER REDEFINES MACTF.
             03 MACTA    PICTURE X.
           02  MACTI  PIC X(1).
           02  MNUML    COMP  PIC  S9(4).
           02  MNUMF    PICTURE X.
           02  FILLER REDEFINES MNUMF.
             03 MNUMA    PICTURE X.
           02  MNUMI  PIC X(12).
           02  MCCTL    COMP  PIC  S9(4).
           02  MCCTF    PICTURE X.
           02  FILLER REDEFINES MCCTF.
             03 MCCTA    PICTURE X.
           02  MCCTI  PIC X(5).
           02  MLCCL    COMP  PIC  S9(4).
           02  MLCCF    PICTURE X.
           02  FILLER REDEFINES MLCCF.
             03 MLCCA    PICTURE X.
           02  MLCCI  PIC X(20).
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
           02  MQTEL    COMP  PIC  S9(4).
           02  MQTEF    PICTURE X.
           02  FILLER REDEFINES MQTEF.
             03 MQTEA    PICTURE X.
           02  MQTEI  PIC X(6).
           02  MBESL    COMP  PIC  S9(4).
           02  MBESF    PICTURE X.
           02  FILLER REDEFINES MBESF.
             03 MBESA    PICTURE X.
           02  MBESI  PIC X(8).
           02  MJUSL    COMP  PIC  S9(4).
           02  MJUSF    PICTURE X.
           02  FILLER REDEFINES MJUSF.
             03 MJUSA    PICTURE X.
           02  MJUSI  PIC X(40).
           02  MSUPL    COMP  PIC  S9(4).
           02  MSUPF    PICTURE X.
           02  FILLER REDEFINES MSUPF.
             03 MSUPA    PICTURE X.
           02  MSUPI  PIC X(5).
           02  MSTAL    COMP  PIC  S9(4).
           02  MSTAF    PICTURE X.
           02  FILLER REDEFINES MSTAF.
             03 MSTAA    PICTURE X.
           02  MSTAI  PIC X(10).
           02  MVALL    COMP  PIC  S9(4).
           02  MVALF    PICTURE X.
           02  FILLER REDEFINES MVALF.
             03 MVALA    PICTURE X.
           02  MVALI  PIC X(12).
           02  MCDEL    COMP  PIC  S9(4).
           02  MCDEF    PICTURE X.
           02  FILLER REDEFINES MCDEF.
             03 MCDEA    PICTURE X.
           02  MCDEI  PIC X(12).
           02  ML1L    COMP  PIC  S9(4).
           02  ML1F    PICTURE X.
           02  FILLER REDEFINES ML1F.
             03 ML1A    PICTURE X.
           02  ML1I  PIC X(70).
           02  ML2L    COMP  PIC  S9(4).
           02  ML2F    PICTURE X.
           02  FILLER REDEFINES ML2F.
             03 ML2A    PICTURE X.
           02  ML2I  PIC X(70).
           02  ML3L    COMP  PIC  S9(4).
           02  ML3F    PICTURE X.
           02  FILLER REDEFINES ML3F.
             03 ML3A    PICTURE X.
           02  ML3I  PIC X(70).
           02  ML4L    COMP  PIC  S9(4).
           02  ML4F    PICTURE X.
           02  FILLER REDEFINES ML4F.
             03 ML4A    PICTURE X.
           02  ML4I  PIC X(70).
           02  ML5L    COMP  PIC  S9(4).
           02  ML5F    PICTURE X.
           02  FILLER REDEFINES ML5F.
             03 ML5A    PICTURE X.
           02  ML5I  PIC X(70).
           02  MCLEDL    COMP  PIC  S9(4).
           02  MCLEDF    PICTURE X.
           02  FILLER REDEFINES MCLEDF.
             03 MCLEDA    PICTURE X.
           02  MCLEDI  PIC X(11).
           02  MMSGL    COMP  PIC  S9(4).
           02  MMSGF    PICTURE X.
           02  FILLER REDEFINES MMSGF.
             03 MMSGA    PICTURE X.
           02  MMSGI  PIC X(79).
       01  ARIM143O REDEFINES ARIM143I.
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
           02  MACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MNUMO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  MCCTO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MLCCO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MARTO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MLIBO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MQTEO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  MBESO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MJUSO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  MSUPO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MSTAO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MVALO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  MCDEO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  ML1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ML2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ML3O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ML4O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  ML5O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  MCLEDO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
