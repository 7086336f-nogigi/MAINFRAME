       01  ARIM234I.
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
           02  MDREGL    COMP  PIC  S9(4).
           02  MDREGF    PICTURE X.
           02  FILLER REDEFINES MDREGF.
             03 MDREGA    PICTURE X.
           02  MDREGI  PIC X(8).
           02  MSENSL    COMP  PIC  S9(4).
           02  MSENSF    PICTURE X.
           02  FILLER REDEFINES MSENSF.
             03 MSENSA    PICTURE X.
           02  MSENSI  PIC X(1).
           02  MTYPEL    COMP  PIC  S9(4).
           02  MTYPEF    PICTURE X.
           02  FILLER REDEFINES MTYPEF.
             03 MTYPEA    PICTURE X.
           02  MTYPEI  PIC X(1).
           02  MREFL    COMP  PIC  S9(4).
           02  MREFF    PICTURE X.
           02  FILLER REDEFINES MREFF.
             03 MREFA    PICTURE X.
           02  MREFI  PIC X(16).
           02  MACTL    COMP  PIC  S9(4).
           02  MACTF    PICTURE X.
           02  FILLER REDEFINES MACTF.
             03 MACTA    PICTURE X.
           02  MACTI  PIC X(1).
           02  MDEVL    COMP  PIC  S9(4).
           02  MDEVF    PICTURE X.
           02  FILLER REDEFINES MDEVF.
             03 MDEVA    PICTURE X.
           02  MDEVI  PIC X(3).
           02  MMTNL    COMP  PIC  S9(4).
           02  MMTNF    PICTURE X.
           02  FILLER REDEFINES MMTNF.
             03 MMTNA    PICTURE X.
           02  MMTNI  PIC X(18).
           02  MMTCL    COMP  PIC  S9(4).
           02  MMTCF    PICTURE X.
           02  FILLER REDEFINES MMTCF.
             03 MMTCA    PICTURE X.
           02  MMTCI  PIC X(18).
           02  MNBNL    COMP  PIC  S9(4).
           02  MNBNF    PICTURE X.
           02  FILLER REDEFINES MNBNF.
             03 MNBNA    PICTURE X.
           02  MNBNI  PIC X(7).
           02  MNBCL    COMP  PIC  S9(4).
           02  MNBCF    PICTURE X.
           02  FILLER REDEFINES MNBCF.
             03 MNBCA    PICTURE X.
           02  MNBCI  PIC X(7).
           02  MSTATL    COMP  PIC  S9(4).
           02  MSTATF    PICTURE X.
           02  FILLER REDEFINES MSTATF.
             03 MSTATA    PICTURE X.
           02  MSTATI  PIC X(1).
           02  MAGEL    COMP  PIC  S9(4).
           02  MAGEF    PICTURE X.
           02  FILLER REDEFINES MAGEF.
             03 MAGEA    PICTURE X.
           02  MAGEI  PIC X(5).
           02  MDFERML    COMP  PIC  S9(4).
           02  MDFERMF    PICTURE X.
           02  FILLER REDEFINES MDFERMF.
             03 MDFERMA    PICTURE X.
           02  MDFERMI  PIC X(8).
           02  MOPIDL    COMP  PIC  S9(4).
           02  MOPIDF    PICTURE X.
           02  FILLER REDEFINES MOPIDF.
             03 MOPIDA    PICTURE X.
           02  MOPIDI  PIC X(3).
           02  MCOMML    COMP  PIC  S9(4).
           02  MCOMMF    PICTURE X.
           02  FILLER REDEFINES MCOMMF.
             03 MCOMMA    PICTURE X.
           02  MCOMMI  PIC X(30).
           02  MMSGL    COMP  PIC  S9(4).
           02  MMSGF    PICTURE X.
           02  FILLER REDEFINES MMSGF.
             03 MMSGA    PICTURE X.
           02  MMSGI  PIC X(79).
       01  ARIM234O REDEFINES ARIM234I.
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
           02  MDREGO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MSENSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MTYPEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MREFO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  MACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MDEVO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MMTNO  PIC X(18).
           02  FILLER PICTURE X(3).
           02  MMTCO  PIC X(18).
           02  FILLER PICTURE X(3).
           02  MNBNO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  MNBCO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  MSTATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MAGEO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MDFERMO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MOPIDO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MCOMMO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  MMSGO  PIC X(79).
