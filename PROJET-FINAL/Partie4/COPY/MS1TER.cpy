       01  MAP1TERI.
           02  FILLER PIC X(12).
           02  DATEJTRL    COMP  PIC  S9(4).
           02  DATEJTRF    PICTURE X.
           02  FILLER REDEFINES DATEJTRF.
             03 DATEJTRA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  DATEJTRI  PIC X(8).
           02  LIBMAPTRL    COMP  PIC  S9(4).
           02  LIBMAPTRF    PICTURE X.
           02  FILLER REDEFINES LIBMAPTRF.
             03 LIBMAPTRA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  LIBMAPTRI  PIC X(24).
           02  HEURETRL    COMP  PIC  S9(4).
           02  HEURETRF    PICTURE X.
           02  FILLER REDEFINES HEURETRF.
             03 HEURETRA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  HEURETRI  PIC X(8).
           02  TIDTRL    COMP  PIC  S9(4).
           02  TIDTRF    PICTURE X.
           02  FILLER REDEFINES TIDTRF.
             03 TIDTRA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  TIDTRI  PIC X(4).
           02  DESCTRL    COMP  PIC  S9(4).
           02  DESCTRF    PICTURE X.
           02  FILLER REDEFINES DESCTRF.
             03 DESCTRA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  DESCTRI  PIC X(30).
           02  STATTRL    COMP  PIC  S9(4).
           02  STATTRF    PICTURE X.
           02  FILLER REDEFINES STATTRF.
             03 STATTRA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  STATTRI  PIC X(2).
           02  ZIPFTRL    COMP  PIC  S9(4).
           02  ZIPFTRF    PICTURE X.
           02  FILLER REDEFINES ZIPFTRF.
             03 ZIPFTRA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ZIPFTRI  PIC X(5).
           02  ZIPTTRL    COMP  PIC  S9(4).
           02  ZIPTTRF    PICTURE X.
           02  FILLER REDEFINES ZIPTTRF.
             03 ZIPTTRA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ZIPTTRI  PIC X(5).
           02  ENOTRL    COMP  PIC  S9(4).
           02  ENOTRF    PICTURE X.
           02  FILLER REDEFINES ENOTRF.
             03 ENOTRA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ENOTRI  PIC X(2).
           02  CONFTRL    COMP  PIC  S9(4).
           02  CONFTRF    PICTURE X.
           02  FILLER REDEFINES CONFTRF.
             03 CONFTRA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  CONFTRI  PIC X(1).
           02  MESS1TRL    COMP  PIC  S9(4).
           02  MESS1TRF    PICTURE X.
           02  FILLER REDEFINES MESS1TRF.
             03 MESS1TRA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  MESS1TRI  PIC X(55).
           02  MESS2TRL    COMP  PIC  S9(4).
           02  MESS2TRF    PICTURE X.
           02  FILLER REDEFINES MESS2TRF.
             03 MESS2TRA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  MESS2TRI  PIC X(56).
       01  MAP1TERO REDEFINES MAP1TERI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DATEJTRC    PICTURE X.
           02  DATEJTRP    PICTURE X.
           02  DATEJTRH    PICTURE X.
           02  DATEJTRV    PICTURE X.
           02  DATEJTRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LIBMAPTRC    PICTURE X.
           02  LIBMAPTRP    PICTURE X.
           02  LIBMAPTRH    PICTURE X.
           02  LIBMAPTRV    PICTURE X.
           02  LIBMAPTRO  PIC X(24).
           02  FILLER PICTURE X(3).
           02  HEURETRC    PICTURE X.
           02  HEURETRP    PICTURE X.
           02  HEURETRH    PICTURE X.
           02  HEURETRV    PICTURE X.
           02  HEURETRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  TIDTRC    PICTURE X.
           02  TIDTRP    PICTURE X.
           02  TIDTRH    PICTURE X.
           02  TIDTRV    PICTURE X.
           02  TIDTRO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DESCTRC    PICTURE X.
           02  DESCTRP    PICTURE X.
           02  DESCTRH    PICTURE X.
           02  DESCTRV    PICTURE X.
           02  DESCTRO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  STATTRC    PICTURE X.
           02  STATTRP    PICTURE X.
           02  STATTRH    PICTURE X.
           02  STATTRV    PICTURE X.
           02  STATTRO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  ZIPFTRC    PICTURE X.
           02  ZIPFTRP    PICTURE X.
           02  ZIPFTRH    PICTURE X.
           02  ZIPFTRV    PICTURE X.
           02  ZIPFTRO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  ZIPTTRC    PICTURE X.
           02  ZIPTTRP    PICTURE X.
           02  ZIPTTRH    PICTURE X.
           02  ZIPTTRV    PICTURE X.
           02  ZIPTTRO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  ENOTRC    PICTURE X.
           02  ENOTRP    PICTURE X.
           02  ENOTRH    PICTURE X.
           02  ENOTRV    PICTURE X.
           02  ENOTRO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  CONFTRC    PICTURE X.
           02  CONFTRP    PICTURE X.
           02  CONFTRH    PICTURE X.
           02  CONFTRV    PICTURE X.
           02  CONFTRO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MESS1TRC    PICTURE X.
           02  MESS1TRP    PICTURE X.
           02  MESS1TRH    PICTURE X.
           02  MESS1TRV    PICTURE X.
           02  MESS1TRO  PIC X(55).
           02  FILLER PICTURE X(3).
           02  MESS2TRC    PICTURE X.
           02  MESS2TRP    PICTURE X.
           02  MESS2TRH    PICTURE X.
           02  MESS2TRV    PICTURE X.
           02  MESS2TRO  PIC X(56).
