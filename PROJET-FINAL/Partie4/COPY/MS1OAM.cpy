             03 QTYOAA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  QTYOAI  PIC X(2).
           02  CARDOAL    COMP  PIC  S9(4).
           02  CARDOAF    PICTURE X.
           02  FILLER REDEFINES CARDOAF.
             03 CARDOAA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  CARDOAI  PIC X(16).
           02  EXPOAL    COMP  PIC  S9(4).
           02  EXPOAF    PICTURE X.
           02  FILLER REDEFINES EXPOAF.
             03 EXPOAA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  EXPOAI  PIC X(4).
           02  PRCOAL    COMP  PIC  S9(4).
           02  PRCOAF    PICTURE X.
           02  FILLER REDEFINES PRCOAF.
             03 PRCOAA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  PRCOAI  PIC X(6).
           02  RSNOAL    COMP  PIC  S9(4).
           02  RSNOAF    PICTURE X.
           02  FILLER REDEFINES RSNOAF.
             03 RSNOAA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  RSNOAI  PIC X(3).
           02  MESS1OAL    COMP  PIC  S9(4).
           02  MESS1OAF    PICTURE X.
           02  FILLER REDEFINES MESS1OAF.
           02  QTYOAV    PICTURE X.
           02  QTYOAO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  CARDOAC    PICTURE X.
           02  CARDOAP    PICTURE X.
           02  CARDOAH    PICTURE X.
           02  CARDOAV    PICTURE X.
           02  CARDOAO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  EXPOAC    PICTURE X.
           02  EXPOAP    PICTURE X.
           02  EXPOAH    PICTURE X.
           02  EXPOAV    PICTURE X.
           02  EXPOAO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  PRCOAC    PICTURE X.
           02  PRCOAP    PICTURE X.
           02  PRCOAH    PICTURE X.
           02  PRCOAV    PICTURE X.
           02  PRCOAO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  RSNOAC    PICTURE X.
           02  RSNOAP    PICTURE X.
           02  RSNOAH    PICTURE X.
           02  RSNOAV    PICTURE X.
           02  RSNOAO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MESS1OAC    PICTURE X.
           02  MESS1OAP    PICTURE X.
           02  MESS1OAH    PICTURE X.
