             03 QTY4QTA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  QTY4QTI  PIC X(2).
           02  UOM1QTL    COMP  PIC  S9(4).
           02  UOM1QTF    PICTURE X.
           02  FILLER REDEFINES UOM1QTF.
             03 UOM1QTA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  UOM1QTI  PIC X(3).
           02  UOM2QTL    COMP  PIC  S9(4).
           02  UOM2QTF    PICTURE X.
           02  FILLER REDEFINES UOM2QTF.
             03 UOM2QTA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  UOM2QTI  PIC X(3).
           02  UOM3QTL    COMP  PIC  S9(4).
           02  UOM3QTF    PICTURE X.
           02  FILLER REDEFINES UOM3QTF.
             03 UOM3QTA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  UOM3QTI  PIC X(3).
           02  UOM4QTL    COMP  PIC  S9(4).
           02  UOM4QTF    PICTURE X.
           02  FILLER REDEFINES UOM4QTF.
             03 UOM4QTA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  UOM4QTI  PIC X(3).
           02  MESS1QTL    COMP  PIC  S9(4).
           02  MESS1QTF    PICTURE X.
           02  FILLER REDEFINES MESS1QTF.
           02  QTY4QTV    PICTURE X.
           02  QTY4QTO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  UOM1QTC    PICTURE X.
           02  UOM1QTP    PICTURE X.
           02  UOM1QTH    PICTURE X.
           02  UOM1QTV    PICTURE X.
           02  UOM1QTO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  UOM2QTC    PICTURE X.
           02  UOM2QTP    PICTURE X.
           02  UOM2QTH    PICTURE X.
           02  UOM2QTV    PICTURE X.
           02  UOM2QTO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  UOM3QTC    PICTURE X.
           02  UOM3QTP    PICTURE X.
           02  UOM3QTH    PICTURE X.
           02  UOM3QTV    PICTURE X.
           02  UOM3QTO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  UOM4QTC    PICTURE X.
           02  UOM4QTP    PICTURE X.
           02  UOM4QTH    PICTURE X.
           02  UOM4QTV    PICTURE X.
           02  UOM4QTO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MESS1QTC    PICTURE X.
           02  MESS1QTP    PICTURE X.
           02  MESS1QTH    PICTURE X.
