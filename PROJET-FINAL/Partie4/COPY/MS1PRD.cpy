             03 STOCKPDA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  STOCKPDI  PIC X(5).
           02  ALLOCPDL    COMP  PIC  S9(4).
           02  ALLOCPDF    PICTURE X.
           02  FILLER REDEFINES ALLOCPDF.
             03 ALLOCPDA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ALLOCPDI  PIC X(5).
           02  ATPPDL    COMP  PIC  S9(4).
           02  ATPPDF    PICTURE X.
           02  FILLER REDEFINES ATPPDF.
             03 ATPPDA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ATPPDI  PIC X(5).
           02  NPRCPDL    COMP  PIC  S9(4).
           02  NPRCPDF    PICTURE X.
           02  FILLER REDEFINES NPRCPDF.
             03 NPRCPDA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  NPRCPDI  PIC X(9).
           02  NPDATPDL    COMP  PIC  S9(4).
           02  NPDATPDF    PICTURE X.
           02  FILLER REDEFINES NPDATPDF.
             03 NPDATPDA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  NPDATPDI  PIC X(10).
           02  MESS1PDL    COMP  PIC  S9(4).
           02  MESS1PDF    PICTURE X.
           02  FILLER REDEFINES MESS1PDF.
           02  STOCKPDV    PICTURE X.
           02  STOCKPDO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  ALLOCPDC    PICTURE X.
           02  ALLOCPDP    PICTURE X.
           02  ALLOCPDH    PICTURE X.
           02  ALLOCPDV    PICTURE X.
           02  ALLOCPDO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  ATPPDC    PICTURE X.
           02  ATPPDP    PICTURE X.
           02  ATPPDH    PICTURE X.
           02  ATPPDV    PICTURE X.
           02  ATPPDO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NPRCPDC    PICTURE X.
           02  NPRCPDP    PICTURE X.
           02  NPRCPDH    PICTURE X.
           02  NPRCPDV    PICTURE X.
           02  NPRCPDO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  NPDATPDC    PICTURE X.
           02  NPDATPDP    PICTURE X.
           02  NPDATPDH    PICTURE X.
           02  NPDATPDV    PICTURE X.
           02  NPDATPDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MESS1PDC    PICTURE X.
           02  MESS1PDP    PICTURE X.
           02  MESS1PDH    PICTURE X.
