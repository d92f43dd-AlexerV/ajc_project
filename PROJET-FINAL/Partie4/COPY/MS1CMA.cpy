             03 STATCMA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  STATCMI  PIC X(1).
           02  PARNTCML    COMP  PIC  S9(4).
           02  PARNTCMF    PICTURE X.
           02  FILLER REDEFINES PARNTCMF.
             03 PARNTCMA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  PARNTCMI  PIC X(5).
           02  AVANCML    COMP  PIC  S9(4).
           02  AVANCMF    PICTURE X.
           02  FILLER REDEFINES AVANCMF.
             03 AVANCMA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  AVANCMI  PIC X(1).
           02  ASNCML    COMP  PIC  S9(4).
           02  ASNCMF    PICTURE X.
           02  FILLER REDEFINES ASNCMF.
             03 ASNCMA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ASNCMI  PIC X(1).
           02  CONFCML    COMP  PIC  S9(4).
           02  CONFCMF    PICTURE X.
           02  FILLER REDEFINES CONFCMF.
           02  STATCMV    PICTURE X.
           02  STATCMO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  PARNTCMC    PICTURE X.
           02  PARNTCMP    PICTURE X.
           02  PARNTCMH    PICTURE X.
           02  PARNTCMV    PICTURE X.
           02  PARNTCMO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  AVANCMC    PICTURE X.
           02  AVANCMP    PICTURE X.
           02  AVANCMH    PICTURE X.
           02  AVANCMV    PICTURE X.
           02  AVANCMO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ASNCMC    PICTURE X.
           02  ASNCMP    PICTURE X.
           02  ASNCMH    PICTURE X.
           02  ASNCMV    PICTURE X.
           02  ASNCMO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CONFCMC    PICTURE X.
           02  CONFCMP    PICTURE X.
           02  CONFCMH    PICTURE X.
