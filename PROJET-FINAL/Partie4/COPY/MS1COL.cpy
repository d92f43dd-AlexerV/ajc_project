       01  MAP1COLI.
           02  FILLER PIC X(12).
           02  DATEJCOL    COMP  PIC  S9(4).
           02  DATEJCOF    PICTURE X.
           02  FILLER REDEFINES DATEJCOF.
             03 DATEJCOA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  DATEJCOI  PIC X(8).
           02  LIBMAPCOL    COMP  PIC  S9(4).
           02  LIBMAPCOF    PICTURE X.
           02  FILLER REDEFINES LIBMAPCOF.
             03 LIBMAPCOA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  LIBMAPCOI  PIC X(24).
           02  HEURECOL    COMP  PIC  S9(4).
           02  HEURECOF    PICTURE X.
           02  FILLER REDEFINES HEURECOF.
             03 HEURECOA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  HEURECOI  PIC X(8).
           02  QUEUCOL    COMP  PIC  S9(4).
           02  QUEUCOF    PICTURE X.
           02  FILLER REDEFINES QUEUCOF.
             03 QUEUCOA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  QUEUCOI  PIC X(5).
           02  L1COL    COMP  PIC  S9(4).
           02  L1COF    PICTURE X.
           02  FILLER REDEFINES L1COF.
             03 L1COA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  L1COI  PIC X(60).
           02  L2COL    COMP  PIC  S9(4).
           02  L2COF    PICTURE X.
           02  FILLER REDEFINES L2COF.
             03 L2COA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  L2COI  PIC X(60).
           02  L3COL    COMP  PIC  S9(4).
           02  L3COF    PICTURE X.
           02  FILLER REDEFINES L3COF.
             03 L3COA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  L3COI  PIC X(60).
           02  L4COL    COMP  PIC  S9(4).
           02  L4COF    PICTURE X.
           02  FILLER REDEFINES L4COF.
             03 L4COA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  L4COI  PIC X(60).
           02  L5COL    COMP  PIC  S9(4).
           02  L5COF    PICTURE X.
           02  FILLER REDEFINES L5COF.
             03 L5COA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  L5COI  PIC X(60).
           02  L6COL    COMP  PIC  S9(4).
           02  L6COF    PICTURE X.
           02  FILLER REDEFINES L6COF.
             03 L6COA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  L6COI  PIC X(60).
           02  CNOCOL    COMP  PIC  S9(4).
           02  CNOCOF    PICTURE X.
           02  FILLER REDEFINES CNOCOF.
             03 CNOCOA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  CNOCOI  PIC X(5).
           02  HDRCOL    COMP  PIC  S9(4).
           02  HDRCOF    PICTURE X.
           02  FILLER REDEFINES HDRCOF.
             03 HDRCOA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  HDRCOI  PIC X(60).
           02  NOTECOL    COMP  PIC  S9(4).
           02  NOTECOF    PICTURE X.
           02  FILLER REDEFINES NOTECOF.
             03 NOTECOA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  NOTECOI  PIC X(60).
           02  PAMTCOL    COMP  PIC  S9(4).
           02  PAMTCOF    PICTURE X.
           02  FILLER REDEFINES PAMTCOF.
             03 PAMTCOA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  PAMTCOI  PIC X(10).
           02  PDATCOL    COMP  PIC  S9(4).
           02  PDATCOF    PICTURE X.
           02  FILLER REDEFINES PDATCOF.
             03 PDATCOA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  PDATCOI  PIC X(10).
           02  FUPCOL    COMP  PIC  S9(4).
           02  FUPCOF    PICTURE X.
           02  FILLER REDEFINES FUPCOF.
             03 FUPCOA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  FUPCOI  PIC X(10).
           02  COLLCOL    COMP  PIC  S9(4).
           02  COLLCOF    PICTURE X.
           02  FILLER REDEFINES COLLCOF.
             03 COLLCOA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  COLLCOI  PIC X(5).
           02  MESS1COL    COMP  PIC  S9(4).
           02  MESS1COF    PICTURE X.
           02  FILLER REDEFINES MESS1COF.
             03 MESS1COA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  MESS1COI  PIC X(55).
           02  MESS2COL    COMP  PIC  S9(4).
           02  MESS2COF    PICTURE X.
           02  FILLER REDEFINES MESS2COF.
             03 MESS2COA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  MESS2COI  PIC X(56).
       01  MAP1COLO REDEFINES MAP1COLI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DATEJCOC    PICTURE X.
           02  DATEJCOP    PICTURE X.
           02  DATEJCOH    PICTURE X.
           02  DATEJCOV    PICTURE X.
           02  DATEJCOO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LIBMAPCOC    PICTURE X.
           02  LIBMAPCOP    PICTURE X.
           02  LIBMAPCOH    PICTURE X.
           02  LIBMAPCOV    PICTURE X.
           02  LIBMAPCOO  PIC X(24).
           02  FILLER PICTURE X(3).
           02  HEURECOC    PICTURE X.
           02  HEURECOP    PICTURE X.
           02  HEURECOH    PICTURE X.
           02  HEURECOV    PICTURE X.
           02  HEURECOO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  QUEUCOC    PICTURE X.
           02  QUEUCOP    PICTURE X.
           02  QUEUCOH    PICTURE X.
           02  QUEUCOV    PICTURE X.
           02  QUEUCOO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  L1COC    PICTURE X.
           02  L1COP    PICTURE X.
           02  L1COH    PICTURE X.
           02  L1COV    PICTURE X.
           02  L1COO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  L2COC    PICTURE X.
           02  L2COP    PICTURE X.
           02  L2COH    PICTURE X.
           02  L2COV    PICTURE X.
           02  L2COO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  L3COC    PICTURE X.
           02  L3COP    PICTURE X.
           02  L3COH    PICTURE X.
           02  L3COV    PICTURE X.
           02  L3COO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  L4COC    PICTURE X.
           02  L4COP    PICTURE X.
           02  L4COH    PICTURE X.
           02  L4COV    PICTURE X.
           02  L4COO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  L5COC    PICTURE X.
           02  L5COP    PICTURE X.
           02  L5COH    PICTURE X.
           02  L5COV    PICTURE X.
           02  L5COO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  L6COC    PICTURE X.
           02  L6COP    PICTURE X.
           02  L6COH    PICTURE X.
           02  L6COV    PICTURE X.
           02  L6COO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  CNOCOC    PICTURE X.
           02  CNOCOP    PICTURE X.
           02  CNOCOH    PICTURE X.
           02  CNOCOV    PICTURE X.
           02  CNOCOO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  HDRCOC    PICTURE X.
           02  HDRCOP    PICTURE X.
           02  HDRCOH    PICTURE X.
           02  HDRCOV    PICTURE X.
           02  HDRCOO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  NOTECOC    PICTURE X.
           02  NOTECOP    PICTURE X.
           02  NOTECOH    PICTURE X.
           02  NOTECOV    PICTURE X.
           02  NOTECOO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  PAMTCOC    PICTURE X.
           02  PAMTCOP    PICTURE X.
           02  PAMTCOH    PICTURE X.
           02  PAMTCOV    PICTURE X.
           02  PAMTCOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  PDATCOC    PICTURE X.
           02  PDATCOP    PICTURE X.
           02  PDATCOH    PICTURE X.
           02  PDATCOV    PICTURE X.
           02  PDATCOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  FUPCOC    PICTURE X.
           02  FUPCOP    PICTURE X.
           02  FUPCOH    PICTURE X.
           02  FUPCOV    PICTURE X.
           02  FUPCOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  COLLCOC    PICTURE X.
           02  COLLCOP    PICTURE X.
           02  COLLCOH    PICTURE X.
           02  COLLCOV    PICTURE X.
           02  COLLCOO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MESS1COC    PICTURE X.
           02  MESS1COP    PICTURE X.
           02  MESS1COH    PICTURE X.
           02  MESS1COV    PICTURE X.
           02  MESS1COO  PIC X(55).
           02  FILLER PICTURE X(3).
           02  MESS2COC    PICTURE X.
           02  MESS2COP    PICTURE X.
           02  MESS2COH    PICTURE X.
           02  MESS2COV    PICTURE X.
           02  MESS2COO  PIC X(56).
