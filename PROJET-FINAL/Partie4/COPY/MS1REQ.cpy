       01  MAP1REQI.
           02  FILLER PIC X(12).
           02  DATEJRQL    COMP  PIC  S9(4).
           02  DATEJRQF    PICTURE X.
           02  FILLER REDEFINES DATEJRQF.
             03 DATEJRQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  DATEJRQI  PIC X(8).
           02  LIBMAPRQL    COMP  PIC  S9(4).
           02  LIBMAPRQF    PICTURE X.
           02  FILLER REDEFINES LIBMAPRQF.
             03 LIBMAPRQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  LIBMAPRQI  PIC X(24).
           02  HEURERQL    COMP  PIC  S9(4).
           02  HEURERQF    PICTURE X.
           02  FILLER REDEFINES HEURERQF.
             03 HEURERQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  HEURERQI  PIC X(8).
           02  TYPERQL    COMP  PIC  S9(4).
           02  TYPERQF    PICTURE X.
           02  FILLER REDEFINES TYPERQF.
             03 TYPERQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  TYPERQI  PIC X(1).
           02  INVRQL    COMP  PIC  S9(4).
           02  INVRQF    PICTURE X.
           02  FILLER REDEFINES INVRQF.
             03 INVRQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  INVRQI  PIC X(9).
           02  CNORQL    COMP  PIC  S9(4).
           02  CNORQF    PICTURE X.
           02  FILLER REDEFINES CNORQF.
             03 CNORQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  CNORQI  PIC X(5).
           02  DFRMRQL    COMP  PIC  S9(4).
           02  DFRMRQF    PICTURE X.
           02  FILLER REDEFINES DFRMRQF.
             03 DFRMRQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  DFRMRQI  PIC X(10).
           02  DTORQL    COMP  PIC  S9(4).
           02  DTORQF    PICTURE X.
           02  FILLER REDEFINES DTORQF.
             03 DTORQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  DTORQI  PIC X(10).
           02  ARCTRQL    COMP  PIC  S9(4).
           02  ARCTRQF    PICTURE X.
           02  FILLER REDEFINES ARCTRQF.
             03 ARCTRQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ARCTRQI  PIC X(1).
           02  ONORQL    COMP  PIC  S9(4).
           02  ONORQF    PICTURE X.
           02  FILLER REDEFINES ONORQF.
             03 ONORQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ONORQI  PIC X(4).
           02  ACTRQL    COMP  PIC  S9(4).
           02  ACTRQF    PICTURE X.
           02  FILLER REDEFINES ACTRQF.
             03 ACTRQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ACTRQI  PIC X(1).
           02  REFRQL    COMP  PIC  S9(4).
           02  REFRQF    PICTURE X.
           02  FILLER REDEFINES REFRQF.
             03 REFRQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  REFRQI  PIC X(14).
           02  L1RQL    COMP  PIC  S9(4).
           02  L1RQF    PICTURE X.
           02  FILLER REDEFINES L1RQF.
             03 L1RQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  L1RQI  PIC X(75).
           02  L2RQL    COMP  PIC  S9(4).
           02  L2RQF    PICTURE X.
           02  FILLER REDEFINES L2RQF.
             03 L2RQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  L2RQI  PIC X(75).
           02  L3RQL    COMP  PIC  S9(4).
           02  L3RQF    PICTURE X.
           02  FILLER REDEFINES L3RQF.
             03 L3RQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  L3RQI  PIC X(75).
           02  L4RQL    COMP  PIC  S9(4).
           02  L4RQF    PICTURE X.
           02  FILLER REDEFINES L4RQF.
             03 L4RQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  L4RQI  PIC X(75).
           02  L5RQL    COMP  PIC  S9(4).
           02  L5RQF    PICTURE X.
           02  FILLER REDEFINES L5RQF.
             03 L5RQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  L5RQI  PIC X(75).
           02  L6RQL    COMP  PIC  S9(4).
           02  L6RQF    PICTURE X.
           02  FILLER REDEFINES L6RQF.
             03 L6RQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  L6RQI  PIC X(75).
           02  L7RQL    COMP  PIC  S9(4).
           02  L7RQF    PICTURE X.
           02  FILLER REDEFINES L7RQF.
             03 L7RQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  L7RQI  PIC X(75).
           02  L8RQL    COMP  PIC  S9(4).
           02  L8RQF    PICTURE X.
           02  FILLER REDEFINES L8RQF.
             03 L8RQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  L8RQI  PIC X(75).
           02  L9RQL    COMP  PIC  S9(4).
           02  L9RQF    PICTURE X.
           02  FILLER REDEFINES L9RQF.
             03 L9RQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  L9RQI  PIC X(75).
           02  L10RQL    COMP  PIC  S9(4).
           02  L10RQF    PICTURE X.
           02  FILLER REDEFINES L10RQF.
             03 L10RQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  L10RQI  PIC X(75).
           02  L11RQL    COMP  PIC  S9(4).
           02  L11RQF    PICTURE X.
           02  FILLER REDEFINES L11RQF.
             03 L11RQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  L11RQI  PIC X(75).
           02  L12RQL    COMP  PIC  S9(4).
           02  L12RQF    PICTURE X.
           02  FILLER REDEFINES L12RQF.
             03 L12RQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  L12RQI  PIC X(75).
           02  MESS1RQL    COMP  PIC  S9(4).
           02  MESS1RQF    PICTURE X.
           02  FILLER REDEFINES MESS1RQF.
             03 MESS1RQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  MESS1RQI  PIC X(55).
           02  MESS2RQL    COMP  PIC  S9(4).
           02  MESS2RQF    PICTURE X.
           02  FILLER REDEFINES MESS2RQF.
             03 MESS2RQA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  MESS2RQI  PIC X(56).
       01  MAP1REQO REDEFINES MAP1REQI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DATEJRQC    PICTURE X.
           02  DATEJRQP    PICTURE X.
           02  DATEJRQH    PICTURE X.
           02  DATEJRQV    PICTURE X.
           02  DATEJRQO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LIBMAPRQC    PICTURE X.
           02  LIBMAPRQP    PICTURE X.
           02  LIBMAPRQH    PICTURE X.
           02  LIBMAPRQV    PICTURE X.
           02  LIBMAPRQO  PIC X(24).
           02  FILLER PICTURE X(3).
           02  HEURERQC    PICTURE X.
           02  HEURERQP    PICTURE X.
           02  HEURERQH    PICTURE X.
           02  HEURERQV    PICTURE X.
           02  HEURERQO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  TYPERQC    PICTURE X.
           02  TYPERQP    PICTURE X.
           02  TYPERQH    PICTURE X.
           02  TYPERQV    PICTURE X.
           02  TYPERQO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  INVRQC    PICTURE X.
           02  INVRQP    PICTURE X.
           02  INVRQH    PICTURE X.
           02  INVRQV    PICTURE X.
           02  INVRQO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  CNORQC    PICTURE X.
           02  CNORQP    PICTURE X.
           02  CNORQH    PICTURE X.
           02  CNORQV    PICTURE X.
           02  CNORQO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  DFRMRQC    PICTURE X.
           02  DFRMRQP    PICTURE X.
           02  DFRMRQH    PICTURE X.
           02  DFRMRQV    PICTURE X.
           02  DFRMRQO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DTORQC    PICTURE X.
           02  DTORQP    PICTURE X.
           02  DTORQH    PICTURE X.
           02  DTORQV    PICTURE X.
           02  DTORQO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ARCTRQC    PICTURE X.
           02  ARCTRQP    PICTURE X.
           02  ARCTRQH    PICTURE X.
           02  ARCTRQV    PICTURE X.
           02  ARCTRQO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ONORQC    PICTURE X.
           02  ONORQP    PICTURE X.
           02  ONORQH    PICTURE X.
           02  ONORQV    PICTURE X.
           02  ONORQO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  ACTRQC    PICTURE X.
           02  ACTRQP    PICTURE X.
           02  ACTRQH    PICTURE X.
           02  ACTRQV    PICTURE X.
           02  ACTRQO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  REFRQC    PICTURE X.
           02  REFRQP    PICTURE X.
           02  REFRQH    PICTURE X.
           02  REFRQV    PICTURE X.
           02  REFRQO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  L1RQC    PICTURE X.
           02  L1RQP    PICTURE X.
           02  L1RQH    PICTURE X.
           02  L1RQV    PICTURE X.
           02  L1RQO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  L2RQC    PICTURE X.
           02  L2RQP    PICTURE X.
           02  L2RQH    PICTURE X.
           02  L2RQV    PICTURE X.
           02  L2RQO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  L3RQC    PICTURE X.
           02  L3RQP    PICTURE X.
           02  L3RQH    PICTURE X.
           02  L3RQV    PICTURE X.
           02  L3RQO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  L4RQC    PICTURE X.
           02  L4RQP    PICTURE X.
           02  L4RQH    PICTURE X.
           02  L4RQV    PICTURE X.
           02  L4RQO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  L5RQC    PICTURE X.
           02  L5RQP    PICTURE X.
           02  L5RQH    PICTURE X.
           02  L5RQV    PICTURE X.
           02  L5RQO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  L6RQC    PICTURE X.
           02  L6RQP    PICTURE X.
           02  L6RQH    PICTURE X.
           02  L6RQV    PICTURE X.
           02  L6RQO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  L7RQC    PICTURE X.
           02  L7RQP    PICTURE X.
           02  L7RQH    PICTURE X.
           02  L7RQV    PICTURE X.
           02  L7RQO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  L8RQC    PICTURE X.
           02  L8RQP    PICTURE X.
           02  L8RQH    PICTURE X.
           02  L8RQV    PICTURE X.
           02  L8RQO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  L9RQC    PICTURE X.
           02  L9RQP    PICTURE X.
           02  L9RQH    PICTURE X.
           02  L9RQV    PICTURE X.
           02  L9RQO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  L10RQC    PICTURE X.
           02  L10RQP    PICTURE X.
           02  L10RQH    PICTURE X.
           02  L10RQV    PICTURE X.
           02  L10RQO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  L11RQC    PICTURE X.
           02  L11RQP    PICTURE X.
           02  L11RQH    PICTURE X.
           02  L11RQV    PICTURE X.
           02  L11RQO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  L12RQC    PICTURE X.
           02  L12RQP    PICTURE X.
           02  L12RQH    PICTURE X.
           02  L12RQV    PICTURE X.
           02  L12RQO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  MESS1RQC    PICTURE X.
           02  MESS1RQP    PICTURE X.
           02  MESS1RQH    PICTURE X.
           02  MESS1RQV    PICTURE X.
           02  MESS1RQO  PIC X(55).
           02  FILLER PICTURE X(3).
           02  MESS2RQC    PICTURE X.
           02  MESS2RQP    PICTURE X.
           02  MESS2RQH    PICTURE X.
           02  MESS2RQV    PICTURE X.
           02  MESS2RQO  PIC X(56).
