       01  MAP1OVRI.
           02  FILLER PIC X(12).
           02  DATEJOVL    COMP  PIC  S9(4).
           02  DATEJOVF    PICTURE X.
           02  FILLER REDEFINES DATEJOVF.
             03 DATEJOVA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  DATEJOVI  PIC X(8).
           02  LIBMAPOVL    COMP  PIC  S9(4).
           02  LIBMAPOVF    PICTURE X.
           02  FILLER REDEFINES LIBMAPOVF.
             03 LIBMAPOVA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  LIBMAPOVI  PIC X(24).
           02  HEUREOVL    COMP  PIC  S9(4).
           02  HEUREOVF    PICTURE X.
           02  FILLER REDEFINES HEUREOVF.
             03 HEUREOVA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  HEUREOVI  PIC X(8).
           02  ONOOVL    COMP  PIC  S9(4).
           02  ONOOVF    PICTURE X.
           02  FILLER REDEFINES ONOOVF.
             03 ONOOVA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ONOOVI  PIC X(4).
           02  PNOOVL    COMP  PIC  S9(4).
           02  PNOOVF    PICTURE X.
           02  FILLER REDEFINES PNOOVF.
             03 PNOOVA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  PNOOVI  PIC X(4).
           02  ACTOVL    COMP  PIC  S9(4).
           02  ACTOVF    PICTURE X.
           02  FILLER REDEFINES ACTOVF.
             03 ACTOVA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ACTOVI  PIC X(1).
           02  CNOOVL    COMP  PIC  S9(4).
           02  CNOOVF    PICTURE X.
           02  FILLER REDEFINES CNOOVF.
             03 CNOOVA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  CNOOVI  PIC X(5).
           02  COMPOVL    COMP  PIC  S9(4).
           02  COMPOVF    PICTURE X.
           02  FILLER REDEFINES COMPOVF.
             03 COMPOVA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  COMPOVI  PIC X(30).
           02  SNOOVL    COMP  PIC  S9(4).
           02  SNOOVF    PICTURE X.
           02  FILLER REDEFINES SNOOVF.
             03 SNOOVA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  SNOOVI  PIC X(2).
           02  QTYOVL    COMP  PIC  S9(4).
           02  QTYOVF    PICTURE X.
           02  FILLER REDEFINES QTYOVF.
             03 QTYOVA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  QTYOVI  PIC X(2).
           02  REFPOVL    COMP  PIC  S9(4).
           02  REFPOVF    PICTURE X.
           02  FILLER REDEFINES REFPOVF.
             03 REFPOVA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  REFPOVI  PIC X(7).
           02  OVRPOVL    COMP  PIC  S9(4).
           02  OVRPOVF    PICTURE X.
           02  FILLER REDEFINES OVRPOVF.
             03 OVRPOVA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  OVRPOVI  PIC X(7).
           02  COSTOVL    COMP  PIC  S9(4).
           02  COSTOVF    PICTURE X.
           02  FILLER REDEFINES COSTOVF.
             03 COSTOVA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  COSTOVI  PIC X(7).
           02  PCTOVL    COMP  PIC  S9(4).
           02  PCTOVF    PICTURE X.
           02  FILLER REDEFINES PCTOVF.
             03 PCTOVA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  PCTOVI  PIC X(7).
           02  RSNOVL    COMP  PIC  S9(4).
           02  RSNOVF    PICTURE X.
           02  FILLER REDEFINES RSNOVF.
             03 RSNOVA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  RSNOVI  PIC X(3).
           02  RSNLOVL    COMP  PIC  S9(4).
           02  RSNLOVF    PICTURE X.
           02  FILLER REDEFINES RSNLOVF.
             03 RSNLOVA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  RSNLOVI  PIC X(20).
           02  ENTBYOVL    COMP  PIC  S9(4).
           02  ENTBYOVF    PICTURE X.
           02  FILLER REDEFINES ENTBYOVF.
             03 ENTBYOVA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ENTBYOVI  PIC X(5).
           02  ENTDTOVL    COMP  PIC  S9(4).
           02  ENTDTOVF    PICTURE X.
           02  FILLER REDEFINES ENTDTOVF.
             03 ENTDTOVA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ENTDTOVI  PIC X(10).
           02  NBPOVL    COMP  PIC  S9(4).
           02  NBPOVF    PICTURE X.
           02  FILLER REDEFINES NBPOVF.
             03 NBPOVA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  NBPOVI  PIC X(4).
           02  MESS1OVL    COMP  PIC  S9(4).
           02  MESS1OVF    PICTURE X.
           02  FILLER REDEFINES MESS1OVF.
             03 MESS1OVA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  MESS1OVI  PIC X(55).
           02  MESS2OVL    COMP  PIC  S9(4).
           02  MESS2OVF    PICTURE X.
           02  FILLER REDEFINES MESS2OVF.
             03 MESS2OVA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  MESS2OVI  PIC X(56).
       01  MAP1OVRO REDEFINES MAP1OVRI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DATEJOVC    PICTURE X.
           02  DATEJOVP    PICTURE X.
           02  DATEJOVH    PICTURE X.
           02  DATEJOVV    PICTURE X.
           02  DATEJOVO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LIBMAPOVC    PICTURE X.
           02  LIBMAPOVP    PICTURE X.
           02  LIBMAPOVH    PICTURE X.
           02  LIBMAPOVV    PICTURE X.
           02  LIBMAPOVO  PIC X(24).
           02  FILLER PICTURE X(3).
           02  HEUREOVC    PICTURE X.
           02  HEUREOVP    PICTURE X.
           02  HEUREOVH    PICTURE X.
           02  HEUREOVV    PICTURE X.
           02  HEUREOVO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ONOOVC    PICTURE X.
           02  ONOOVP    PICTURE X.
           02  ONOOVH    PICTURE X.
           02  ONOOVV    PICTURE X.
           02  ONOOVO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  PNOOVC    PICTURE X.
           02  PNOOVP    PICTURE X.
           02  PNOOVH    PICTURE X.
           02  PNOOVV    PICTURE X.
           02  PNOOVO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  ACTOVC    PICTURE X.
           02  ACTOVP    PICTURE X.
           02  ACTOVH    PICTURE X.
           02  ACTOVV    PICTURE X.
           02  ACTOVO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CNOOVC    PICTURE X.
           02  CNOOVP    PICTURE X.
           02  CNOOVH    PICTURE X.
           02  CNOOVV    PICTURE X.
           02  CNOOVO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  COMPOVC    PICTURE X.
           02  COMPOVP    PICTURE X.
           02  COMPOVH    PICTURE X.
           02  COMPOVV    PICTURE X.
           02  COMPOVO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  SNOOVC    PICTURE X.
           02  SNOOVP    PICTURE X.
           02  SNOOVH    PICTURE X.
           02  SNOOVV    PICTURE X.
           02  SNOOVO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  QTYOVC    PICTURE X.
           02  QTYOVP    PICTURE X.
           02  QTYOVH    PICTURE X.
           02  QTYOVV    PICTURE X.
           02  QTYOVO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  REFPOVC    PICTURE X.
           02  REFPOVP    PICTURE X.
           02  REFPOVH    PICTURE X.
           02  REFPOVV    PICTURE X.
           02  REFPOVO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  OVRPOVC    PICTURE X.
           02  OVRPOVP    PICTURE X.
           02  OVRPOVH    PICTURE X.
           02  OVRPOVV    PICTURE X.
           02  OVRPOVO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  COSTOVC    PICTURE X.
           02  COSTOVP    PICTURE X.
           02  COSTOVH    PICTURE X.
           02  COSTOVV    PICTURE X.
           02  COSTOVO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  PCTOVC    PICTURE X.
           02  PCTOVP    PICTURE X.
           02  PCTOVH    PICTURE X.
           02  PCTOVV    PICTURE X.
           02  PCTOVO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  RSNOVC    PICTURE X.
           02  RSNOVP    PICTURE X.
           02  RSNOVH    PICTURE X.
           02  RSNOVV    PICTURE X.
           02  RSNOVO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  RSNLOVC    PICTURE X.
           02  RSNLOVP    PICTURE X.
           02  RSNLOVH    PICTURE X.
           02  RSNLOVV    PICTURE X.
           02  RSNLOVO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  ENTBYOVC    PICTURE X.
           02  ENTBYOVP    PICTURE X.
           02  ENTBYOVH    PICTURE X.
           02  ENTBYOVV    PICTURE X.
           02  ENTBYOVO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  ENTDTOVC    PICTURE X.
           02  ENTDTOVP    PICTURE X.
           02  ENTDTOVH    PICTURE X.
           02  ENTDTOVV    PICTURE X.
           02  ENTDTOVO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  NBPOVC    PICTURE X.
           02  NBPOVP    PICTURE X.
           02  NBPOVH    PICTURE X.
           02  NBPOVV    PICTURE X.
           02  NBPOVO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  MESS1OVC    PICTURE X.
           02  MESS1OVP    PICTURE X.
           02  MESS1OVH    PICTURE X.
           02  MESS1OVV    PICTURE X.
           02  MESS1OVO  PIC X(55).
           02  FILLER PICTURE X(3).
           02  MESS2OVC    PICTURE X.
           02  MESS2OVP    PICTURE X.
           02  MESS2OVH    PICTURE X.
           02  MESS2OVV    PICTURE X.
           02  MESS2OVO  PIC X(56).
