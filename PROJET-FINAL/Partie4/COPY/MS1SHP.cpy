       01  MAP1SHPI.
           02  FILLER PIC X(12).
           02  DATEJSHL    COMP  PIC  S9(4).
           02  DATEJSHF    PICTURE X.
           02  FILLER REDEFINES DATEJSHF.
             03 DATEJSHA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  DATEJSHI  PIC X(8).
           02  LIBMAPSHL    COMP  PIC  S9(4).
           02  LIBMAPSHF    PICTURE X.
           02  FILLER REDEFINES LIBMAPSHF.
             03 LIBMAPSHA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  LIBMAPSHI  PIC X(24).
           02  HEURESHL    COMP  PIC  S9(4).
           02  HEURESHF    PICTURE X.
           02  FILLER REDEFINES HEURESHF.
             03 HEURESHA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  HEURESHI  PIC X(8).
           02  PNOSHL    COMP  PIC  S9(4).
           02  PNOSHF    PICTURE X.
           02  FILLER REDEFINES PNOSHF.
             03 PNOSHA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  PNOSHI  PIC X(7).
           02  HDRSHL    COMP  PIC  S9(4).
           02  HDRSHF    PICTURE X.
           02  FILLER REDEFINES HDRSHF.
             03 HDRSHA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  HDRSHI  PIC X(60).
           02  CARRSHL    COMP  PIC  S9(4).
           02  CARRSHF    PICTURE X.
           02  FILLER REDEFINES CARRSHF.
             03 CARRSHA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  CARRSHI  PIC X(4).
           02  TRKSHL    COMP  PIC  S9(4).
           02  TRKSHF    PICTURE X.
           02  FILLER REDEFINES TRKSHF.
             03 TRKSHA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  TRKSHI  PIC X(20).
           02  LINSHD OCCURS 10 TIMES.
             03  LINSHL    COMP  PIC  S9(4).
             03  LINSHF    PICTURE X.
             03  FILLER REDEFINES LINSHF.
               04 LINSHA    PICTURE X.
             03  FILLER   PICTURE X(4).
             03  LINSHI  PIC X(40).
           02  QTYSHD OCCURS 10 TIMES.
             03  QTYSHL    COMP  PIC  S9(4).
             03  QTYSHF    PICTURE X.
             03  FILLER REDEFINES QTYSHF.
               04 QTYSHA    PICTURE X.
             03  FILLER   PICTURE X(4).
             03  QTYSHI  PIC X(2).
           02  LOTSHD OCCURS 10 TIMES.
             03  LOTSHL    COMP  PIC  S9(4).
             03  LOTSHF    PICTURE X.
             03  FILLER REDEFINES LOTSHF.
               04 LOTSHA    PICTURE X.
             03  FILLER   PICTURE X(4).
             03  LOTSHI  PIC X(10).
           02  MESS1SHL    COMP  PIC  S9(4).
           02  MESS1SHF    PICTURE X.
           02  FILLER REDEFINES MESS1SHF.
             03 MESS1SHA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  MESS1SHI  PIC X(55).
           02  MESS2SHL    COMP  PIC  S9(4).
           02  MESS2SHF    PICTURE X.
           02  FILLER REDEFINES MESS2SHF.
             03 MESS2SHA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  MESS2SHI  PIC X(56).
       01  MAP1SHPO REDEFINES MAP1SHPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DATEJSHC    PICTURE X.
           02  DATEJSHP    PICTURE X.
           02  DATEJSHH    PICTURE X.
           02  DATEJSHV    PICTURE X.
           02  DATEJSHO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LIBMAPSHC    PICTURE X.
           02  LIBMAPSHP    PICTURE X.
           02  LIBMAPSHH    PICTURE X.
           02  LIBMAPSHV    PICTURE X.
           02  LIBMAPSHO  PIC X(24).
           02  FILLER PICTURE X(3).
           02  HEURESHC    PICTURE X.
           02  HEURESHP    PICTURE X.
           02  HEURESHH    PICTURE X.
           02  HEURESHV    PICTURE X.
           02  HEURESHO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PNOSHC    PICTURE X.
           02  PNOSHP    PICTURE X.
           02  PNOSHH    PICTURE X.
           02  PNOSHV    PICTURE X.
           02  PNOSHO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  HDRSHC    PICTURE X.
           02  HDRSHP    PICTURE X.
           02  HDRSHH    PICTURE X.
           02  HDRSHV    PICTURE X.
           02  HDRSHO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  CARRSHC    PICTURE X.
           02  CARRSHP    PICTURE X.
           02  CARRSHH    PICTURE X.
           02  CARRSHV    PICTURE X.
           02  CARRSHO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  TRKSHC    PICTURE X.
           02  TRKSHP    PICTURE X.
           02  TRKSHH    PICTURE X.
           02  TRKSHV    PICTURE X.
           02  TRKSHO  PIC X(20).
           02  DFHMS1 OCCURS 10 TIMES.
             03  FILLER PICTURE X(3).
             03  LINSHC    PICTURE X.
             03  LINSHP    PICTURE X.
             03  LINSHH    PICTURE X.
             03  LINSHV    PICTURE X.
             03  LINSHO  PIC X(40).
           02  DFHMS2 OCCURS 10 TIMES.
             03  FILLER PICTURE X(3).
             03  QTYSHC    PICTURE X.
             03  QTYSHP    PICTURE X.
             03  QTYSHH    PICTURE X.
             03  QTYSHV    PICTURE X.
             03  QTYSHO  PIC X(2).
           02  DFHMS3 OCCURS 10 TIMES.
             03  FILLER PICTURE X(3).
             03  LOTSHC    PICTURE X.
             03  LOTSHP    PICTURE X.
             03  LOTSHH    PICTURE X.
             03  LOTSHV    PICTURE X.
             03  LOTSHO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MESS1SHC    PICTURE X.
           02  MESS1SHP    PICTURE X.
           02  MESS1SHH    PICTURE X.
           02  MESS1SHV    PICTURE X.
           02  MESS1SHO  PIC X(55).
           02  FILLER PICTURE X(3).
           02  MESS2SHC    PICTURE X.
           02  MESS2SHP    PICTURE X.
           02  MESS2SHH    PICTURE X.
           02  MESS2SHV    PICTURE X.
           02  MESS2SHO  PIC X(56).
