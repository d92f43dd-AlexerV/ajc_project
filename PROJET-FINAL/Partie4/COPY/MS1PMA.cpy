       01  MAP1PMAI.
           02  FILLER PIC X(12).
           02  DATEJPML    COMP  PIC  S9(4).
           02  DATEJPMF    PICTURE X.
           02  FILLER REDEFINES DATEJPMF.
             03 DATEJPMA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  DATEJPMI  PIC X(8).
           02  LIBMAPPML    COMP  PIC  S9(4).
           02  LIBMAPPMF    PICTURE X.
           02  FILLER REDEFINES LIBMAPPMF.
             03 LIBMAPPMA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  LIBMAPPMI  PIC X(24).
           02  HEUREPML    COMP  PIC  S9(4).
           02  HEUREPMF    PICTURE X.
           02  FILLER REDEFINES HEUREPMF.
             03 HEUREPMA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  HEUREPMI  PIC X(8).
           02  PNOPML    COMP  PIC  S9(4).
           02  PNOPMF    PICTURE X.
           02  FILLER REDEFINES PNOPMF.
             03 PNOPMA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  PNOPMI  PIC X(4).
           02  DESCPML    COMP  PIC  S9(4).
           02  DESCPMF    PICTURE X.
           02  FILLER REDEFINES DESCPMF.
             03 DESCPMA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  DESCPMI  PIC X(30).
           02  PRICEPML    COMP  PIC  S9(4).
           02  PRICEPMF    PICTURE X.
           02  FILLER REDEFINES PRICEPMF.
             03 PRICEPMA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  PRICEPMI  PIC X(6).
           02  COSTPML    COMP  PIC  S9(4).
           02  COSTPMF    PICTURE X.
           02  FILLER REDEFINES COSTPMF.
             03 COSTPMA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  COSTPMI  PIC X(6).
           02  STATPML    COMP  PIC  S9(4).
           02  STATPMF    PICTURE X.
           02  FILLER REDEFINES STATPMF.
             03 STATPMA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  STATPMI  PIC X(1).
           02  ROPPML    COMP  PIC  S9(4).
           02  ROPPMF    PICTURE X.
           02  FILLER REDEFINES ROPPMF.
             03 ROPPMA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ROPPMI  PIC X(5).
           02  WGTPML    COMP  PIC  S9(4).
           02  WGTPMF    PICTURE X.
           02  FILLER REDEFINES WGTPMF.
             03 WGTPMA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  WGTPMI  PIC X(6).
           02  BINPML    COMP  PIC  S9(4).
           02  BINPMF    PICTURE X.
           02  FILLER REDEFINES BINPMF.
             03 BINPMA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  BINPMI  PIC X(6).
           02  WARPML    COMP  PIC  S9(4).
           02  WARPMF    PICTURE X.
           02  FILLER REDEFINES WARPMF.
             03 WARPMA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  WARPMI  PIC X(3).
           02  CONFPML    COMP  PIC  S9(4).
           02  CONFPMF    PICTURE X.
           02  FILLER REDEFINES CONFPMF.
             03 CONFPMA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  CONFPMI  PIC X(1).
           02  MESS1PML    COMP  PIC  S9(4).
           02  MESS1PMF    PICTURE X.
           02  FILLER REDEFINES MESS1PMF.
             03 MESS1PMA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  MESS1PMI  PIC X(55).
           02  MESS2PML    COMP  PIC  S9(4).
           02  MESS2PMF    PICTURE X.
           02  FILLER REDEFINES MESS2PMF.
             03 MESS2PMA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  MESS2PMI  PIC X(56).
       01  MAP1PMAO REDEFINES MAP1PMAI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DATEJPMC    PICTURE X.
           02  DATEJPMP    PICTURE X.
           02  DATEJPMH    PICTURE X.
           02  DATEJPMV    PICTURE X.
           02  DATEJPMO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LIBMAPPMC    PICTURE X.
           02  LIBMAPPMP    PICTURE X.
           02  LIBMAPPMH    PICTURE X.
           02  LIBMAPPMV    PICTURE X.
           02  LIBMAPPMO  PIC X(24).
           02  FILLER PICTURE X(3).
           02  HEUREPMC    PICTURE X.
           02  HEUREPMP    PICTURE X.
           02  HEUREPMH    PICTURE X.
           02  HEUREPMV    PICTURE X.
           02  HEUREPMO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PNOPMC    PICTURE X.
           02  PNOPMP    PICTURE X.
           02  PNOPMH    PICTURE X.
           02  PNOPMV    PICTURE X.
           02  PNOPMO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DESCPMC    PICTURE X.
           02  DESCPMP    PICTURE X.
           02  DESCPMH    PICTURE X.
           02  DESCPMV    PICTURE X.
           02  DESCPMO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  PRICEPMC    PICTURE X.
           02  PRICEPMP    PICTURE X.
           02  PRICEPMH    PICTURE X.
           02  PRICEPMV    PICTURE X.
           02  PRICEPMO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  COSTPMC    PICTURE X.
           02  COSTPMP    PICTURE X.
           02  COSTPMH    PICTURE X.
           02  COSTPMV    PICTURE X.
           02  COSTPMO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  STATPMC    PICTURE X.
           02  STATPMP    PICTURE X.
           02  STATPMH    PICTURE X.
           02  STATPMV    PICTURE X.
           02  STATPMO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ROPPMC    PICTURE X.
           02  ROPPMP    PICTURE X.
           02  ROPPMH    PICTURE X.
           02  ROPPMV    PICTURE X.
           02  ROPPMO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  WGTPMC    PICTURE X.
           02  WGTPMP    PICTURE X.
           02  WGTPMH    PICTURE X.
           02  WGTPMV    PICTURE X.
           02  WGTPMO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  BINPMC    PICTURE X.
           02  BINPMP    PICTURE X.
           02  BINPMH    PICTURE X.
           02  BINPMV    PICTURE X.
           02  BINPMO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  WARPMC    PICTURE X.
           02  WARPMP    PICTURE X.
           02  WARPMH    PICTURE X.
           02  WARPMV    PICTURE X.
           02  WARPMO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  CONFPMC    PICTURE X.
           02  CONFPMP    PICTURE X.
           02  CONFPMH    PICTURE X.
           02  CONFPMV    PICTURE X.
           02  CONFPMO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MESS1PMC    PICTURE X.
           02  MESS1PMP    PICTURE X.
           02  MESS1PMH    PICTURE X.
           02  MESS1PMV    PICTURE X.
           02  MESS1PMO  PIC X(55).
           02  FILLER PICTURE X(3).
           02  MESS2PMC    PICTURE X.
           02  MESS2PMP    PICTURE X.
           02  MESS2PMH    PICTURE X.
           02  MESS2PMV    PICTURE X.
           02  MESS2PMO  PIC X(56).
