             03 PRIOOEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  PRIOOEI  PIC X(1).
           02  DSH1OEL    COMP  PIC  S9(4).
           02  DSH1OEF    PICTURE X.
           02  FILLER REDEFINES DSH1OEF.
             03 DSH1OEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  DSH1OEI  PIC X(1).
           02  DSH2OEL    COMP  PIC  S9(4).
           02  DSH2OEF    PICTURE X.
           02  FILLER REDEFINES DSH2OEF.
             03 DSH2OEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  DSH2OEI  PIC X(1).
           02  DSH3OEL    COMP  PIC  S9(4).
           02  DSH3OEF    PICTURE X.
           02  FILLER REDEFINES DSH3OEF.
             03 DSH3OEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  DSH3OEI  PIC X(1).
           02  DSH4OEL    COMP  PIC  S9(4).
           02  DSH4OEF    PICTURE X.
           02  FILLER REDEFINES DSH4OEF.
             03 DSH4OEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  DSH4OEI  PIC X(1).
           02  UOM1OEL    COMP  PIC  S9(4).
           02  UOM1OEF    PICTURE X.
           02  FILLER REDEFINES UOM1OEF.
             03 UOM1OEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  UOM1OEI  PIC X(3).
           02  UOM2OEL    COMP  PIC  S9(4).
           02  UOM2OEF    PICTURE X.
           02  FILLER REDEFINES UOM2OEF.
             03 UOM2OEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  UOM2OEI  PIC X(3).
           02  UOM3OEL    COMP  PIC  S9(4).
           02  UOM3OEF    PICTURE X.
           02  FILLER REDEFINES UOM3OEF.
             03 UOM3OEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  UOM3OEI  PIC X(3).
           02  UOM4OEL    COMP  PIC  S9(4).
           02  UOM4OEF    PICTURE X.
           02  FILLER REDEFINES UOM4OEF.
             03 UOM4OEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  UOM4OEI  PIC X(3).
           02  CARDOEL    COMP  PIC  S9(4).
           02  CARDOEF    PICTURE X.
           02  FILLER REDEFINES CARDOEF.
             03 CARDOEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  CARDOEI  PIC X(16).
           02  EXPOEL    COMP  PIC  S9(4).
           02  EXPOEF    PICTURE X.
           02  FILLER REDEFINES EXPOEF.
             03 EXPOEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  EXPOEI  PIC X(4).
           02  PRC1OEL    COMP  PIC  S9(4).
           02  PRC1OEF    PICTURE X.
           02  FILLER REDEFINES PRC1OEF.
             03 PRC1OEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  PRC1OEI  PIC X(6).
           02  RSN1OEL    COMP  PIC  S9(4).
           02  RSN1OEF    PICTURE X.
           02  FILLER REDEFINES RSN1OEF.
             03 RSN1OEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  RSN1OEI  PIC X(3).
           02  PRC2OEL    COMP  PIC  S9(4).
           02  PRC2OEF    PICTURE X.
           02  FILLER REDEFINES PRC2OEF.
             03 PRC2OEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  PRC2OEI  PIC X(6).
           02  RSN2OEL    COMP  PIC  S9(4).
           02  RSN2OEF    PICTURE X.
           02  FILLER REDEFINES RSN2OEF.
             03 RSN2OEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  RSN2OEI  PIC X(3).
           02  PRC3OEL    COMP  PIC  S9(4).
           02  PRC3OEF    PICTURE X.
           02  FILLER REDEFINES PRC3OEF.
             03 PRC3OEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  PRC3OEI  PIC X(6).
           02  RSN3OEL    COMP  PIC  S9(4).
           02  RSN3OEF    PICTURE X.
           02  FILLER REDEFINES RSN3OEF.
             03 RSN3OEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  RSN3OEI  PIC X(3).
           02  PRC4OEL    COMP  PIC  S9(4).
           02  PRC4OEF    PICTURE X.
           02  FILLER REDEFINES PRC4OEF.
             03 PRC4OEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  PRC4OEI  PIC X(6).
           02  RSN4OEL    COMP  PIC  S9(4).
           02  RSN4OEF    PICTURE X.
           02  FILLER REDEFINES RSN4OEF.
             03 RSN4OEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  RSN4OEI  PIC X(3).
           02  TYPOEL    COMP  PIC  S9(4).
           02  TYPOEF    PICTURE X.
           02  FILLER REDEFINES TYPOEF.
             03 TYPOEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  TYPOEI  PIC X(1).
           02  NCROEL    COMP  PIC  S9(4).
           02  NCROEF    PICTURE X.
           02  FILLER REDEFINES NCROEF.
             03 NCROEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  NCROEI  PIC X(3).
           02  MGROEL    COMP  PIC  S9(4).
           02  MGROEF    PICTURE X.
           02  FILLER REDEFINES MGROEF.
             03 MGROEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  MGROEI  PIC X(5).
           02  MESS1OEL    COMP  PIC  S9(4).
           02  MESS1OEF    PICTURE X.
           02  FILLER REDEFINES MESS1OEF.
           02  PRIOOEV    PICTURE X.
           02  PRIOOEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DSH1OEC    PICTURE X.
           02  DSH1OEP    PICTURE X.
           02  DSH1OEH    PICTURE X.
           02  DSH1OEV    PICTURE X.
           02  DSH1OEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DSH2OEC    PICTURE X.
           02  DSH2OEP    PICTURE X.
           02  DSH2OEH    PICTURE X.
           02  DSH2OEV    PICTURE X.
           02  DSH2OEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DSH3OEC    PICTURE X.
           02  DSH3OEP    PICTURE X.
           02  DSH3OEH    PICTURE X.
           02  DSH3OEV    PICTURE X.
           02  DSH3OEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DSH4OEC    PICTURE X.
           02  DSH4OEP    PICTURE X.
           02  DSH4OEH    PICTURE X.
           02  DSH4OEV    PICTURE X.
           02  DSH4OEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  UOM1OEC    PICTURE X.
           02  UOM1OEP    PICTURE X.
           02  UOM1OEH    PICTURE X.
           02  UOM1OEV    PICTURE X.
           02  UOM1OEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  UOM2OEC    PICTURE X.
           02  UOM2OEP    PICTURE X.
           02  UOM2OEH    PICTURE X.
           02  UOM2OEV    PICTURE X.
           02  UOM2OEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  UOM3OEC    PICTURE X.
           02  UOM3OEP    PICTURE X.
           02  UOM3OEH    PICTURE X.
           02  UOM3OEV    PICTURE X.
           02  UOM3OEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  UOM4OEC    PICTURE X.
           02  UOM4OEP    PICTURE X.
           02  UOM4OEH    PICTURE X.
           02  UOM4OEV    PICTURE X.
           02  UOM4OEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  CARDOEC    PICTURE X.
           02  CARDOEP    PICTURE X.
           02  CARDOEH    PICTURE X.
           02  CARDOEV    PICTURE X.
           02  CARDOEO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  EXPOEC    PICTURE X.
           02  EXPOEP    PICTURE X.
           02  EXPOEH    PICTURE X.
           02  EXPOEV    PICTURE X.
           02  EXPOEO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  PRC1OEC    PICTURE X.
           02  PRC1OEP    PICTURE X.
           02  PRC1OEH    PICTURE X.
           02  PRC1OEV    PICTURE X.
           02  PRC1OEO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  RSN1OEC    PICTURE X.
           02  RSN1OEP    PICTURE X.
           02  RSN1OEH    PICTURE X.
           02  RSN1OEV    PICTURE X.
           02  RSN1OEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  PRC2OEC    PICTURE X.
           02  PRC2OEP    PICTURE X.
           02  PRC2OEH    PICTURE X.
           02  PRC2OEV    PICTURE X.
           02  PRC2OEO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  RSN2OEC    PICTURE X.
           02  RSN2OEP    PICTURE X.
           02  RSN2OEH    PICTURE X.
           02  RSN2OEV    PICTURE X.
           02  RSN2OEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  PRC3OEC    PICTURE X.
           02  PRC3OEP    PICTURE X.
           02  PRC3OEH    PICTURE X.
           02  PRC3OEV    PICTURE X.
           02  PRC3OEO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  RSN3OEC    PICTURE X.
           02  RSN3OEP    PICTURE X.
           02  RSN3OEH    PICTURE X.
           02  RSN3OEV    PICTURE X.
           02  RSN3OEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  PRC4OEC    PICTURE X.
           02  PRC4OEP    PICTURE X.
           02  PRC4OEH    PICTURE X.
           02  PRC4OEV    PICTURE X.
           02  PRC4OEO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  RSN4OEC    PICTURE X.
           02  RSN4OEP    PICTURE X.
           02  RSN4OEH    PICTURE X.
           02  RSN4OEV    PICTURE X.
           02  RSN4OEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  TYPOEC    PICTURE X.
           02  TYPOEP    PICTURE X.
           02  TYPOEH    PICTURE X.
           02  TYPOEV    PICTURE X.
           02  TYPOEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NCROEC    PICTURE X.
           02  NCROEP    PICTURE X.
           02  NCROEH    PICTURE X.
           02  NCROEV    PICTURE X.
           02  NCROEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MGROEC    PICTURE X.
           02  MGROEP    PICTURE X.
           02  MGROEH    PICTURE X.
           02  MGROEV    PICTURE X.
           02  MGROEO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  MESS1OEC    PICTURE X.
           02  MESS1OEP    PICTURE X.
           02  MESS1OEH    PICTURE X.
