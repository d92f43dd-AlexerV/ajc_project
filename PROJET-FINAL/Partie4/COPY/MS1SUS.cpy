       01  MAP1SUSI.
           02  FILLER PIC X(12).
           02  DATEJSUL    COMP  PIC  S9(4).
           02  DATEJSUF    PICTURE X.
           02  FILLER REDEFINES DATEJSUF.
             03 DATEJSUA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  DATEJSUI  PIC X(8).
           02  LIBMAPSUL    COMP  PIC  S9(4).
           02  LIBMAPSUF    PICTURE X.
           02  FILLER REDEFINES LIBMAPSUF.
             03 LIBMAPSUA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  LIBMAPSUI  PIC X(24).
           02  HEURESUL    COMP  PIC  S9(4).
           02  HEURESUF    PICTURE X.
           02  FILLER REDEFINES HEURESUF.
             03 HEURESUA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  HEURESUI  PIC X(8).
           02  FEEDSUL    COMP  PIC  S9(4).
           02  FEEDSUF    PICTURE X.
           02  FILLER REDEFINES FEEDSUF.
             03 FEEDSUA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  FEEDSUI  PIC X(8).
           02  RUNSUL    COMP  PIC  S9(4).
           02  RUNSUF    PICTURE X.
           02  FILLER REDEFINES RUNSUF.
             03 RUNSUA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  RUNSUI  PIC X(14).
           02  RECSUL    COMP  PIC  S9(4).
           02  RECSUF    PICTURE X.
           02  FILLER REDEFINES RECSUF.
             03 RECSUA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  RECSUI  PIC X(7).
           02  NBOSUL    COMP  PIC  S9(4).
           02  NBOSUF    PICTURE X.
           02  FILLER REDEFINES NBOSUF.
             03 NBOSUA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  NBOSUI  PIC X(5).
           02  PGMSUL    COMP  PIC  S9(4).
           02  PGMSUF    PICTURE X.
           02  FILLER REDEFINES PGMSUF.
             03 PGMSUA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  PGMSUI  PIC X(8).
           02  STATSUL    COMP  PIC  S9(4).
           02  STATSUF    PICTURE X.
           02  FILLER REDEFINES STATSUF.
             03 STATSUA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  STATSUI  PIC X(1).
           02  CREDTSUL    COMP  PIC  S9(4).
           02  CREDTSUF    PICTURE X.
           02  FILLER REDEFINES CREDTSUF.
             03 CREDTSUA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  CREDTSUI  PIC X(8).
           02  NBRSUL    COMP  PIC  S9(4).
           02  NBRSUF    PICTURE X.
           02  FILLER REDEFINES NBRSUF.
             03 NBRSUA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  NBRSUI  PIC X(3).
           02  RSNSUL    COMP  PIC  S9(4).
           02  RSNSUF    PICTURE X.
           02  FILLER REDEFINES RSNSUF.
             03 RSNSUA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  RSNSUI  PIC X(30).
           02  ORG1SUL    COMP  PIC  S9(4).
           02  ORG1SUF    PICTURE X.
           02  FILLER REDEFINES ORG1SUF.
             03 ORG1SUA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ORG1SUI  PIC X(75).
           02  ORG2SUL    COMP  PIC  S9(4).
           02  ORG2SUF    PICTURE X.
           02  FILLER REDEFINES ORG2SUF.
             03 ORG2SUA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ORG2SUI  PIC X(75).
           02  DAT1SUL    COMP  PIC  S9(4).
           02  DAT1SUF    PICTURE X.
           02  FILLER REDEFINES DAT1SUF.
             03 DAT1SUA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  DAT1SUI  PIC X(75).
           02  DAT2SUL    COMP  PIC  S9(4).
           02  DAT2SUF    PICTURE X.
           02  FILLER REDEFINES DAT2SUF.
             03 DAT2SUA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  DAT2SUI  PIC X(75).
           02  ACTSUL    COMP  PIC  S9(4).
           02  ACTSUF    PICTURE X.
           02  FILLER REDEFINES ACTSUF.
             03 ACTSUA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ACTSUI  PIC X(1).
           02  DRSNSUL    COMP  PIC  S9(4).
           02  DRSNSUF    PICTURE X.
           02  FILLER REDEFINES DRSNSUF.
             03 DRSNSUA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  DRSNSUI  PIC X(30).
           02  UPDSUL    COMP  PIC  S9(4).
           02  UPDSUF    PICTURE X.
           02  FILLER REDEFINES UPDSUF.
             03 UPDSUA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  UPDSUI  PIC X(40).
           02  MESS1SUL    COMP  PIC  S9(4).
           02  MESS1SUF    PICTURE X.
           02  FILLER REDEFINES MESS1SUF.
             03 MESS1SUA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  MESS1SUI  PIC X(55).
           02  MESS2SUL    COMP  PIC  S9(4).
           02  MESS2SUF    PICTURE X.
           02  FILLER REDEFINES MESS2SUF.
             03 MESS2SUA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  MESS2SUI  PIC X(56).
       01  MAP1SUSO REDEFINES MAP1SUSI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DATEJSUC    PICTURE X.
           02  DATEJSUP    PICTURE X.
           02  DATEJSUH    PICTURE X.
           02  DATEJSUV    PICTURE X.
           02  DATEJSUO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LIBMAPSUC    PICTURE X.
           02  LIBMAPSUP    PICTURE X.
           02  LIBMAPSUH    PICTURE X.
           02  LIBMAPSUV    PICTURE X.
           02  LIBMAPSUO  PIC X(24).
           02  FILLER PICTURE X(3).
           02  HEURESUC    PICTURE X.
           02  HEURESUP    PICTURE X.
           02  HEURESUH    PICTURE X.
           02  HEURESUV    PICTURE X.
           02  HEURESUO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  FEEDSUC    PICTURE X.
           02  FEEDSUP    PICTURE X.
           02  FEEDSUH    PICTURE X.
           02  FEEDSUV    PICTURE X.
           02  FEEDSUO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  RUNSUC    PICTURE X.
           02  RUNSUP    PICTURE X.
           02  RUNSUH    PICTURE X.
           02  RUNSUV    PICTURE X.
           02  RUNSUO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  RECSUC    PICTURE X.
           02  RECSUP    PICTURE X.
           02  RECSUH    PICTURE X.
           02  RECSUV    PICTURE X.
           02  RECSUO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  NBOSUC    PICTURE X.
           02  NBOSUP    PICTURE X.
           02  NBOSUH    PICTURE X.
           02  NBOSUV    PICTURE X.
           02  NBOSUO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  PGMSUC    PICTURE X.
           02  PGMSUP    PICTURE X.
           02  PGMSUH    PICTURE X.
           02  PGMSUV    PICTURE X.
           02  PGMSUO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  STATSUC    PICTURE X.
           02  STATSUP    PICTURE X.
           02  STATSUH    PICTURE X.
           02  STATSUV    PICTURE X.
           02  STATSUO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CREDTSUC    PICTURE X.
           02  CREDTSUP    PICTURE X.
           02  CREDTSUH    PICTURE X.
           02  CREDTSUV    PICTURE X.
           02  CREDTSUO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  NBRSUC    PICTURE X.
           02  NBRSUP    PICTURE X.
           02  NBRSUH    PICTURE X.
           02  NBRSUV    PICTURE X.
           02  NBRSUO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  RSNSUC    PICTURE X.
           02  RSNSUP    PICTURE X.
           02  RSNSUH    PICTURE X.
           02  RSNSUV    PICTURE X.
           02  RSNSUO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  ORG1SUC    PICTURE X.
           02  ORG1SUP    PICTURE X.
           02  ORG1SUH    PICTURE X.
           02  ORG1SUV    PICTURE X.
           02  ORG1SUO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  ORG2SUC    PICTURE X.
           02  ORG2SUP    PICTURE X.
           02  ORG2SUH    PICTURE X.
           02  ORG2SUV    PICTURE X.
           02  ORG2SUO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  DAT1SUC    PICTURE X.
           02  DAT1SUP    PICTURE X.
           02  DAT1SUH    PICTURE X.
           02  DAT1SUV    PICTURE X.
           02  DAT1SUO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  DAT2SUC    PICTURE X.
           02  DAT2SUP    PICTURE X.
           02  DAT2SUH    PICTURE X.
           02  DAT2SUV    PICTURE X.
           02  DAT2SUO  PIC X(75).
           02  FILLER PICTURE X(3).
           02  ACTSUC    PICTURE X.
           02  ACTSUP    PICTURE X.
           02  ACTSUH    PICTURE X.
           02  ACTSUV    PICTURE X.
           02  ACTSUO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DRSNSUC    PICTURE X.
           02  DRSNSUP    PICTURE X.
           02  DRSNSUH    PICTURE X.
           02  DRSNSUV    PICTURE X.
           02  DRSNSUO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  UPDSUC    PICTURE X.
           02  UPDSUP    PICTURE X.
           02  UPDSUH    PICTURE X.
           02  UPDSUV    PICTURE X.
           02  UPDSUO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  MESS1SUC    PICTURE X.
           02  MESS1SUP    PICTURE X.
           02  MESS1SUH    PICTURE X.
           02  MESS1SUV    PICTURE X.
           02  MESS1SUO  PIC X(55).
           02  FILLER PICTURE X(3).
           02  MESS2SUC    PICTURE X.
           02  MESS2SUP    PICTURE X.
           02  MESS2SUH    PICTURE X.
           02  MESS2SUV    PICTURE X.
           02  MESS2SUO  PIC X(56).
