             03 PROMAMTA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  PROMAMTI  PIC X(12).
           02  INSTCNTL    COMP  PIC  S9(4).
           02  INSTCNTF    PICTURE X.
           02  FILLER REDEFINES INSTCNTF.
             03 INSTCNTA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  INSTCNTI  PIC X(2).
           02  STLEXPL    COMP  PIC  S9(4).
           02  STLEXPF    PICTURE X.
           02  FILLER REDEFINES STLEXPF.
             03 STLEXPA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  STLEXPI  PIC X(10).
           02  ROW01L    COMP  PIC  S9(4).
           02  ROW01F    PICTURE X.
           02  FILLER REDEFINES ROW01F.
             03 ROW08A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ROW08I  PIC X(78).
           02  LASTNOTEL    COMP  PIC  S9(4).
           02  LASTNOTEF    PICTURE X.
           02  FILLER REDEFINES LASTNOTEF.
             03 LASTNOTEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  LASTNOTEI  PIC X(78).
           02  ERRMSGL    COMP  PIC  S9(4).
           02  ERRMSGF    PICTURE X.
           02  FILLER REDEFINES ERRMSGF.
           02  PROMAMTV    PICTURE X.
           02  PROMAMTO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  INSTCNTC    PICTURE X.
           02  INSTCNTP    PICTURE X.
           02  INSTCNTH    PICTURE X.
           02  INSTCNTV    PICTURE X.
           02  INSTCNTO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  STLEXPC    PICTURE X.
           02  STLEXPP    PICTURE X.
           02  STLEXPH    PICTURE X.
           02  STLEXPV    PICTURE X.
           02  STLEXPO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ROW01C    PICTURE X.
           02  ROW01P    PICTURE X.
           02  ROW01H    PICTURE X.
           02  ROW08V    PICTURE X.
           02  ROW08O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  LASTNOTEC    PICTURE X.
           02  LASTNOTEP    PICTURE X.
           02  LASTNOTEH    PICTURE X.
           02  LASTNOTEV    PICTURE X.
           02  LASTNOTEO  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ERRMSGC    PICTURE X.
           02  ERRMSGP    PICTURE X.
           02  ERRMSGH    PICTURE X.
