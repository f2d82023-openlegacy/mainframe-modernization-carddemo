             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ACTIONI  PIC X(1).
           02  FRDTYPL    COMP  PIC  S9(4).
           02  FRDTYPF    PICTURE X.
           02  FILLER REDEFINES FRDTYPF.
             03 FRDTYPA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  FRDTYPI  PIC X(1).
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
           02  ACTIONV    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  FRDTYPC    PICTURE X.
           02  FRDTYPP    PICTURE X.
           02  FRDTYPH    PICTURE X.
           02  FRDTYPV    PICTURE X.
           02  FRDTYPO  PIC X(1).
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
