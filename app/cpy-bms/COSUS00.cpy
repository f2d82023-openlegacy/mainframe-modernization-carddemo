             03 ROW06A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ROW06I  PIC X(78).
           02  LASTNOTEL    COMP  PIC  S9(4).
           02  LASTNOTEF    PICTURE X.
           02  FILLER REDEFINES LASTNOTEF.
             03 LASTNOTEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  LASTNOTEI  PIC X(78).
           02  ERRMSGL    COMP  PIC  S9(4).
           02  ERRMSGF    PICTURE X.
           02  FILLER REDEFINES ERRMSGF.
           02  ROW06V    PICTURE X.
           02  ROW06O  PIC X(78).
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
