             03 OPT05A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  OPT05I  PIC X(40).
           02  OPT06L    COMP  PIC  S9(4).
           02  OPT06F    PICTURE X.
           02  FILLER REDEFINES OPT06F.
             03 OPT06A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  OPT06I  PIC X(40).
           02  OPT07L    COMP  PIC  S9(4).
           02  OPT07F    PICTURE X.
           02  FILLER REDEFINES OPT07F.
             03 OPT07A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  OPT07I  PIC X(40).
           02  OPT08L    COMP  PIC  S9(4).
           02  OPT08F    PICTURE X.
           02  FILLER REDEFINES OPT08F.
             03 OPT08A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  OPT08I  PIC X(40).
           02  OPT09L    COMP  PIC  S9(4).
           02  OPT09F    PICTURE X.
           02  FILLER REDEFINES OPT09F.
             03 OPT09A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  OPT09I  PIC X(40).
           02  OPT10L    COMP  PIC  S9(4).
           02  OPT10F    PICTURE X.
           02  FILLER REDEFINES OPT10F.
             03 OPT10A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  OPT10I  PIC X(40).
           02  PAGENOL    COMP  PIC  S9(4).
           02  PAGENOF    PICTURE X.
           02  FILLER REDEFINES PAGENOF.
             03 PAGENOA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  PAGENOI  PIC X(12).
           02  ERRMSGL    COMP  PIC  S9(4).
           02  ERRMSGF    PICTURE X.
           02  FILLER REDEFINES ERRMSGF.
           02  OPT05V    PICTURE X.
           02  OPT05O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  OPT06C    PICTURE X.
           02  OPT06P    PICTURE X.
           02  OPT06H    PICTURE X.
           02  OPT06V    PICTURE X.
           02  OPT06O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  OPT07C    PICTURE X.
           02  OPT07P    PICTURE X.
           02  OPT07H    PICTURE X.
           02  OPT07V    PICTURE X.
           02  OPT07O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  OPT08C    PICTURE X.
           02  OPT08P    PICTURE X.
           02  OPT08H    PICTURE X.
           02  OPT08V    PICTURE X.
           02  OPT08O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  OPT09C    PICTURE X.
           02  OPT09P    PICTURE X.
           02  OPT09H    PICTURE X.
           02  OPT09V    PICTURE X.
           02  OPT09O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  OPT10C    PICTURE X.
           02  OPT10P    PICTURE X.
           02  OPT10H    PICTURE X.
           02  OPT10V    PICTURE X.
           02  OPT10O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  PAGENOC    PICTURE X.
           02  PAGENOP    PICTURE X.
           02  PAGENOH    PICTURE X.
           02  PAGENOV    PICTURE X.
           02  PAGENOO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  ERRMSGC    PICTURE X.
           02  ERRMSGP    PICTURE X.
           02  ERRMSGH    PICTURE X.
