             03 CUSTIDINA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  CUSTIDINI  PIC X(9).
           02  LNAMEINL    COMP  PIC  S9(4).
           02  LNAMEINF    PICTURE X.
           02  FILLER REDEFINES LNAMEINF.
             03 LNAMEINA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  LNAMEINI  PIC X(25).
           02  FNAMEINL    COMP  PIC  S9(4).
           02  FNAMEINF    PICTURE X.
           02  FILLER REDEFINES FNAMEINF.
             03 FNAMEINA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  FNAMEINI  PIC X(25).
           02  PHONEINL    COMP  PIC  S9(4).
           02  PHONEINF    PICTURE X.
           02  FILLER REDEFINES PHONEINF.
             03 PHONEINA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  PHONEINI  PIC X(15).
           02  ZIPINL    COMP  PIC  S9(4).
           02  ZIPINF    PICTURE X.
           02  FILLER REDEFINES ZIPINF.
             03 ZIPINA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ZIPINI  PIC X(10).
           02  SSN4INL    COMP  PIC  S9(4).
           02  SSN4INF    PICTURE X.
           02  FILLER REDEFINES SSN4INF.
             03 SSN4INA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  SSN4INI  PIC X(4).
           02  SELINL    COMP  PIC  S9(4).
           02  SELINF    PICTURE X.
           02  FILLER REDEFINES SELINF.
             03 SELINA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  SELINI  PIC X(1).
           02  INFO1L    COMP  PIC  S9(4).
           02  INFO1F    PICTURE X.
           02  FILLER REDEFINES INFO1F.
             03 INFO1A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  INFO1I  PIC X(78).
           02  ROW01L    COMP  PIC  S9(4).
           02  ROW01F    PICTURE X.
           02  FILLER REDEFINES ROW01F.
             03 ROW01A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ROW01I  PIC X(78).
           02  ROW02L    COMP  PIC  S9(4).
           02  ROW02F    PICTURE X.
           02  FILLER REDEFINES ROW02F.
             03 ROW02A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ROW02I  PIC X(78).
           02  ROW03L    COMP  PIC  S9(4).
           02  ROW03F    PICTURE X.
           02  FILLER REDEFINES ROW03F.
             03 ROW03A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ROW03I  PIC X(78).
           02  ROW04L    COMP  PIC  S9(4).
           02  ROW04F    PICTURE X.
           02  FILLER REDEFINES ROW04F.
             03 ROW04A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ROW04I  PIC X(78).
           02  ROW05L    COMP  PIC  S9(4).
           02  ROW05F    PICTURE X.
           02  FILLER REDEFINES ROW05F.
             03 ROW05A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ROW05I  PIC X(78).
           02  ROW06L    COMP  PIC  S9(4).
           02  ROW06F    PICTURE X.
           02  FILLER REDEFINES ROW06F.
             03 ROW06A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ROW06I  PIC X(78).
           02  ROW07L    COMP  PIC  S9(4).
           02  ROW07F    PICTURE X.
           02  FILLER REDEFINES ROW07F.
             03 ROW07A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ROW07I  PIC X(78).
           02  ROW08L    COMP  PIC  S9(4).
           02  ROW08F    PICTURE X.
           02  FILLER REDEFINES ROW08F.
             03 ROW08A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ROW08I  PIC X(78).
           02  ERRMSGL    COMP  PIC  S9(4).
           02  ERRMSGF    PICTURE X.
           02  FILLER REDEFINES ERRMSGF.
           02  CUSTIDINV    PICTURE X.
           02  CUSTIDINO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  LNAMEINC    PICTURE X.
           02  LNAMEINP    PICTURE X.
           02  LNAMEINH    PICTURE X.
           02  LNAMEINV    PICTURE X.
           02  LNAMEINO  PIC X(25).
           02  FILLER PICTURE X(3).
           02  FNAMEINC    PICTURE X.
           02  FNAMEINP    PICTURE X.
           02  FNAMEINH    PICTURE X.
           02  FNAMEINV    PICTURE X.
           02  FNAMEINO  PIC X(25).
           02  FILLER PICTURE X(3).
           02  PHONEINC    PICTURE X.
           02  PHONEINP    PICTURE X.
           02  PHONEINH    PICTURE X.
           02  PHONEINV    PICTURE X.
           02  PHONEINO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  ZIPINC    PICTURE X.
           02  ZIPINP    PICTURE X.
           02  ZIPINH    PICTURE X.
           02  ZIPINV    PICTURE X.
           02  ZIPINO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  SSN4INC    PICTURE X.
           02  SSN4INP    PICTURE X.
           02  SSN4INH    PICTURE X.
           02  SSN4INV    PICTURE X.
           02  SSN4INO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  SELINC    PICTURE X.
           02  SELINP    PICTURE X.
           02  SELINH    PICTURE X.
           02  SELINV    PICTURE X.
           02  SELINO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  INFO1C    PICTURE X.
           02  INFO1P    PICTURE X.
           02  INFO1H    PICTURE X.
           02  INFO1V    PICTURE X.
           02  INFO1O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ROW01C    PICTURE X.
           02  ROW01P    PICTURE X.
           02  ROW01H    PICTURE X.
           02  ROW01V    PICTURE X.
           02  ROW01O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ROW02C    PICTURE X.
           02  ROW02P    PICTURE X.
           02  ROW02H    PICTURE X.
           02  ROW02V    PICTURE X.
           02  ROW02O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ROW03C    PICTURE X.
           02  ROW03P    PICTURE X.
           02  ROW03H    PICTURE X.
           02  ROW03V    PICTURE X.
           02  ROW03O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ROW04C    PICTURE X.
           02  ROW04P    PICTURE X.
           02  ROW04H    PICTURE X.
           02  ROW04V    PICTURE X.
           02  ROW04O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ROW05C    PICTURE X.
           02  ROW05P    PICTURE X.
           02  ROW05H    PICTURE X.
           02  ROW05V    PICTURE X.
           02  ROW05O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ROW06C    PICTURE X.
           02  ROW06P    PICTURE X.
           02  ROW06H    PICTURE X.
           02  ROW06V    PICTURE X.
           02  ROW06O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ROW07C    PICTURE X.
           02  ROW07P    PICTURE X.
           02  ROW07H    PICTURE X.
           02  ROW07V    PICTURE X.
           02  ROW07O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ROW08C    PICTURE X.
           02  ROW08P    PICTURE X.
           02  ROW08H    PICTURE X.
           02  ROW08V    PICTURE X.
           02  ROW08O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ERRMSGC    PICTURE X.
           02  ERRMSGP    PICTURE X.
           02  ERRMSGH    PICTURE X.
