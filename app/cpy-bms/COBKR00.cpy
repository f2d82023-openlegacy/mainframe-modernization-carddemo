      ******************************************************************
      * Copybook:    COBKR00
      * Purpose:     Symbolic map for the bankruptcy notification
      *              screen (program COBKR00U, mapset COBKR00)
      ******************************************************************
       01  COBKR00I.
           02  FILLER PIC X(12).
           02  TRNNAMEL    COMP  PIC  S9(4).
           02  TRNNAMEF    PICTURE X.
           02  FILLER REDEFINES TRNNAMEF.
             03 TRNNAMEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  TRNNAMEI  PIC X(4).
           02  TITLE01L    COMP  PIC  S9(4).
           02  TITLE01F    PICTURE X.
           02  FILLER REDEFINES TITLE01F.
             03 TITLE01A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  TITLE01I  PIC X(40).
           02  CURDATEL    COMP  PIC  S9(4).
           02  CURDATEF    PICTURE X.
           02  FILLER REDEFINES CURDATEF.
             03 CURDATEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  CURDATEI  PIC X(8).
           02  PGMNAMEL    COMP  PIC  S9(4).
           02  PGMNAMEF    PICTURE X.
           02  FILLER REDEFINES PGMNAMEF.
             03 PGMNAMEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  PGMNAMEI  PIC X(8).
           02  TITLE02L    COMP  PIC  S9(4).
           02  TITLE02F    PICTURE X.
           02  FILLER REDEFINES TITLE02F.
             03 TITLE02A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  TITLE02I  PIC X(40).
           02  CURTIMEL    COMP  PIC  S9(4).
           02  CURTIMEF    PICTURE X.
           02  FILLER REDEFINES CURTIMEF.
             03 CURTIMEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  CURTIMEI  PIC X(8).
           02  ACCTIDINL    COMP  PIC  S9(4).
           02  ACCTIDINF    PICTURE X.
           02  FILLER REDEFINES ACCTIDINF.
             03 ACCTIDINA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ACCTIDINI  PIC X(11).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ACTIONI  PIC X(1).
           02  CASENUML    COMP  PIC  S9(4).
           02  CASENUMF    PICTURE X.
           02  FILLER REDEFINES CASENUMF.
             03 CASENUMA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  CASENUMI  PIC X(20).
           02  CHAPTERL    COMP  PIC  S9(4).
           02  CHAPTERF    PICTURE X.
           02  FILLER REDEFINES CHAPTERF.
             03 CHAPTERA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  CHAPTERI  PIC X(2).
           02  FILEDTL    COMP  PIC  S9(4).
           02  FILEDTF    PICTURE X.
           02  FILLER REDEFINES FILEDTF.
             03 FILEDTA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  FILEDTI  PIC X(10).
           02  COURTL    COMP  PIC  S9(4).
           02  COURTF    PICTURE X.
           02  FILLER REDEFINES COURTF.
             03 COURTA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  COURTI  PIC X(50).
           02  ATTYNML    COMP  PIC  S9(4).
           02  ATTYNMF    PICTURE X.
           02  FILLER REDEFINES ATTYNMF.
             03 ATTYNMA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ATTYNMI  PIC X(50).
           02  ATTYPHL    COMP  PIC  S9(4).
           02  ATTYPHF    PICTURE X.
           02  FILLER REDEFINES ATTYPHF.
             03 ATTYPHA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ATTYPHI  PIC X(15).
           02  CASESTSL    COMP  PIC  S9(4).
           02  CASESTSF    PICTURE X.
           02  FILLER REDEFINES CASESTSF.
             03 CASESTSA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  CASESTSI  PIC X(1).
           02  DISPDTL    COMP  PIC  S9(4).
           02  DISPDTF    PICTURE X.
           02  FILLER REDEFINES DISPDTF.
             03 DISPDTA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  DISPDTI  PIC X(10).
           02  CUSTIDL    COMP  PIC  S9(4).
           02  CUSTIDF    PICTURE X.
           02  FILLER REDEFINES CUSTIDF.
             03 CUSTIDA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  CUSTIDI  PIC X(9).
           02  INFO1L    COMP  PIC  S9(4).
           02  INFO1F    PICTURE X.
           02  FILLER REDEFINES INFO1F.
             03 INFO1A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  INFO1I  PIC X(78).
           02  ERRMSGL    COMP  PIC  S9(4).
           02  ERRMSGF    PICTURE X.
           02  FILLER REDEFINES ERRMSGF.
             03 ERRMSGA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ERRMSGI  PIC X(78).
       01  COBKR00O REDEFINES COBKR00I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  TRNNAMEC    PICTURE X.
           02  TRNNAMEP    PICTURE X.
           02  TRNNAMEH    PICTURE X.
           02  TRNNAMEV    PICTURE X.
           02  TRNNAMEO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  TITLE01C    PICTURE X.
           02  TITLE01P    PICTURE X.
           02  TITLE01H    PICTURE X.
           02  TITLE01V    PICTURE X.
           02  TITLE01O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  CURDATEC    PICTURE X.
           02  CURDATEP    PICTURE X.
           02  CURDATEH    PICTURE X.
           02  CURDATEV    PICTURE X.
           02  CURDATEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PGMNAMEC    PICTURE X.
           02  PGMNAMEP    PICTURE X.
           02  PGMNAMEH    PICTURE X.
           02  PGMNAMEV    PICTURE X.
           02  PGMNAMEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  TITLE02C    PICTURE X.
           02  TITLE02P    PICTURE X.
           02  TITLE02H    PICTURE X.
           02  TITLE02V    PICTURE X.
           02  TITLE02O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  CURTIMEC    PICTURE X.
           02  CURTIMEP    PICTURE X.
           02  CURTIMEH    PICTURE X.
           02  CURTIMEV    PICTURE X.
           02  CURTIMEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ACCTIDINC    PICTURE X.
           02  ACCTIDINP    PICTURE X.
           02  ACCTIDINH    PICTURE X.
           02  ACCTIDINV    PICTURE X.
           02  ACCTIDINO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONP    PICTURE X.
           02  ACTIONH    PICTURE X.
           02  ACTIONV    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CASENUMC    PICTURE X.
           02  CASENUMP    PICTURE X.
           02  CASENUMH    PICTURE X.
           02  CASENUMV    PICTURE X.
           02  CASENUMO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  CHAPTERC    PICTURE X.
           02  CHAPTERP    PICTURE X.
           02  CHAPTERH    PICTURE X.
           02  CHAPTERV    PICTURE X.
           02  CHAPTERO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  FILEDTC    PICTURE X.
           02  FILEDTP    PICTURE X.
           02  FILEDTH    PICTURE X.
           02  FILEDTV    PICTURE X.
           02  FILEDTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  COURTC    PICTURE X.
           02  COURTP    PICTURE X.
           02  COURTH    PICTURE X.
           02  COURTV    PICTURE X.
           02  COURTO  PIC X(50).
           02  FILLER PICTURE X(3).
           02  ATTYNMC    PICTURE X.
           02  ATTYNMP    PICTURE X.
           02  ATTYNMH    PICTURE X.
           02  ATTYNMV    PICTURE X.
           02  ATTYNMO  PIC X(50).
           02  FILLER PICTURE X(3).
           02  ATTYPHC    PICTURE X.
           02  ATTYPHP    PICTURE X.
           02  ATTYPHH    PICTURE X.
           02  ATTYPHV    PICTURE X.
           02  ATTYPHO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  CASESTSC    PICTURE X.
           02  CASESTSP    PICTURE X.
           02  CASESTSH    PICTURE X.
           02  CASESTSV    PICTURE X.
           02  CASESTSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DISPDTC    PICTURE X.
           02  DISPDTP    PICTURE X.
           02  DISPDTH    PICTURE X.
           02  DISPDTV    PICTURE X.
           02  DISPDTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CUSTIDC    PICTURE X.
           02  CUSTIDP    PICTURE X.
           02  CUSTIDH    PICTURE X.
           02  CUSTIDV    PICTURE X.
           02  CUSTIDO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  INFO1C    PICTURE X.
           02  INFO1P    PICTURE X.
           02  INFO1H    PICTURE X.
           02  INFO1V    PICTURE X.
           02  INFO1O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ERRMSGC    PICTURE X.
           02  ERRMSGP    PICTURE X.
           02  ERRMSGH    PICTURE X.
           02  ERRMSGV    PICTURE X.
           02  ERRMSGO  PIC X(78).
