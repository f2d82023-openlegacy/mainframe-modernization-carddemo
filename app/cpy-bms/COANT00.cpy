      ******************************************************************
      * Copybook:    COANT00
      * Purpose:     Symbolic map for the account notes (CSR memo pad)
      *              screen (program COANT00U, mapset COANT00)
      ******************************************************************
       01  COANT00I.
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
           02  NOTETYPEL    COMP  PIC  S9(4).
           02  NOTETYPEF    PICTURE X.
           02  FILLER REDEFINES NOTETYPEF.
             03 NOTETYPEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  NOTETYPEI  PIC X(2).
           02  NOTE1L    COMP  PIC  S9(4).
           02  NOTE1F    PICTURE X.
           02  FILLER REDEFINES NOTE1F.
             03 NOTE1A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  NOTE1I  PIC X(50).
           02  NOTE2L    COMP  PIC  S9(4).
           02  NOTE2F    PICTURE X.
           02  FILLER REDEFINES NOTE2F.
             03 NOTE2A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  NOTE2I  PIC X(50).
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
           02  ROW09L    COMP  PIC  S9(4).
           02  ROW09F    PICTURE X.
           02  FILLER REDEFINES ROW09F.
             03 ROW09A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ROW09I  PIC X(78).
           02  ROW10L    COMP  PIC  S9(4).
           02  ROW10F    PICTURE X.
           02  FILLER REDEFINES ROW10F.
             03 ROW10A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ROW10I  PIC X(78).
           02  ROW11L    COMP  PIC  S9(4).
           02  ROW11F    PICTURE X.
           02  FILLER REDEFINES ROW11F.
             03 ROW11A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ROW11I  PIC X(78).
           02  ROW12L    COMP  PIC  S9(4).
           02  ROW12F    PICTURE X.
           02  FILLER REDEFINES ROW12F.
             03 ROW12A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ROW12I  PIC X(78).
           02  ROW13L    COMP  PIC  S9(4).
           02  ROW13F    PICTURE X.
           02  FILLER REDEFINES ROW13F.
             03 ROW13A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ROW13I  PIC X(78).
           02  ROW14L    COMP  PIC  S9(4).
           02  ROW14F    PICTURE X.
           02  FILLER REDEFINES ROW14F.
             03 ROW14A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ROW14I  PIC X(78).
           02  ROW15L    COMP  PIC  S9(4).
           02  ROW15F    PICTURE X.
           02  FILLER REDEFINES ROW15F.
             03 ROW15A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ROW15I  PIC X(78).
           02  ROW16L    COMP  PIC  S9(4).
           02  ROW16F    PICTURE X.
           02  FILLER REDEFINES ROW16F.
             03 ROW16A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ROW16I  PIC X(78).
           02  ERRMSGL    COMP  PIC  S9(4).
           02  ERRMSGF    PICTURE X.
           02  FILLER REDEFINES ERRMSGF.
             03 ERRMSGA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ERRMSGI  PIC X(78).
       01  COANT00O REDEFINES COANT00I.
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
           02  NOTETYPEC    PICTURE X.
           02  NOTETYPEP    PICTURE X.
           02  NOTETYPEH    PICTURE X.
           02  NOTETYPEV    PICTURE X.
           02  NOTETYPEO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  NOTE1C    PICTURE X.
           02  NOTE1P    PICTURE X.
           02  NOTE1H    PICTURE X.
           02  NOTE1V    PICTURE X.
           02  NOTE1O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  NOTE2C    PICTURE X.
           02  NOTE2P    PICTURE X.
           02  NOTE2H    PICTURE X.
           02  NOTE2V    PICTURE X.
           02  NOTE2O  PIC X(50).
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
           02  ROW09C    PICTURE X.
           02  ROW09P    PICTURE X.
           02  ROW09H    PICTURE X.
           02  ROW09V    PICTURE X.
           02  ROW09O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ROW10C    PICTURE X.
           02  ROW10P    PICTURE X.
           02  ROW10H    PICTURE X.
           02  ROW10V    PICTURE X.
           02  ROW10O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ROW11C    PICTURE X.
           02  ROW11P    PICTURE X.
           02  ROW11H    PICTURE X.
           02  ROW11V    PICTURE X.
           02  ROW11O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ROW12C    PICTURE X.
           02  ROW12P    PICTURE X.
           02  ROW12H    PICTURE X.
           02  ROW12V    PICTURE X.
           02  ROW12O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ROW13C    PICTURE X.
           02  ROW13P    PICTURE X.
           02  ROW13H    PICTURE X.
           02  ROW13V    PICTURE X.
           02  ROW13O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ROW14C    PICTURE X.
           02  ROW14P    PICTURE X.
           02  ROW14H    PICTURE X.
           02  ROW14V    PICTURE X.
           02  ROW14O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ROW15C    PICTURE X.
           02  ROW15P    PICTURE X.
           02  ROW15H    PICTURE X.
           02  ROW15V    PICTURE X.
           02  ROW15O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ROW16C    PICTURE X.
           02  ROW16P    PICTURE X.
           02  ROW16H    PICTURE X.
           02  ROW16V    PICTURE X.
           02  ROW16O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  ERRMSGC    PICTURE X.
           02  ERRMSGP    PICTURE X.
           02  ERRMSGH    PICTURE X.
           02  ERRMSGV    PICTURE X.
           02  ERRMSGO  PIC X(78).
