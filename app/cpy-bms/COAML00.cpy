      ******************************************************************
      * Copybook:    COAML00
      * Purpose:     Symbolic map for the AML case queue screen
      *              (program COAML00U, mapset COAML00)
      ******************************************************************
       01  COAML00I.
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
           02  CASEIDINL    COMP  PIC  S9(4).
           02  CASEIDINF    PICTURE X.
           02  FILLER REDEFINES CASEIDINF.
             03 CASEIDINA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  CASEIDINI  PIC X(18).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ACTIONI  PIC X(1).
           02  CUSTIDINL    COMP  PIC  S9(4).
           02  CUSTIDINF    PICTURE X.
           02  FILLER REDEFINES CUSTIDINF.
             03 CUSTIDINA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  CUSTIDINI  PIC X(9).
           02  SARREFL    COMP  PIC  S9(4).
           02  SARREFF    PICTURE X.
           02  FILLER REDEFINES SARREFF.
             03 SARREFA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  SARREFI  PIC X(20).
           02  NOTES1L    COMP  PIC  S9(4).
           02  NOTES1F    PICTURE X.
           02  FILLER REDEFINES NOTES1F.
             03 NOTES1A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  NOTES1I  PIC X(50).
           02  NOTES2L    COMP  PIC  S9(4).
           02  NOTES2F    PICTURE X.
           02  FILLER REDEFINES NOTES2F.
             03 NOTES2A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  NOTES2I  PIC X(50).
           02  INFO1L    COMP  PIC  S9(4).
           02  INFO1F    PICTURE X.
           02  FILLER REDEFINES INFO1F.
             03 INFO1A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  INFO1I  PIC X(78).
           02  INFO2L    COMP  PIC  S9(4).
           02  INFO2F    PICTURE X.
           02  FILLER REDEFINES INFO2F.
             03 INFO2A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  INFO2I  PIC X(78).
           02  INFO3L    COMP  PIC  S9(4).
           02  INFO3F    PICTURE X.
           02  FILLER REDEFINES INFO3F.
             03 INFO3A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  INFO3I  PIC X(78).
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
             03 ERRMSGA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ERRMSGI  PIC X(78).
       01  COAML00O REDEFINES COAML00I.
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
           02  CASEIDINC    PICTURE X.
           02  CASEIDINP    PICTURE X.
           02  CASEIDINH    PICTURE X.
           02  CASEIDINV    PICTURE X.
           02  CASEIDINO  PIC X(18).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONP    PICTURE X.
           02  ACTIONH    PICTURE X.
           02  ACTIONV    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CUSTIDINC    PICTURE X.
           02  CUSTIDINP    PICTURE X.
           02  CUSTIDINH    PICTURE X.
           02  CUSTIDINV    PICTURE X.
           02  CUSTIDINO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  SARREFC    PICTURE X.
           02  SARREFP    PICTURE X.
           02  SARREFH    PICTURE X.
           02  SARREFV    PICTURE X.
           02  SARREFO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  NOTES1C    PICTURE X.
           02  NOTES1P    PICTURE X.
           02  NOTES1H    PICTURE X.
           02  NOTES1V    PICTURE X.
           02  NOTES1O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  NOTES2C    PICTURE X.
           02  NOTES2P    PICTURE X.
           02  NOTES2H    PICTURE X.
           02  NOTES2V    PICTURE X.
           02  NOTES2O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  INFO1C    PICTURE X.
           02  INFO1P    PICTURE X.
           02  INFO1H    PICTURE X.
           02  INFO1V    PICTURE X.
           02  INFO1O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  INFO2C    PICTURE X.
           02  INFO2P    PICTURE X.
           02  INFO2H    PICTURE X.
           02  INFO2V    PICTURE X.
           02  INFO2O  PIC X(78).
           02  FILLER PICTURE X(3).
           02  INFO3C    PICTURE X.
           02  INFO3P    PICTURE X.
           02  INFO3H    PICTURE X.
           02  INFO3V    PICTURE X.
           02  INFO3O  PIC X(78).
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
           02  ERRMSGV    PICTURE X.
           02  ERRMSGO  PIC X(78).
