      ******************************************************************
      * Copybook:    COCPL00
      * Purpose:     Symbolic map for the customer complaint log screen
      *              (program COCPL00U, mapset COCPL00)
      ******************************************************************
       01  COCPL00I.
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
           02  CPLIDINL    COMP  PIC  S9(4).
           02  CPLIDINF    PICTURE X.
           02  FILLER REDEFINES CPLIDINF.
             03 CPLIDINA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  CPLIDINI  PIC X(18).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ACTIONI  PIC X(1).
           02  ACCTIDINL    COMP  PIC  S9(4).
           02  ACCTIDINF    PICTURE X.
           02  FILLER REDEFINES ACCTIDINF.
             03 ACCTIDINA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  ACCTIDINI  PIC X(11).
           02  CATEGORYL    COMP  PIC  S9(4).
           02  CATEGORYF    PICTURE X.
           02  FILLER REDEFINES CATEGORYF.
             03 CATEGORYA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  CATEGORYI  PIC X(2).
           02  CHANNELL    COMP  PIC  S9(4).
           02  CHANNELF    PICTURE X.
           02  FILLER REDEFINES CHANNELF.
             03 CHANNELA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  CHANNELI  PIC X(1).
           02  RCVDATEL    COMP  PIC  S9(4).
           02  RCVDATEF    PICTURE X.
           02  FILLER REDEFINES RCVDATEF.
             03 RCVDATEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  RCVDATEI  PIC X(10).
           02  LINKTYPEL    COMP  PIC  S9(4).
           02  LINKTYPEF    PICTURE X.
           02  FILLER REDEFINES LINKTYPEF.
             03 LINKTYPEA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  LINKTYPEI  PIC X(1).
           02  LINKIDL    COMP  PIC  S9(4).
           02  LINKIDF    PICTURE X.
           02  FILLER REDEFINES LINKIDF.
             03 LINKIDA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  LINKIDI  PIC X(18).
           02  AREAL    COMP  PIC  S9(4).
           02  AREAF    PICTURE X.
           02  FILLER REDEFINES AREAF.
             03 AREAA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  AREAI  PIC X(4).
           02  RESCDL    COMP  PIC  S9(4).
           02  RESCDF    PICTURE X.
           02  FILLER REDEFINES RESCDF.
             03 RESCDA    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  RESCDI  PIC X(1).
           02  DESC1L    COMP  PIC  S9(4).
           02  DESC1F    PICTURE X.
           02  FILLER REDEFINES DESC1F.
             03 DESC1A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  DESC1I  PIC X(50).
           02  DESC2L    COMP  PIC  S9(4).
           02  DESC2F    PICTURE X.
           02  FILLER REDEFINES DESC2F.
             03 DESC2A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  DESC2I  PIC X(50).
           02  RESTX1L    COMP  PIC  S9(4).
           02  RESTX1F    PICTURE X.
           02  FILLER REDEFINES RESTX1F.
             03 RESTX1A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  RESTX1I  PIC X(50).
           02  RESTX2L    COMP  PIC  S9(4).
           02  RESTX2F    PICTURE X.
           02  FILLER REDEFINES RESTX2F.
             03 RESTX2A    PICTURE X.
           02  FILLER   PICTURE X(4).
           02  RESTX2I  PIC X(50).
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
       01  COCPL00O REDEFINES COCPL00I.
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
           02  CPLIDINC    PICTURE X.
           02  CPLIDINP    PICTURE X.
           02  CPLIDINH    PICTURE X.
           02  CPLIDINV    PICTURE X.
           02  CPLIDINO  PIC X(18).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONP    PICTURE X.
           02  ACTIONH    PICTURE X.
           02  ACTIONV    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ACCTIDINC    PICTURE X.
           02  ACCTIDINP    PICTURE X.
           02  ACCTIDINH    PICTURE X.
           02  ACCTIDINV    PICTURE X.
           02  ACCTIDINO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  CATEGORYC    PICTURE X.
           02  CATEGORYP    PICTURE X.
           02  CATEGORYH    PICTURE X.
           02  CATEGORYV    PICTURE X.
           02  CATEGORYO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  CHANNELC    PICTURE X.
           02  CHANNELP    PICTURE X.
           02  CHANNELH    PICTURE X.
           02  CHANNELV    PICTURE X.
           02  CHANNELO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  RCVDATEC    PICTURE X.
           02  RCVDATEP    PICTURE X.
           02  RCVDATEH    PICTURE X.
           02  RCVDATEV    PICTURE X.
           02  RCVDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  LINKTYPEC    PICTURE X.
           02  LINKTYPEP    PICTURE X.
           02  LINKTYPEH    PICTURE X.
           02  LINKTYPEV    PICTURE X.
           02  LINKTYPEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LINKIDC    PICTURE X.
           02  LINKIDP    PICTURE X.
           02  LINKIDH    PICTURE X.
           02  LINKIDV    PICTURE X.
           02  LINKIDO  PIC X(18).
           02  FILLER PICTURE X(3).
           02  AREAC    PICTURE X.
           02  AREAP    PICTURE X.
           02  AREAH    PICTURE X.
           02  AREAV    PICTURE X.
           02  AREAO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  RESCDC    PICTURE X.
           02  RESCDP    PICTURE X.
           02  RESCDH    PICTURE X.
           02  RESCDV    PICTURE X.
           02  RESCDO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DESC1C    PICTURE X.
           02  DESC1P    PICTURE X.
           02  DESC1H    PICTURE X.
           02  DESC1V    PICTURE X.
           02  DESC1O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  DESC2C    PICTURE X.
           02  DESC2P    PICTURE X.
           02  DESC2H    PICTURE X.
           02  DESC2V    PICTURE X.
           02  DESC2O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  RESTX1C    PICTURE X.
           02  RESTX1P    PICTURE X.
           02  RESTX1H    PICTURE X.
           02  RESTX1V    PICTURE X.
           02  RESTX1O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  RESTX2C    PICTURE X.
           02  RESTX2P    PICTURE X.
           02  RESTX2H    PICTURE X.
           02  RESTX2V    PICTURE X.
           02  RESTX2O  PIC X(50).
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
