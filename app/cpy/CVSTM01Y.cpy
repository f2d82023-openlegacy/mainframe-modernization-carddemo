      *              account group or the whole portfolio ('ALL'),
      *              inside an effective date range, ordered by
      *              priority. The build's proof report counts how
      *              many statements carried each message. Other-
      *              language wording is a LANGTEXT row (document
      *              STMTMSG, line = MSG_ID - see CVLTX01Y).
      ******************************************************************
       01  STMT-MESSAGE-RECORD.
           05  MSG-ID                            PIC 9(05).
