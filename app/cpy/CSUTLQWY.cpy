      ******************************************************************
      * Copybook:    CSUTLQWY
      * Purpose:     Working-storage fields for generic memo-post queue
      *              procedure logic (paired with procedure copybook
      *              CSUTLQPL).
      ******************************************************************
           10  WS-MQ-ACCT-ID                     PIC S9(11) COMP-3.
           10  WS-MQ-BIZ-DATE                    PIC X(10).
           10  WS-MQ-CHAIN-CNT                   PIC S9(09) COMP.
           10  WS-MQ-BACKLOG-CNT                 PIC S9(09) COMP.
      * Net pending amount on the account (charges less credits) and
      * the pending cash advances within it
           10  WS-MQ-PENDING-AMT                 PIC S9(10)V99 COMP-3.
           10  WS-MQ-PENDING-CASH                PIC S9(10)V99 COMP-3.
           10  WS-MQ-SQL-STATUS                  PIC S9(09) COMP.
           10  WS-MQ-WINDOW-FLAG                 PIC X(01).
               88  MQ-WINDOW-OPEN                 VALUE 'Y'.
               88  MQ-WINDOW-CLOSED               VALUE 'N'.
