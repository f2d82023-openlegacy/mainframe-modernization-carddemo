      ******************************************************************
      * Copybook:    CSUTLKPL
      * Purpose:     Latest-account-note lookup for the servicing
      *              screens. LINKs the notes service COANT01A for
      *              the newest note on the account in WS-NOTE-ACCT-
      *              ID (or, when that is blank, the account the card
      *              in WS-NOTE-CARD-NUM belongs to) and formats it
      *              into WS-NOTE-LATEST-LINE as
      *                NOTE yyyy-mm-dd user     tt: text...
      *              The line comes back blank when the account has
      *              no notes or the lookup fails - a missing note is
      *              never a reason to stop the screen. Requires the
      *              fields in copybook CSUTLKWY to be declared in the
      *              calling program's WORKING-STORAGE.
      ******************************************************************
       GET-LATEST-NOTE.
           MOVE SPACES TO WS-NOTE-LATEST-LINE

           IF (WS-NOTE-ACCT-ID = SPACES OR LOW-VALUES)
              AND (WS-NOTE-CARD-NUM = SPACES OR LOW-VALUES)
               GO TO GET-LATEST-NOTE-EXIT
           END-IF

           INITIALIZE WS-NOTE-COMMAREA
           MOVE 'L'              TO WS-NOTE-IN-OPERATION
           MOVE WS-NOTE-ACCT-ID  TO WS-NOTE-IN-ACCT-ID
           MOVE WS-NOTE-CARD-NUM TO WS-NOTE-IN-CARD-NUM
           MOVE ZEROS            TO WS-NOTE-IN-BEFORE-NOTE-ID

           EXEC CICS LINK
                PROGRAM(WS-NOTE-RPC-PGM)
                COMMAREA(WS-NOTE-COMMAREA)
                LENGTH(LENGTH OF WS-NOTE-COMMAREA)
                RESP(WS-NOTE-RESP)
           END-EXEC

           IF WS-NOTE-RESP NOT = DFHRESP(NORMAL)
              OR WS-NOTE-RESP-CODE NOT = 0
              OR WS-NOTE-OUT-ITEM-COUNT < 1
               GO TO GET-LATEST-NOTE-EXIT
           END-IF

           STRING 'NOTE '                         DELIMITED BY SIZE
                  WS-NOTE-OUT-CREATE-TS(1)(1:10)  DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  WS-NOTE-OUT-USER-ID(1)          DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  WS-NOTE-OUT-NOTE-TYPE(1)        DELIMITED BY SIZE
                  ': '                            DELIMITED BY SIZE
                  WS-NOTE-OUT-NOTE-TEXT(1)        DELIMITED BY SIZE
             INTO WS-NOTE-LATEST-LINE
           END-STRING
           .
       GET-LATEST-NOTE-EXIT.
           EXIT.
