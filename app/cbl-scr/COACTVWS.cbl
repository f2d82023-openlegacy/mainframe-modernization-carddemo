
       01  WS-COMMAREA                             PIC X(2000).

      *Latest account note - see CSUTLKPL for the shared lookup
       01 WS-NOTE-FIELDS.
       COPY CSUTLKWY.

      *IBM SUPPLIED COPYBOOKS
       COPY DFHBMSCA.
       COPY DFHAID.
              SET FOUND-ACCT-IN-MASTER TO TRUE
              SET FOUND-CUST-IN-MASTER TO TRUE
              SET WS-INFORM-OUTPUT     TO TRUE
      *       Latest note left on the account, on the message line
      *       when there is nothing else to say there
              MOVE CDEMO-ACCT-ID       TO WS-NOTE-ACCT-ID
              MOVE SPACES              TO WS-NOTE-CARD-NUM
              PERFORM GET-LATEST-NOTE
                 THRU GET-LATEST-NOTE-EXIT
              IF WS-RETURN-MSG-OFF
                 MOVE WS-NOTE-LATEST-LINE TO WS-RETURN-MSG
              END-IF
           END-IF

           .
           EXIT
           .

      *****************************************************************
      * Latest account note lookup (shared procedure logic)           *
      *****************************************************************
       COPY CSUTLKPL.

      *****************************************************************
      * Plain text exit - Dont use in production                      *
      *****************************************************************
