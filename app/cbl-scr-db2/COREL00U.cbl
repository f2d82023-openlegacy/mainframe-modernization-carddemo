       01 WS-RPC-COMMAREA.
          05 WS-RPC-INPUT-PARMS.
             10 WS-RPC-CUST-ID          PIC 9(09).
             10 WS-RPC-USER-ID          PIC X(08).
          05 WS-RPC-OUTPUT-PARMS.
             10 WS-RPC-RESP-CODE        PIC S9(04) COMP.
             10 WS-RPC-RESP-MSG         PIC X(80).
                88 SEC-FUNCTION-ALLOWED           VALUE 'Y'.
                88 SEC-FUNCTION-DENIED            VALUE 'N'.

      * Latest account note - see CSUTLKPL for the shared lookup.
       01 WS-NOTE-FIELDS.
       COPY CSUTLKWY.

       COPY COREL00.

       COPY COTTL01Y.
      *----------------------------------------------------------------*
       CALL-RPC-PROGRAM.

           MOVE CDEMO-USER-ID TO WS-RPC-USER-ID

           EXEC CICS LINK
                PROGRAM('COREL01A')
                COMMAREA(WS-RPC-COMMAREA)
           MOVE WS-TRANID    TO CDEMO-FROM-TRANID
           MOVE WS-PGMNAME   TO CDEMO-FROM-PROGRAM
           MOVE ZEROS        TO CDEMO-PGM-CONTEXT
           SET CDEMO-PGM-ENTER TO TRUE
           EXEC CICS
               XCTL PROGRAM(CDEMO-TO-PROGRAM)
               COMMAREA(CARDDEMO-COMMAREA)
           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COREL00O
           PERFORM SHOW-LATEST-NOTE

           EXEC CICS SEND
                     MAP('COREL00')
            OR WS-SEC-RESP-CODE NOT = 0
               SET SEC-FUNCTION-DENIED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      SHOW-LATEST-NOTE
      * Latest note on the customer's first account, once the
      * relationship has been looked up.
      *----------------------------------------------------------------*
       SHOW-LATEST-NOTE.

           MOVE SPACES TO WS-NOTE-ACCT-ID
                          WS-NOTE-CARD-NUM
           IF CUSTINI OF COREL00I IS NUMERIC
              AND WS-RPC-RESP-CODE = 0
              AND WS-RPC-ACCT-COUNT > 0
               MOVE WS-RPC-ROW-ACCT-ID(1) TO WS-NOTE-ACCT-ID
           END-IF
           PERFORM GET-LATEST-NOTE
              THRU GET-LATEST-NOTE-EXIT
           MOVE WS-NOTE-LATEST-LINE TO LASTNOTEO OF COREL00O.

      *----------------------------------------------------------------*
      *            GET-LATEST-NOTE (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLKPL.
