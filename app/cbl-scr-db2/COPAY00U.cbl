             10 WS-RPC-ACCT-ID          PIC 9(11).
             10 WS-RPC-GOODTHRU-DATE    PIC X(10).
             10 WS-RPC-PAY-AMT          PIC X(12).
             10 WS-RPC-USER-ID          PIC X(08).
          05 WS-RPC-OUTPUT-PARMS.
             10 WS-RPC-RESP-CODE        PIC S9(04) COMP.
             10 WS-RPC-RESP-MSG         PIC X(80).
                88 SEC-FUNCTION-ALLOWED           VALUE 'Y'.
                88 SEC-FUNCTION-DENIED            VALUE 'N'.

      * Latest account note - see CSUTLKPL for the shared lookup.
       01 WS-NOTE-FIELDS.
       COPY CSUTLKWY.

       COPY COPAY00.

       COPY COTTL01Y.
           MOVE WS-ACCT-ID-N TO WS-RPC-ACCT-ID
           MOVE GOODTHRUI OF COPAY00I TO WS-RPC-GOODTHRU-DATE
           MOVE PAYAMTI   OF COPAY00I TO WS-RPC-PAY-AMT
           MOVE CDEMO-USER-ID TO WS-RPC-USER-ID
           MOVE ZEROS TO WS-RPC-RESP-CODE
           MOVE SPACES TO WS-RPC-RESP-MSG

           MOVE WS-TRANID    TO CDEMO-FROM-TRANID
           MOVE WS-PGMNAME   TO CDEMO-FROM-PROGRAM
           MOVE ZEROS        TO CDEMO-PGM-CONTEXT
           SET CDEMO-PGM-ENTER TO TRUE
           EXEC CICS
               XCTL PROGRAM(CDEMO-TO-PROGRAM)
               COMMAREA(CARDDEMO-COMMAREA)
           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COPAY00O
           PERFORM SHOW-LATEST-NOTE

           EXEC CICS SEND
                     MAP('COPAY00')
            OR WS-SEC-RESP-CODE NOT = 0
               SET SEC-FUNCTION-DENIED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      SHOW-LATEST-NOTE
      * Latest note on the account keyed in.
      *----------------------------------------------------------------*
       SHOW-LATEST-NOTE.

           MOVE SPACES TO WS-NOTE-ACCT-ID
                          WS-NOTE-CARD-NUM
           IF ACCTINI OF COPAY00I NOT = SPACES
              AND ACCTINI OF COPAY00I NOT = LOW-VALUES
              AND ACCTINI OF COPAY00I IS NUMERIC
               MOVE ACCTINI OF COPAY00I TO WS-NOTE-ACCT-ID
           END-IF
           PERFORM GET-LATEST-NOTE
              THRU GET-LATEST-NOTE-EXIT
           MOVE WS-NOTE-LATEST-LINE TO LASTNOTEO OF COPAY00O.

      *----------------------------------------------------------------*
      *            GET-LATEST-NOTE (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLKPL.
