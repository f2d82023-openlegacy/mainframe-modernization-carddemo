             10 WS-RPC-TRAN-AMT         PIC X(12).
             10 WS-RPC-MERCH-ID         PIC X(09).
             10 WS-RPC-WO-REASON        PIC X(50).
             10 WS-RPC-USER-ID          PIC X(08).
          05 WS-RPC-OUTPUT-PARMS.
             10 WS-RPC-RESP-CODE        PIC S9(04) COMP.
             10 WS-RPC-RESP-MSG         PIC X(80).
                88 SEC-FUNCTION-ALLOWED           VALUE 'Y'.
                88 SEC-FUNCTION-DENIED            VALUE 'N'.

      * Latest account note - see CSUTLKPL for the shared lookup.
       01 WS-NOTE-FIELDS.
       COPY CSUTLKWY.

       COPY COSUS00.

       COPY COTTL01Y.
               MOVE AMTINI   OF COSUS00I TO WS-RPC-TRAN-AMT
               MOVE MIDINI   OF COSUS00I TO WS-RPC-MERCH-ID
               MOVE WOREASONI OF COSUS00I TO WS-RPC-WO-REASON
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

           MOVE WS-MESSAGE TO ERRMSGO OF COSUS00O
           PERFORM SHOW-LATEST-NOTE

           EXEC CICS SEND
                     MAP('COSUS00')
            OR WS-SEC-RESP-CODE NOT = 0
               SET SEC-FUNCTION-DENIED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      SHOW-LATEST-NOTE
      * Latest note on the account the item's card belongs to - the
      * card pulled up for repair, or the top item's card once the
      * suspense list has been shown in this task.
      *----------------------------------------------------------------*
       SHOW-LATEST-NOTE.

           MOVE SPACES TO WS-NOTE-ACCT-ID
                          WS-NOTE-CARD-NUM
           IF CARDINI OF COSUS00I NOT = SPACES
              AND CARDINI OF COSUS00I NOT = LOW-VALUES
               MOVE CARDINI OF COSUS00I TO WS-NOTE-CARD-NUM
           ELSE
               IF WS-RPC-OPERATION = 'L'
                  AND WS-RPC-ITEM-COUNT > 0
                   MOVE WS-RPC-ROW-CARD-NUM(1) TO WS-NOTE-CARD-NUM
               END-IF
           END-IF
           PERFORM GET-LATEST-NOTE
              THRU GET-LATEST-NOTE-EXIT
           MOVE WS-NOTE-LATEST-LINE TO LASTNOTEO OF COSUS00O.

      *----------------------------------------------------------------*
      *            GET-LATEST-NOTE (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLKPL.
