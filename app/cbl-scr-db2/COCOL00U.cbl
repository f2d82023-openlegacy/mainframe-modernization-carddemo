      *              outcome, or capture a promise-to-pay date and     *
      *              amount through the COCOL01A RPC service. The      *
      *              signed-on user is the collector of record.        *
      *              Settlement-in-full offers are made (S) and, by a  *
      *              supervisor, approved (V) or rejected (R) here.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COCOL00U.
             10 WS-RPC-OUTCOME          PIC X(50).
             10 WS-RPC-PROMISE-DATE     PIC X(10).
             10 WS-RPC-PROMISE-AMT      PIC X(12).
             10 WS-RPC-INSTALL-COUNT    PIC X(02).
             10 WS-RPC-EXPIRY-DATE      PIC X(10).
          05 WS-RPC-OUTPUT-PARMS.
             10 WS-RPC-RESP-CODE        PIC S9(04) COMP.
             10 WS-RPC-RESP-MSG         PIC X(80).
                88 SEC-FUNCTION-ALLOWED           VALUE 'Y'.
                88 SEC-FUNCTION-DENIED            VALUE 'N'.

      * Latest account note - see CSUTLKPL for the shared lookup.
       01 WS-NOTE-FIELDS.
       COPY CSUTLKWY.

       COPY COCOL00.

       COPY COTTL01Y.
      *                      PROCESS-ENTER-KEY
      * Action code drives the operation: L lists the queue, A takes
      * the assignment, C records a contact attempt, P records a
      * promise to pay. S offers a settlement - the promise amount
      * and date fields carry the offer amount and the first
      * installment's due date, beside the installment count and
      * expiry - and V / R approve or reject the account's pending
      * offer.
      *----------------------------------------------------------------*
       PROCESS-ENTER-KEY.

               WHEN 'p'
                   MOVE 'P' TO WS-RPC-OPERATION
                   PERFORM WORK-ACCOUNT-RPC
               WHEN 'S'
               WHEN 's'
                   MOVE 'S' TO WS-RPC-OPERATION
                   PERFORM WORK-ACCOUNT-RPC
               WHEN 'V'
               WHEN 'v'
                   MOVE 'V' TO WS-RPC-OPERATION
                   PERFORM WORK-ACCOUNT-RPC
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WS-RPC-OPERATION
                   PERFORM WORK-ACCOUNT-RPC
               WHEN OTHER
                   MOVE 'Action must be L, A, C, P, S, V or R...'
                     TO WS-MESSAGE
                   SET ERR-FLG-ON TO TRUE
                   MOVE -1 TO ACTIONL OF COCOL00I
                   PERFORM SEND-COL-SCREEN
               MOVE OUTCOMEI OF COCOL00I TO WS-RPC-OUTCOME
               MOVE PROMDTI  OF COCOL00I TO WS-RPC-PROMISE-DATE
               MOVE PROMAMTI OF COCOL00I TO WS-RPC-PROMISE-AMT
               MOVE INSTCNTI OF COCOL00I TO WS-RPC-INSTALL-COUNT
               MOVE STLEXPI  OF COCOL00I TO WS-RPC-EXPIRY-DATE
               PERFORM CALL-RPC-PROGRAM
               IF NOT ERR-FLG-ON
                   MOVE WS-RPC-RESP-MSG TO WS-MESSAGE
           MOVE WS-TRANID    TO CDEMO-FROM-TRANID
           MOVE WS-PGMNAME   TO CDEMO-FROM-PROGRAM
           MOVE ZEROS        TO CDEMO-PGM-CONTEXT
           SET CDEMO-PGM-ENTER TO TRUE
           EXEC CICS
               XCTL PROGRAM(CDEMO-TO-PROGRAM)
               COMMAREA(CARDDEMO-COMMAREA)
           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COCOL00O
           PERFORM SHOW-LATEST-NOTE

           EXEC CICS SEND
                     MAP('COCOL00')
            OR WS-SEC-RESP-CODE NOT = 0
               SET SEC-FUNCTION-DENIED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      SHOW-LATEST-NOTE
      * Latest note on the account keyed in, or on the account at the
      * top of the queue (once listed in this task) when none is.
      *----------------------------------------------------------------*
       SHOW-LATEST-NOTE.

           MOVE SPACES TO WS-NOTE-ACCT-ID
                          WS-NOTE-CARD-NUM
           IF ACCTINI OF COCOL00I NOT = SPACES
              AND ACCTINI OF COCOL00I NOT = LOW-VALUES
              AND ACCTINI OF COCOL00I IS NUMERIC
               MOVE ACCTINI OF COCOL00I TO WS-NOTE-ACCT-ID
           ELSE
               IF WS-RPC-OPERATION = 'L'
                  AND WS-RPC-ITEM-COUNT > 0
                   MOVE WS-RPC-ROW-ACCT-ID(1) TO WS-NOTE-ACCT-ID
               END-IF
           END-IF
           PERFORM GET-LATEST-NOTE
              THRU GET-LATEST-NOTE-EXIT
           MOVE WS-NOTE-LATEST-LINE TO LASTNOTEO OF COCOL00O.

      *----------------------------------------------------------------*
      *            GET-LATEST-NOTE (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLKPL.
