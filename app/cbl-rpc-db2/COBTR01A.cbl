         88 RPC-RESP-OVER-LIMIT                  VALUE 6.
         88 RPC-RESP-NO-CARD-ON-FILE             VALUE 7.
         88 RPC-RESP-WRITE-ERROR                 VALUE 8.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 9.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).

      * Staff-conflict check - see CSUTLEPL; the signed-on user may
      * not move money out of or into an account whose parties they
      * are tied to.
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

      * Transaction summary - see CSUTLWPL; every TRANSACT row
      * posted here is added to its monthly TRANSUM row in the
      * same unit of work.
       01 WS-TSUM-FIELDS.
       COPY CSUTLWWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
             10 LK-IN-SOURCE-ACCT-ID    PIC 9(11).
             10 LK-IN-TARGET-ACCT-ID    PIC 9(11).
             10 LK-IN-XFER-AMT          PIC X(12).
      *      Signed-on user keying the transfer (staff-conflict check)
             10 LK-IN-USER-ID           PIC X(08).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
               PERFORM 2000-READ-BOTH-ACCOUNTS
           END-IF

           IF RPC-RESP-OK
               PERFORM 2500-CHECK-STAFF-CONFLICT
           END-IF

           IF RPC-RESP-OK
               PERFORM 3000-CHECK-TARGET-LIMIT
           END-IF
                 TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                    2500-CHECK-STAFF-CONFLICT
      * Both sides of the transfer are checked - a tie to either the
      * account being drawn down or the one being credited refuses.
      *----------------------------------------------------------------*
       2500-CHECK-STAFF-CONFLICT.

           MOVE LK-IN-SOURCE-ACCT-ID TO WS-STF-ACCT-ID
           PERFORM 2510-CHECK-ONE-ACCOUNT

           IF RPC-RESP-OK
               MOVE LK-IN-TARGET-ACCT-ID TO WS-STF-ACCT-ID
               PERFORM 2510-CHECK-ONE-ACCOUNT
           END-IF.

      *----------------------------------------------------------------*
      *                     2510-CHECK-ONE-ACCOUNT
      *----------------------------------------------------------------*
       2510-CHECK-ONE-ACCOUNT.

           MOVE LK-IN-USER-ID TO WS-STF-USER-ID
           MOVE WS-PGMNAME    TO WS-STF-PROGRAM
           MOVE ZEROS         TO WS-STF-CUST-ID
           MOVE SPACES        TO WS-STF-CARD-NUM
           PERFORM CHECK-STAFF-CONFLICT
              THRU CHECK-STAFF-CONFLICT-EXIT
           IF NOT STF-NO-CONFLICT
               SET RPC-RESP-STAFF-CONFLICT TO TRUE
               MOVE WS-STF-MSG TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                     3000-CHECK-TARGET-LIMIT
      * The debit lands on the target account, so the target's
                :HOST-TGT-CARD-NUM, :HOST-TRAN-TS, :HOST-TRAN-TS)
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-DEBIT-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                :HOST-SRC-CARD-NUM, :HOST-TRAN-TS, :HOST-TRAN-TS)
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-CREDIT-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               SUBTRACT WS-ALLOC-REMAINING
                   FROM HOST-SRC-BAL-PURCHASES
           END-IF.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.

      *----------------------------------------------------------------*
      *          TRANSUM-POST (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLWPL.
