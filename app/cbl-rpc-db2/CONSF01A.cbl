         88 RPC-RESP-NOT-A-PAYMENT               VALUE 3.
         88 RPC-RESP-ALREADY-REVERSED            VALUE 4.
         88 RPC-RESP-WRITE-ERROR                 VALUE 5.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 6.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
       01 WS-NOTIFY-FIELDS.
       COPY CSUTLNWY.

      * Staff-conflict check - see CSUTLEPL; the signed-on user may
      * not return a payment on an account whose parties they are
      * tied to.
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
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
             10 LK-IN-TRAN-ID           PIC X(16).
      *      Signed-on user returning the payment (staff-conflict check)
             10 LK-IN-USER-ID           PIC X(08).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
               PERFORM 3000-RESOLVE-ACCOUNT
           END-IF

           IF RPC-RESP-OK
               PERFORM 3500-CHECK-STAFF-CONFLICT
           END-IF

           IF RPC-RESP-OK
               PERFORM 4000-POST-REVERSAL-AND-FEE
           END-IF
               MOVE WS-DEFAULT-NSF-FEE-AMT TO HOST-NSF-FEE-AMT
           END-IF.

      *----------------------------------------------------------------*
      *                   3500-CHECK-STAFF-CONFLICT
      *----------------------------------------------------------------*
       3500-CHECK-STAFF-CONFLICT.

           MOVE LK-IN-USER-ID TO WS-STF-USER-ID
           MOVE WS-PGMNAME    TO WS-STF-PROGRAM
           MOVE HOST-XREF-ACCT-ID TO WS-STF-ACCT-ID
           MOVE ZEROS         TO WS-STF-CUST-ID
           MOVE SPACES        TO WS-STF-CARD-NUM
           PERFORM CHECK-STAFF-CONFLICT
              THRU CHECK-STAFF-CONFLICT-EXIT
           IF NOT STF-NO-CONFLICT
               SET RPC-RESP-STAFF-CONFLICT TO TRUE
               MOVE WS-STF-MSG TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                   4000-POST-REVERSAL-AND-FEE
      * One unit of work end to end: reversal insert, fee insert,
                :HOST-PAY-CARD-NUM, :HOST-TRAN-TS, :HOST-TRAN-TS)
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-REV-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               EXEC SQL ROLLBACK END-EXEC
                :HOST-PAY-CARD-NUM, :HOST-TRAN-TS, :HOST-TRAN-TS)
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-FEE-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
      *                 WRITE-NOTIFICATION (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLNPL.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.

      *----------------------------------------------------------------*
      *          TRANSUM-POST (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLWPL.
