         88 RPC-RESP-ACCT-NOT-ACTIVE             VALUE 4.
         88 RPC-RESP-NO-EFT-ACCOUNT              VALUE 5.
         88 RPC-RESP-WRITE-ERROR                 VALUE 8.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 9.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES

       01 HOST-CUST-EFT-ACCOUNT-ID     PIC X(10).

      * Staff-conflict check - see CSUTLEPL; the signed-on user may
      * not change autopay on an account whose parties they are tied
      * to.
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
               PERFORM 2000-READ-ACCOUNT
           END-IF

           IF RPC-RESP-OK
               PERFORM 2500-CHECK-STAFF-CONFLICT
           END-IF

           IF RPC-RESP-OK AND LK-IN-AUTOPAY-FLAG = 'Y'
               PERFORM 3000-CHECK-EFT-ON-FILE
           END-IF
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2500-CHECK-STAFF-CONFLICT
      *----------------------------------------------------------------*
       2500-CHECK-STAFF-CONFLICT.

           MOVE LK-IN-USER-ID TO WS-STF-USER-ID
           MOVE WS-PGMNAME    TO WS-STF-PROGRAM
           MOVE LK-IN-ACCT-ID TO WS-STF-ACCT-ID
           MOVE ZEROS         TO WS-STF-CUST-ID
           MOVE SPACES        TO WS-STF-CARD-NUM
           PERFORM CHECK-STAFF-CONFLICT
              THRU CHECK-STAFF-CONFLICT-EXIT
           IF NOT STF-NO-CONFLICT
               SET RPC-RESP-STAFF-CONFLICT TO TRUE
               MOVE WS-STF-MSG TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                     3000-CHECK-EFT-ON-FILE
      * Autopay drafts the minimum payment from the customer's
      *            WRITE-ACCT-HISTORY (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLHPL.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.
