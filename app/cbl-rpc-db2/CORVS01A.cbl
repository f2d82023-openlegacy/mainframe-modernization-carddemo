         88 RPC-RESP-HOLD-NOTFOUND               VALUE 7.
         88 RPC-RESP-INVALID-AUTHID              VALUE 8.
         88 RPC-RESP-WRITE-ERROR                 VALUE 9.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 10.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
           88 FULL-RELEASE                        VALUE 'Y'.
           88 PARTIAL-REVERSAL                    VALUE 'N'.

      * Staff-conflict check - see CSUTLEPL; a hold released by a
      * named user may not be on an account whose parties that user
      * is tied to.
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
               PERFORM 2000-READ-CCXREF-DB2
           END-IF

           IF RPC-RESP-OK
              AND LK-IN-RELEASED-BY NOT = SPACES AND LOW-VALUES
               PERFORM 2500-CHECK-STAFF-CONFLICT
           END-IF

           IF RPC-RESP-OK
               PERFORM 3000-FIND-OPEN-HOLD-DB2
           END-IF
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2500-CHECK-STAFF-CONFLICT
      * A reversal from the merchant network carries no releasing
      * user and is not checked; one keyed by a named user is.
      *----------------------------------------------------------------*
       2500-CHECK-STAFF-CONFLICT.

           MOVE LK-IN-RELEASED-BY TO WS-STF-USER-ID
           MOVE WS-PGMNAME    TO WS-STF-PROGRAM
           MOVE HOST-XREF-ACCT-ID TO WS-STF-ACCT-ID
           MOVE ZEROS         TO WS-STF-CUST-ID
           MOVE HOST-XREF-CARD-NUM TO WS-STF-CARD-NUM
           PERFORM CHECK-STAFF-CONFLICT
              THRU CHECK-STAFF-CONFLICT-EXIT
           IF NOT STF-NO-CONFLICT
               SET RPC-RESP-STAFF-CONFLICT TO TRUE
               MOVE WS-STF-MSG TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                    3000-FIND-OPEN-HOLD-DB2
      * A named hold is taken as-is (verified against the card); an
                   MOVE WS-OPEN-TO-BUY TO LK-OUT-OPEN-TO-BUY
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.
