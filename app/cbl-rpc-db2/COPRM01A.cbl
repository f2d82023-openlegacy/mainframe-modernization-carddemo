         88 RPC-RESP-PLAN-NOTFOUND               VALUE 7.
         88 RPC-RESP-INVALID-AMOUNT              VALUE 8.
         88 RPC-RESP-WRITE-ERROR                 VALUE 9.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 10.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).

      * Staff-conflict check - see CSUTLEPL; the signed-on user may
      * not enroll or pay down a plan on an account whose parties
      * they are tied to.
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
             10 LK-IN-PROMO-APR         PIC X(06).
             10 LK-IN-TERM-MONTHS       PIC X(03).
             10 LK-IN-PAY-AMT           PIC X(12).
      *      Signed-on user keying the plan (staff-conflict check)
             10 LK-IN-USER-ID           PIC X(08).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
                  THRU 1100-READ-QUALIFYING-TRAN-EXIT
           END-IF

           IF RPC-RESP-OK
               MOVE ZEROS              TO WS-STF-ACCT-ID
               MOVE HOST-TRAN-CARD-NUM TO WS-STF-CARD-NUM
               PERFORM 4000-CHECK-STAFF-CONFLICT
           END-IF

           IF RPC-RESP-OK
               PERFORM 1200-INSERT-PLAN-DB2
           END-IF.
                   END-IF
           END-EVALUATE

           IF RPC-RESP-OK
               PERFORM 3050-READ-PLAN-ACCOUNT
           END-IF

           IF RPC-RESP-OK
               MOVE HOST-XREF-ACCT-ID TO WS-STF-ACCT-ID
               MOVE SPACES            TO WS-STF-CARD-NUM
               PERFORM 4000-CHECK-STAFF-CONFLICT
           END-IF

           IF RPC-RESP-OK
               MOVE WS-PLAN-ID-N TO HOST-PRM-PLAN-ID
               MOVE WS-PAY-AMT-N TO HOST-PAY-AMT
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                    3050-READ-PLAN-ACCOUNT
      *----------------------------------------------------------------*
       3050-READ-PLAN-ACCOUNT.

           MOVE WS-PLAN-ID-N TO HOST-PRM-PLAN-ID

           EXEC SQL
               SELECT PRM_ACCT_ID
               INTO :HOST-XREF-ACCT-ID
               FROM PROMOPLAN
               WHERE PRM_PLAN_ID = :HOST-PRM-PLAN-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET RPC-RESP-PLAN-NOTFOUND TO TRUE
                   MOVE 'Plan NOT found...' TO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read plan - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      3100-ECHO-PLAN
      *----------------------------------------------------------------*
               MOVE HOST-PRM-PLAN-BAL TO LK-OUT-PLAN-BAL
               MOVE HOST-PRM-EXPIRY-DATE TO LK-OUT-EXPIRY-DATE
           END-IF.

      *----------------------------------------------------------------*
      *                   4000-CHECK-STAFF-CONFLICT
      * The caller has set WS-STF-ACCT-ID and WS-STF-CARD-NUM.
      *----------------------------------------------------------------*
       4000-CHECK-STAFF-CONFLICT.

           MOVE LK-IN-USER-ID TO WS-STF-USER-ID
           MOVE WS-PGMNAME    TO WS-STF-PROGRAM
           MOVE ZEROS         TO WS-STF-CUST-ID
           PERFORM CHECK-STAFF-CONFLICT
              THRU CHECK-STAFF-CONFLICT-EXIT
           IF NOT STF-NO-CONFLICT
               SET RPC-RESP-STAFF-CONFLICT TO TRUE
               MOVE WS-STF-MSG TO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.
