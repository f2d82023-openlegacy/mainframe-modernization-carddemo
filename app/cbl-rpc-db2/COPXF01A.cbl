      *              refuses to run at all when either side would be  *
      *              left inconsistent, instead of leaving two        *
      *              accounts half-fixed.                             *
      *              The re-post is back-valued to the day the        *
      *              payment originally arrived (no further back than *
      *              the target's back-value limit) and recorded on   *
      *              BACKVAL, so CBACT98A credits the target the      *
      *              interest and any late fee it was charged while   *
      *              the payment sat on the wrong account.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPXF01A.
         88 RPC-RESP-TARGET-NOT-ACTIVE           VALUE 6.
         88 RPC-RESP-SAME-ACCOUNT                VALUE 7.
         88 RPC-RESP-WRITE-ERROR                 VALUE 8.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 9.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
         05 HOST-PAY-TYPE-CD           PIC X(02).
         05 HOST-PAY-AMT               PIC S9(10)V99 COMP-3.
         05 HOST-PAY-CARD-NUM          PIC X(16).
         05 HOST-PAY-ORIG-TS           PIC X(26).
       01 HOST-SRC-ACCT-ID             PIC S9(11) COMP.
       01 HOST-TGT-ROW.
         05 HOST-TGT-ACCT-ID           PIC S9(11) COMP-3.
         05 HOST-TGT-BAL-INTEREST      PIC S9(10)V99 COMP-3.
         05 HOST-TGT-BAL-FEES          PIC S9(10)V99 COMP-3.
         05 HOST-TGT-BAL-PURCHASES     PIC S9(10)V99 COMP-3.
         05 HOST-TGT-GROUP-ID          PIC X(10).
       01 HOST-MOVED-COUNT             PIC S9(04) COMP.
       01 HOST-TRAN-ID-SEQ             PIC S9(18) COMP-3.
       01 HOST-REV-TRAN-ID             PIC X(16).
       01 HOST-TRAN-DESC               PIC X(50).
       01 HOST-TRAN-AMT                PIC S9(10)V99 COMP-3.
       01 HOST-TRAN-TS                 PIC X(26).
      * Origination stamp of the re-post - the effective date when
      * the transfer is back-valued, otherwise now.
       01 HOST-REPOST-ORIG-TS          PIC X(26).
       01 HOST-BIZ-DATE                PIC X(10).

       01 WS-WORK-FIELDS.
         05 WS-PAY-AMT-N               PIC S9(10)V99 VALUE ZEROS.
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).

      * Staff-conflict check - see CSUTLEPL; the signed-on user may
      * not move a payment off or onto an account whose parties they
      * are tied to.
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

      * Back-valued posting - see CSUTLUPL.
       01 WS-BACKVAL-FIELDS.
       COPY CSUTLUWY.
       COPY CVBVL01Y.

      * Transaction summary - see CSUTLWPL; every TRANSACT row
      * posted here is added to its monthly TRANSUM row in the
      * same unit of work.
       01 WS-TSUM-FIELDS.
       COPY CSUTLWWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
          05 LK-INPUT-PARMS.
             10 LK-IN-TRAN-ID           PIC X(16).
             10 LK-IN-TARGET-ACCT-ID    PIC X(11).
      *      Signed-on user moving the payment (staff-conflict check)
             10 LK-IN-USER-ID           PIC X(08).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
           PERFORM 1000-READ-AND-VERIFY-SIDES
              THRU 1000-READ-AND-VERIFY-SIDES-EXIT

           IF RPC-RESP-OK
               PERFORM 2000-CHECK-STAFF-CONFLICT
           END-IF

           IF RPC-RESP-OK
               PERFORM 3000-SET-EFFECTIVE-DATE
           END-IF

           IF RPC-RESP-OK
               PERFORM 4000-TRANSFER-PAYMENT
                  THRU 4000-TRANSFER-PAYMENT-EXIT
           MOVE LK-IN-TRAN-ID TO HOST-PAY-TRAN-ID

           EXEC SQL
               SELECT TRAN_TYPE_CD, TRAN_AMT, TRAN_CARD_NUM,
                      TRAN_ORIG_TS
               INTO :HOST-PAY-TYPE-CD, :HOST-PAY-AMT,
                    :HOST-PAY-CARD-NUM, :HOST-PAY-ORIG-TS
               FROM TRANSACT
               WHERE TRAN_ID = :HOST-PAY-TRAN-ID
           END-EXEC
                      COALESCE(ACCT_CASH_BAL, 0),
                      COALESCE(ACCT_BAL_INTEREST, 0),
                      COALESCE(ACCT_BAL_FEES, 0),
                      COALESCE(ACCT_BAL_PURCHASES, 0),
                      ACCT_GROUP_ID
               INTO :HOST-TGT-ACTIVE-STATUS, :HOST-TGT-CASH-BAL,
                    :HOST-TGT-BAL-INTEREST, :HOST-TGT-BAL-FEES,
                    :HOST-TGT-BAL-PURCHASES, :HOST-TGT-GROUP-ID
               FROM ACCTDAT
               WHERE ACCT_ID = :HOST-TGT-ACCT-ID
           END-EXEC
       1000-READ-AND-VERIFY-SIDES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    2000-CHECK-STAFF-CONFLICT
      * Both sides are checked - a tie to the account the payment
      * leaves or the one it lands on refuses the move.
      *----------------------------------------------------------------*
       2000-CHECK-STAFF-CONFLICT.

           MOVE HOST-SRC-ACCT-ID TO WS-STF-ACCT-ID
           PERFORM 2010-CHECK-ONE-ACCOUNT

           IF RPC-RESP-OK
               MOVE HOST-TGT-ACCT-ID TO WS-STF-ACCT-ID
               PERFORM 2010-CHECK-ONE-ACCOUNT
           END-IF.

      *----------------------------------------------------------------*
      *                     2010-CHECK-ONE-ACCOUNT
      *----------------------------------------------------------------*
       2010-CHECK-ONE-ACCOUNT.

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
      *                    3000-SET-EFFECTIVE-DATE
      * The customer paid on the day the payment first posted; the
      * re-post takes that day as its effective date. A payment
      * older than the target group's back-value limit is back-
      * valued as far as the limit allows. With no business-date
      * control row today's date stands in for it.
      *----------------------------------------------------------------*
       3000-SET-EFFECTIVE-DATE.

           MOVE HOST-TRAN-TS TO HOST-REPOST-ORIG-TS

           EXEC SQL
               SELECT PROC_DATE
               INTO :HOST-BIZ-DATE
               FROM BIZDATE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE HOST-TRAN-TS(1:10) TO HOST-BIZ-DATE
           END-IF

           MOVE HOST-TGT-GROUP-ID      TO WS-BV-GROUP-ID
           MOVE HOST-PAY-ORIG-TS(1:10) TO WS-BV-EFF-DATE
           MOVE HOST-BIZ-DATE          TO WS-BV-BIZ-DATE
           PERFORM BACKVAL-CHECK THRU BACKVAL-CHECK-EXIT

           IF BV-BEYOND-LIMIT
               MOVE WS-BV-EARLIEST-DATE TO WS-BV-EFF-DATE
               SET BV-ALLOWED TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN BV-CHECK-ERROR
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE WS-BV-SQL-STATUS TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read Rate Group - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
               WHEN BV-ALLOWED
                   MOVE WS-BV-EFF-DATE TO HOST-REPOST-ORIG-TS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      4000-TRANSFER-PAYMENT
      * Reversal on the source, re-post on the target, both balance
                :HOST-PAY-CARD-NUM, :HOST-TRAN-TS, :HOST-TRAN-TS)
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-REV-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               PERFORM 4900-FAIL-AND-ROLLBACK
               GO TO 4000-TRANSFER-PAYMENT-EXIT
               VALUES
               (:HOST-NEW-TRAN-ID, '04', 1, 'PAYXFER',
                :HOST-TRAN-DESC, :HOST-TRAN-AMT,
                :HOST-TGT-CARD-NUM, :HOST-REPOST-ORIG-TS,
                :HOST-TRAN-TS)
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-NEW-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               PERFORM 4900-FAIL-AND-ROLLBACK
               GO TO 4000-TRANSFER-PAYMENT-EXIT
               GO TO 4000-TRANSFER-PAYMENT-EXIT
           END-IF

           IF BV-ALLOWED
               MOVE HOST-TGT-ACCT-ID TO WS-BV-ACCT-ID
               MOVE HOST-NEW-TRAN-ID TO WS-BV-TRAN-ID
               MOVE WS-PAY-AMT-N     TO WS-BV-CREDIT-AMT
               MOVE HOST-BIZ-DATE    TO WS-BV-POST-DATE
               MOVE WS-PGMNAME       TO WS-BV-SOURCE-PGM
               MOVE LK-IN-USER-ID    TO WS-BV-USER-ID
               PERFORM BACKVAL-RECORD THRU BACKVAL-RECORD-EXIT
               IF SQLCODE NOT = 0
                   PERFORM 4900-FAIL-AND-ROLLBACK
                   GO TO 4000-TRANSFER-PAYMENT-EXIT
               END-IF
           END-IF

           EXEC SQL COMMIT END-EXEC
           MOVE HOST-REV-TRAN-ID TO LK-OUT-REVERSAL-TRAN-ID
           MOVE HOST-NEW-TRAN-ID TO LK-OUT-NEW-TRAN-ID
                  WS-SQLCODE-DISPLAY
                  DELIMITED BY SIZE
             INTO WS-RESP-MSG.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.

      *----------------------------------------------------------------*
      *        BACKVAL-CHECK / BACKVAL-RECORD (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLUPL.

      *----------------------------------------------------------------*
      *          TRANSUM-POST (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLWPL.
