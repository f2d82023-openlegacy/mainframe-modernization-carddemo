         88 RPC-RESP-RECOVERY-CLOSED             VALUE 3.
         88 RPC-RESP-INVALID-AMOUNT              VALUE 4.
         88 RPC-RESP-WRITE-ERROR                 VALUE 5.
         88 RPC-RESP-STAFF-CONFLICT              VALUE 6.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
       01 HOST-RCV-RECORD.
         05 HOST-RCV-CHARGEOFF-AMT     PIC S9(10)V99 COMP-3.
         05 HOST-RCV-RECOVERED-AMT     PIC S9(10)V99 COMP-3.
         05 HOST-RCV-AGY-COMM-AMT      PIC S9(10)V99 COMP-3.
         05 HOST-RCV-STATUS            PIC X(01).
       01 HOST-XREF-CARD-NUM           PIC X(16).
       01 HOST-TRAN-ID-SEQ             PIC S9(18) COMP-3.
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).

      * Staff-conflict check - see CSUTLEPL; the signed-on user may
      * not post a recovery payment to an account whose parties they
      * are tied to.
       01 WS-STAFF-FIELDS.
       COPY CSUTLEWY.

      * Settlement tracking - see CSUTLOPL; a recovery payment counts
      * toward any settlement offer open on the account.
       01 WS-STLT-FIELDS.
       COPY CSUTLOWY.

      * Transaction summary - see CSUTLWPL; every TRANSACT row
      * posted here is added to its monthly TRANSUM row in the
      * same unit of work.
       01 WS-TSUM-FIELDS.
       COPY CSUTLWWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
          05 LK-INPUT-PARMS.
             10 LK-IN-ACCT-ID           PIC 9(11).
             10 LK-IN-PAY-AMT           PIC X(12).
      *      Signed-on user posting the payment (staff-conflict check)
             10 LK-IN-USER-ID           PIC X(08).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).

           PERFORM 1000-VALIDATE-INPUT

           IF RPC-RESP-OK
               PERFORM 1500-CHECK-STAFF-CONFLICT
           END-IF

           IF RPC-RESP-OK
               PERFORM 2000-READ-RECOVERY-ROW
           END-IF
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   1500-CHECK-STAFF-CONFLICT
      *----------------------------------------------------------------*
       1500-CHECK-STAFF-CONFLICT.

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
      *                      2000-READ-RECOVERY-ROW
      *----------------------------------------------------------------*

           EXEC SQL
               SELECT RCV_CHARGEOFF_AMT, RCV_RECOVERED_AMT,
                      COALESCE(RCV_AGY_COMMISSION_AMT, 0),
                      RCV_STATUS
               INTO :HOST-RCV-CHARGEOFF-AMT, :HOST-RCV-RECOVERED-AMT,
                    :HOST-RCV-AGY-COMM-AMT, :HOST-RCV-STATUS
               FROM RECOVERY
               WHERE RCV_ACCT_ID = :HOST-ACCT-ID
           END-EXEC
      *                   3000-POST-RECOVERY-PAYMENT
      * Journal row and recovery update are one unit of work. The
      * recovery closes once recoveries reach the charged-off
      * amount - counting any commission a collection agency kept
      * out of what the debtor paid it.
      *----------------------------------------------------------------*
       3000-POST-RECOVERY-PAYMENT.

                    :HOST-TRAN-TS, :HOST-TRAN-TS)
               END-EXEC

               IF SQLCODE = 0
                   MOVE HOST-TRAN-ID TO WS-TSUM-TRAN-ID
                   PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
               END-IF

               IF SQLCODE NOT = 0
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
           COMPUTE HOST-RCV-RECOVERED-AMT =
               HOST-RCV-RECOVERED-AMT + WS-PAY-AMT-N

           IF HOST-RCV-RECOVERED-AMT + HOST-RCV-AGY-COMM-AMT
              >= HOST-RCV-CHARGEOFF-AMT
               MOVE 'C' TO HOST-NEW-STATUS
           ELSE
               MOVE 'O' TO HOST-NEW-STATUS
               WHERE RCV_ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           IF SQLCODE = 0
               PERFORM 3200-TRACK-SETTLEMENT
           END-IF

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               MOVE HOST-TRAN-ID TO LK-OUT-TRAN-ID
               COMPUTE LK-OUT-REMAINING-AMT =
                   HOST-RCV-CHARGEOFF-AMT - HOST-RCV-RECOVERED-AMT
                   - HOST-RCV-AGY-COMM-AMT
               IF HOST-NEW-STATUS = 'C'
                   MOVE 'Recovery payment posted - recovery now
      -                ' closed' TO WS-RESP-MSG
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           END-IF.

      *----------------------------------------------------------------*
      *                    3200-TRACK-SETTLEMENT
      * A settlement offer on the charged-off balance is credited
      * with the payment in the same unit of work. Leaves SQLCODE
      * zero unless the offer could not be updated.
      *----------------------------------------------------------------*
       3200-TRACK-SETTLEMENT.

           MOVE HOST-ACCT-ID       TO WS-STLT-ACCT-ID
           MOVE WS-PAY-AMT-N       TO WS-STLT-PAY-AMT
           MOVE HOST-TRAN-TS(1:10) TO WS-STLT-PAY-DATE
           PERFORM TRACK-SETTLEMENT-PAYMENT
              THRU TRACK-SETTLEMENT-PAYMENT-EXIT
           MOVE WS-STLT-SQL-STATUS TO SQLCODE.

      *----------------------------------------------------------------*
      *          CHECK-STAFF-CONFLICT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLEPL.

      *----------------------------------------------------------------*
      *        TRACK-SETTLEMENT-PAYMENT (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLOPL.

      *----------------------------------------------------------------*
      *          TRANSUM-POST (shared procedure logic)
      *----------------------------------------------------------------*
       COPY CSUTLWPL.
