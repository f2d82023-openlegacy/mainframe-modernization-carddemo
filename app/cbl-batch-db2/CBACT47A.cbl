      * Modification History
      * 2026-09-02 - New batch job: lockbox remittance file posting
      *              with deposit-total balancing
      * 2026-10-15 - Check drawer name compared with the cardholder;
      *              third-party checks post as source LOCKBOX-3P
      * 2026-10-15 - Payments stamped with job name and business date;
      *              ACCTDAT changes journaled to POSTJRNL for backout
      * 2026-10-15 - Payments credited to any settlement offer open
      *              on the account
      * 2026-10-15 - Items deposited before the business date post
      *              back-valued to the header's deposit date and are
      *              recorded on BACKVAL for interest adjustment
      * 2026-10-15 - Each TRANSACT posting also added to its monthly
      *              TRANSUM summary row (CSUTLWPL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT47A.
          05 LBX-ACCT-ID                PIC X(11).
          05 LBX-CHECK-NUM              PIC X(10).
          05 LBX-AMOUNT                 PIC X(12).
      *   Drawer (account holder) name printed on the check, as the
      *   bank's item scan captured it - spaces when not captured
          05 LBX-DRAWER-NAME            PIC X(30).
          05 FILLER                     PIC X(17).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
         05 WS-ITEMS-POSTED            PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-SUSPENDED         PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-ERRORS            PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-BACKVALUED        PIC 9(07) VALUE ZEROS.
         05 WS-TOTAL-POSTED-AMT        PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
         05 WS-TOTAL-SUSPENDED-AMT     PIC S9(13)V99 COMP-3

      * Envelope - the deposit total the bank says it wired
       01 WS-ENVELOPE-FIELDS.
      *   The header's deposit date is the day the bank received the
      *   checks - a file held over a weekend or a bank holiday is
      *   posted back-valued to it.
         05 WS-ENV-HEADER-LAYOUT.
            10 WS-ENV-H-MARK            PIC X(03).
            10 WS-ENV-H-DEPOSIT-DATE    PIC X(10).
            10 FILLER                   PIC X(67).
         05 WS-ENV-DEPOSIT-DATE         PIC X(10) VALUE SPACES.
         05 WS-ENV-TRAILER-LAYOUT.
            10 WS-ENV-T-MARK            PIC X(03).
            10 WS-ENV-T-ITEM-COUNT      PIC X(09).
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      * Posting journal - see CSUTLGPL; every ACCTDAT change
      * is journaled with its job and business date so the
      * run can be backed out by CBACT76A.
       01 WS-PJ-FIELDS.
       COPY CSUTLGWY.

      * Back-valued posting - see CSUTLUPL; an item deposited before
      * the business date is recorded on BACKVAL, in the payment's
      * unit of work, for CBACT98A's interest adjustment.
       01 WS-BACKVAL-FIELDS.
       COPY CSUTLUWY.
       COPY CVBVL01Y.

      * Settlement tracking - see CSUTLOPL; the payment counts
      * toward any settlement offer open on the account, in the
      * payment's unit of work.
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
         05 HOST-ACCT-BAL-INTEREST     PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-BAL-FEES         PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-BAL-PURCHASES    PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-GROUP-ID         PIC X(10).

       01 HOST-XREF-CARD-NUM           PIC X(16).
       01 HOST-CUST-LAST-NAME          PIC X(25).
      * 'LOCKBOX', or 'LOCKBOX-3P' for a check drawn by someone
      * other than the cardholder - the AML monitor (CBACT71A)
      * watches third-party remittances.
       01 HOST-TRAN-SOURCE             PIC X(10).
       01 WS-DRAWER-CHECK-FIELDS.
         05 WS-DRAWER-UPPER            PIC X(30).
         05 WS-SURNAME-UPPER           PIC X(25).
         05 WS-SURNAME-LEN             PIC S9(04) COMP.
         05 WS-NAME-MATCH-COUNT        PIC S9(04) COMP.
       01 HOST-TRAN-ID-SEQ             PIC S9(18) COMP-3.
       01 HOST-TRAN-RECORD.
         05 HOST-TRAN-ID               PIC X(16).
         05 HOST-TRAN-AMT              PIC S9(10)V99 COMP-3.
         05 HOST-TRAN-DESC             PIC X(50).
         05 HOST-TRAN-ORIG-TS          PIC X(26).

       01 HOST-SUSP-ID-SEQ             PIC S9(18) COMP-3.
       01 HOST-SUSP-RECORD.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'CBACT47A' TO WS-PJ-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-PJ-JOB-DATE
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-LOCKBOX-FILE
                   UNTIL LBX-FILE-EOF
           MOVE ZEROS TO WS-ITEMS-POSTED
           MOVE ZEROS TO WS-ITEMS-SUSPENDED
           MOVE ZEROS TO WS-ITEMS-ERRORS
           MOVE ZEROS TO WS-ITEMS-BACKVALUED
           MOVE SPACES TO WS-ENV-DEPOSIT-DATE
           MOVE ZEROS TO WS-TOTAL-POSTED-AMT
           MOVE ZEROS TO WS-TOTAL-SUSPENDED-AMT
           SET LBX-FILE-NOT-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN LOCKBOX-RECORD(1:3) = 'HDR'
                           PERFORM 2050-READ-HEADER
                       WHEN LOCKBOX-RECORD(1:3) = 'TRL'
                           SET ENV-TRAILER-SEEN TO TRUE
                           MOVE LOCKBOX-RECORD
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------*
      *                      2050-READ-HEADER
      * A deposit date that is missing or not YYYY-MM-DD posts the
      * file as deposited on the business date, as before.
      *----------------------------------------------------------------*
       2050-READ-HEADER.

           MOVE LOCKBOX-RECORD TO WS-ENV-HEADER-LAYOUT
           MOVE SPACES TO WS-ENV-DEPOSIT-DATE

           IF WS-ENV-H-DEPOSIT-DATE(1:4) IS NUMERIC
              AND WS-ENV-H-DEPOSIT-DATE(5:1) = '-'
              AND WS-ENV-H-DEPOSIT-DATE(6:2) IS NUMERIC
              AND WS-ENV-H-DEPOSIT-DATE(8:1) = '-'
              AND WS-ENV-H-DEPOSIT-DATE(9:2) IS NUMERIC
               MOVE WS-ENV-H-DEPOSIT-DATE TO WS-ENV-DEPOSIT-DATE
               DISPLAY 'LOCKBOX DEPOSIT DATE...: ' WS-ENV-DEPOSIT-DATE
           ELSE
               DISPLAY 'LOCKBOX HDR HAS NO DEPOSIT DATE - ITEMS '
                       'POST EFFECTIVE ' WS-BIZDT-DATE
           END-IF.

      *----------------------------------------------------------------*
      *                      2100-POST-ONE-ITEM
      *----------------------------------------------------------------*
                      COALESCE(ACCT_CASH_BAL, 0),
                      COALESCE(ACCT_BAL_INTEREST, 0),
                      COALESCE(ACCT_BAL_FEES, 0),
                      COALESCE(ACCT_BAL_PURCHASES, 0),
                      ACCT_GROUP_ID
               INTO :HOST-ACCT-ACTIVE-STATUS, :HOST-ACCT-CASH-BAL,
                    :HOST-ACCT-BAL-INTEREST, :HOST-ACCT-BAL-FEES,
                    :HOST-ACCT-BAL-PURCHASES, :HOST-ACCT-GROUP-ID
               FROM ACCTDAT
               WHERE ACCT_ID = :HOST-ACCT-ID
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'CARD' TO WS-REJECT-REASON
               SET RECORD-REJECTED TO TRUE
               GO TO 2200-LOCATE-ACCOUNT-EXIT
           END-IF

           PERFORM 2250-CHECK-DRAWER.
       2200-LOCATE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      2250-CHECK-DRAWER
      * A check whose drawer name does not carry the cardholder's
      * surname was paid by a third party. It posts like any other
      * payment, but under its own source so the AML monitor can
      * find it. No name captured, or no customer row to compare,
      * is treated as the cardholder's own check.
      *----------------------------------------------------------------*
       2250-CHECK-DRAWER.

           MOVE 'LOCKBOX' TO HOST-TRAN-SOURCE

           IF LBX-DRAWER-NAME NOT = SPACES
               EXEC SQL
                   SELECT C.CUST_LAST_NAME
                   INTO :HOST-CUST-LAST-NAME
                   FROM CXACAIX X, CUSTDAT C
                   WHERE X.XREF_CARD_NUM = :HOST-XREF-CARD-NUM
                   AND   C.CUST_ID = X.XREF_CUST_ID
               END-EXEC

               IF SQLCODE = 0 AND HOST-CUST-LAST-NAME NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(LBX-DRAWER-NAME)
                     TO WS-DRAWER-UPPER
                   MOVE FUNCTION UPPER-CASE(HOST-CUST-LAST-NAME)
                     TO WS-SURNAME-UPPER
                   COMPUTE WS-SURNAME-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(HOST-CUST-LAST-NAME TRAILING))
                   MOVE ZEROS TO WS-NAME-MATCH-COUNT
                   INSPECT WS-DRAWER-UPPER
                       TALLYING WS-NAME-MATCH-COUNT
                       FOR ALL WS-SURNAME-UPPER(1:WS-SURNAME-LEN)
                   IF WS-NAME-MATCH-COUNT = 0
                       MOVE 'LOCKBOX-3P' TO HOST-TRAN-SOURCE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      2300-POST-PAYMENT
      * The payment posts as the online path would post it: type 04
             DELIMITED BY SIZE
             INTO HOST-TRAN-DESC

           PERFORM 2350-SET-EFFECTIVE-DATE

           EXEC SQL
               INSERT INTO TRANSACT
               (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                TRAN_PROC_TS, TRAN_JOB_NAME, TRAN_JOB_DATE,
                TRAN_REVERSAL_ID)
               VALUES
               (:HOST-TRAN-ID, '04', 1, :HOST-TRAN-SOURCE,
                :HOST-TRAN-DESC, :HOST-TRAN-AMT,
                :HOST-XREF-CARD-NUM, :HOST-TRAN-ORIG-TS,
                :WS-TRAN-TS,
                :WS-PJ-JOB-NAME, :WS-PJ-JOB-DATE, ' ')
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING TRANSACT - SQLCODE: '
               SET RECORD-REJECTED TO TRUE
           ELSE
               PERFORM 2400-ALLOCATE-AND-UPDATE
               IF RECORD-NOT-REJECTED
                   PERFORM 2450-TRACK-SETTLEMENT
               END-IF
               IF RECORD-NOT-REJECTED AND BV-ALLOWED
                   PERFORM 2460-RECORD-BACK-VALUE
               END-IF
               IF RECORD-NOT-REJECTED
                   EXEC SQL COMMIT END-EXEC
                   IF BV-ALLOWED
                       ADD 1 TO WS-ITEMS-BACKVALUED
                   END-IF
                   ADD 1 TO WS-ITEMS-POSTED
                   ADD WS-PAY-AMT-N TO WS-TOTAL-POSTED-AMT
               ELSE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   2350-SET-EFFECTIVE-DATE
      * An item the bank received before today's business date posts
      * effective the deposit date, no further back than the account
      * group's back-value limit. A failed limit read posts the item
      * effective today - the interest credit can still be keyed.
      *----------------------------------------------------------------*
       2350-SET-EFFECTIVE-DATE.

           MOVE WS-TRAN-TS TO HOST-TRAN-ORIG-TS

           MOVE HOST-ACCT-GROUP-ID  TO WS-BV-GROUP-ID
           MOVE WS-ENV-DEPOSIT-DATE TO WS-BV-EFF-DATE
           MOVE WS-BIZDT-DATE       TO WS-BV-BIZ-DATE
           PERFORM BACKVAL-CHECK THRU BACKVAL-CHECK-EXIT

           IF BV-BEYOND-LIMIT
               MOVE WS-BV-EARLIEST-DATE TO WS-BV-EFF-DATE
               SET BV-ALLOWED TO TRUE
           END-IF

           IF BV-ALLOWED
               MOVE WS-BV-EFF-DATE TO HOST-TRAN-ORIG-TS
           END-IF.

      *----------------------------------------------------------------*
      *                   2400-ALLOCATE-AND-UPDATE
      * Fees first, then interest, then the cash-advance balance,

           SUBTRACT WS-ALLOC-REMAINING FROM HOST-ACCT-BAL-PURCHASES

           MOVE HOST-ACCT-ID TO WS-PJ-ACCT-ID
           MOVE WS-TRAN-ID-N TO WS-PJ-TRAN-ID
           PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT

           EXEC SQL
               UPDATE ACCTDAT
               SET ACCT_CURR_BAL = ACCT_CURR_BAL + :HOST-TRAN-AMT,
               WHERE ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           IF SQLCODE = 0
               PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
           END-IF

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR UPDATING ACCTDAT - SQLCODE: '
               SET RECORD-REJECTED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                   2450-TRACK-SETTLEMENT
      * A check against an account with a settlement offer open is
      * credited to the offer; CBACT90A completes or breaks it.
      *----------------------------------------------------------------*
       2450-TRACK-SETTLEMENT.

           MOVE HOST-ACCT-ID  TO WS-STLT-ACCT-ID
           MOVE WS-PAY-AMT-N  TO WS-STLT-PAY-AMT
           MOVE WS-BIZDT-DATE TO WS-STLT-PAY-DATE
           PERFORM TRACK-SETTLEMENT-PAYMENT
              THRU TRACK-SETTLEMENT-PAYMENT-EXIT

           IF STLT-ERR-ON
               MOVE WS-STLT-SQL-STATUS TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR UPDATING SETTLE - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               MOVE 'POST' TO WS-REJECT-REASON
               SET RECORD-REJECTED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                   2460-RECORD-BACK-VALUE
      *----------------------------------------------------------------*
       2460-RECORD-BACK-VALUE.

           MOVE HOST-ACCT-ID  TO WS-BV-ACCT-ID
           MOVE HOST-TRAN-ID  TO WS-BV-TRAN-ID
           MOVE WS-PAY-AMT-N  TO WS-BV-CREDIT-AMT
           MOVE WS-BIZDT-DATE TO WS-BV-POST-DATE
           MOVE WS-PGMNAME    TO WS-BV-SOURCE-PGM
           MOVE SPACES        TO WS-BV-USER-ID
           PERFORM BACKVAL-RECORD THRU BACKVAL-RECORD-EXIT

           IF WS-BV-SQL-STATUS NOT = 0
               MOVE 'POST' TO WS-REJECT-REASON
               SET RECORD-REJECTED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      2700-WRITE-SUSPENSE
      * The remittance item is preserved for the repair screen - the

           DISPLAY 'REMITTANCE ITEMS READ..: ' WS-ITEMS-READ
           DISPLAY 'PAYMENTS POSTED........: ' WS-ITEMS-POSTED
           DISPLAY '  OF WHICH BACK-VALUED.: ' WS-ITEMS-BACKVALUED
           DISPLAY 'ITEMS TO SUSPENSE......: ' WS-ITEMS-SUSPENDED
           DISPLAY 'PROCESSING ERRORS......: ' WS-ITEMS-ERRORS

      *            WRITE-RUN-TOTALS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLTPL.

      *----------------------------------------------------------------*
      *          POSTJRNL-BEFORE / POSTJRNL-WRITE (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLGPL.

      *----------------------------------------------------------------*
      *          TRACK-SETTLEMENT-PAYMENT (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLOPL.

      *----------------------------------------------------------------*
      *          BACKVAL-CHECK / BACKVAL-RECORD (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLUPL.

      *----------------------------------------------------------------*
      *            TRANSUM-POST (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLWPL.
