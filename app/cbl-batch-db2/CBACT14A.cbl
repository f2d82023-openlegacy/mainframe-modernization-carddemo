      * 2026-09-02 - An active WORKOUT plan drafts its fixed monthly
      *              payment in place of the computed minimum
      * 2026-09-02 - A SKIPPAY election suppresses the cycle's draft
      * 2026-10-15 - No draft while the account is under a
      *              bankruptcy stay or discharge (BANKRPT)
      * 2026-10-15 - Drafts stamped with job name and business date
      *              and journaled to POSTJRNL for backout; a backed-
      *              out draft no longer counts as already drafted
      * 2026-10-15 - Payment posting and bucket allocation moved to
      *              the shared CSUTLFPL logic so the scheduled-
      *              payment run CBACT97A posts drafts identically
      * 2026-10-15 - Each TRANSACT posting also added to its monthly
      *              TRANSUM summary row (CSUTLWPL)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT14A.
       AUTHOR.     AWS.
         05 WS-MIN-DUE-FLOOR           PIC S9(05)V99 COMP-3.
         05 WS-MIN-DUE-PCT-AMT         PIC S9(10)V99 COMP-3.
         05 WS-MIN-PAYMENT-DUE         PIC S9(10)V99 COMP-3.
         05 WS-ACCT-ID-EDIT            PIC 9(11).
         05 WS-AMT-EDIT                PIC -(9)9.99.
         05 WS-EXCP-REASON             PIC X(40).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      * Posting journal - see CSUTLGPL; every ACCTDAT change
      * is journaled with its job and business date so the
      * run can be backed out by CBACT76A.
       01 WS-PJ-FIELDS.
       COPY CSUTLGWY.

      * Payment posting - see CSUTLFPL; the insert, bucket
      * allocation and balance update every payment draft
      * shares.
       01 WS-PAYP-FIELDS.
       COPY CSUTLFWY.

      * Transaction summary - see CSUTLWPL; every TRANSACT row
      * posted here is added to its monthly TRANSUM row in the
      * same unit of work.
       01 WS-TSUM-FIELDS.
       COPY CSUTLWWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
         05 HOST-ACCT-ID                PIC S9(11) COMP.
         05 HOST-ACCT-CURR-BAL          PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-GROUP-ID          PIC X(10).

      * Restart position - accounts already drafted below this ID on
      * a prior abended run are skipped; zero on a fresh run.
       01 HOST-RATE-LATE-FEE-AMT        PIC S9(05)V99 COMP-3.

      * Host variables - Transaction posting (TRANSACT)
       01 HOST-PRIOR-DRAFT-COUNT        PIC S9(04) COMP.
       01 HOST-WRK-FIXED-PAYMENT        PIC S9(07)V99 COMP-3.
       01 HOST-SKP-CYCLE-MONTH          PIC X(07).
       01 HOST-SKP-COUNT                PIC S9(04) COMP.
       01 HOST-BKR-STAY-COUNT           PIC S9(04) COMP.

       COPY CVACT01Y.
       COPY CVCUS01Y.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'CBACT14A' TO WS-PJ-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-PJ-JOB-DATE
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACCOUNTS
                   UNTIL ACCT-CURSOR-EOF
           ELSE
               PERFORM 2300-CHECK-ALREADY-DRAFTED
               PERFORM 2350-CHECK-SKIP-ELECTION
               PERFORM 2360-CHECK-BANKRUPTCY-STAY
               IF HOST-PRIOR-DRAFT-COUNT > 0
                OR HOST-SKP-COUNT > 0
                   CONTINUE
               ELSE
               IF HOST-BKR-STAY-COUNT > 0
                   MOVE 'BANKRUPTCY STAY ON FILE - NO DRAFT'
                     TO WS-EXCP-REASON
                   PERFORM 2800-WRITE-EXCEPTION
               ELSE
                   PERFORM 2400-COMPUTE-MIN-PAYMENT
                   PERFORM 2450-CHECK-WORKOUT-PAYMENT
                   PERFORM 2500-POST-DRAFT-TRANSACT
               END-IF
               END-IF
           END-IF
           END-IF.

      * A rerun of the job on the same business date (or a restart
      * that replays an account near the checkpoint boundary) must
      * not draft the same account twice - one autopay payment per
      * card per due date. A draft the backout utility (CBACT76A)
      * has reversed no longer counts, so the corrected rerun
      * drafts the account again.
      *----------------------------------------------------------------*
       2300-CHECK-ALREADY-DRAFTED.

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-PRIOR-DRAFT-COUNT
               FROM TRANSACT T
               WHERE T.TRAN_CARD_NUM = :HOST-XREF-CARD-NUM
               AND   T.TRAN_TYPE_CD = '04'
               AND   T.TRAN_SOURCE = 'AUTOPAY'
               AND   T.TRAN_PROC_TS >= :HOST-TODAY-START-TS
               AND   NOT EXISTS
                     (SELECT 1 FROM TRANSACT B
                      WHERE B.TRAN_REVERSAL_ID = T.TRAN_ID)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZEROS TO HOST-SKP-COUNT
           END-IF.

      *----------------------------------------------------------------*
      *                 2360-CHECK-BANKRUPTCY-STAY
      * Drafting a debtor's bank account under a bankruptcy stay (or
      * after the discharge) collects against the court's order - the
      * enrollment is left alone so drafting resumes if the case is
      * dismissed. A failed read holds the draft rather than risk it.
      *----------------------------------------------------------------*
       2360-CHECK-BANKRUPTCY-STAY.

           MOVE ZEROS TO HOST-BKR-STAY-COUNT

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-BKR-STAY-COUNT
               FROM BANKRPT
               WHERE BKR_ACCT_ID = :HOST-ACCT-ID
               AND   BKR_STATUS IN ('F', 'D')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR READING BANKRPT - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               MOVE 1 TO HOST-BKR-STAY-COUNT
           END-IF.

      *----------------------------------------------------------------*
      *                    2400-COMPUTE-MIN-PAYMENT
      * Percentage-of-balance with a floor, capped at the balance -

      *----------------------------------------------------------------*
      *                    2500-POST-DRAFT-TRANSACT
      * The payment insert, bucket allocation and ACCTDAT update are
      * the shared CSUTLFPL posting - one unit of work per account.
      *----------------------------------------------------------------*
       2500-POST-DRAFT-TRANSACT.

           MOVE HOST-ACCT-ID        TO WS-PAYP-ACCT-ID
           MOVE HOST-XREF-CARD-NUM  TO WS-PAYP-CARD-NUM
           MOVE WS-MIN-PAYMENT-DUE  TO WS-PAYP-PAY-AMT
           MOVE WS-PAY-TRAN-SOURCE  TO WS-PAYP-SOURCE
           MOVE WS-TRAN-TS          TO WS-PAYP-TRAN-TS
           MOVE SPACES              TO WS-PAYP-DESC
           STRING 'AUTOPAY MIN PAYMENT DRAFT - EFT ACCT '
                  DELIMITED BY SIZE
                  HOST-CUST-EFT-ACCOUNT-ID
                  DELIMITED BY SIZE
             INTO WS-PAYP-DESC

           PERFORM PAYMENT-POST THRU PAYMENT-POST-EXIT

           IF PAYP-ERR-OFF
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-DRAFTS-POSTED
               ADD WS-MIN-PAYMENT-DUE TO WS-TOTAL-POSTED-AMT
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ACCTS-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                      2800-WRITE-EXCEPTION
      *----------------------------------------------------------------*
      *            WRITE-RUN-TOTALS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLTPL.

      *----------------------------------------------------------------*
      *          POSTJRNL-BEFORE / POSTJRNL-WRITE (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLGPL.

      *----------------------------------------------------------------*
      *          PAYMENT-POST / PAYMENT-ALLOCATE (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLFPL.

      *----------------------------------------------------------------*
      *            TRANSUM-POST (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLWPL.
