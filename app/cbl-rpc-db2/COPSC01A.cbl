000001******************************************************************
      * Program:     COPSC01A                                          *
      * Function:    Scheduled payment RPC service                     *
      * Description: Lets a customer schedule payments from their      *
      *              enrolled EFT account beyond the autopay minimum - *
      *              a one-time payment on a future date ("pay $500    *
      *              on the 12th") or a fixed amount drafted on the    *
      *              same day every month ("pay $200 every month")     *
      *              until an end date or until cancelled - and list   *
      *              or cancel them (PAYSCHED). The nightly run        *
      *              CBACT97A drafts each one when its date arrives.   *
      *              Once the business date has reached the next draft *
      *              date the draft is committed to that night's run   *
      *              and cancellation is refused.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPSC01A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COPSC01A'.

       01 WS-DISPLAY-WORK-FIELDS.
         05 WS-SQLCODE-DISPLAY         PIC S9(9).
         05 WS-RESP-MSG                PIC X(80) VALUE SPACES.

      * A monthly instruction with no end date runs until cancelled;
      * a one-time payment may be dated up to a year ahead.
       01 WS-CONSTANTS.
         05 WS-OPEN-END-DATE           PIC X(10) VALUE '9999-12-31'.
         05 WS-MAX-LEAD-DAYS           PIC 9(03) VALUE 365.

       01 WS-RPC-RESP-CD               PIC S9(04) COMP VALUE ZEROS.
         88 RPC-RESP-OK                          VALUE 0.
         88 RPC-RESP-INVALID-OPERATION           VALUE 1.
         88 RPC-RESP-EMPTY-ACCTID                VALUE 2.
         88 RPC-RESP-ACCTID-NOTFOUND             VALUE 3.
         88 RPC-RESP-ACCT-NOT-ACTIVE             VALUE 4.
         88 RPC-RESP-NO-EFT-ACCOUNT              VALUE 5.
         88 RPC-RESP-INVALID-TYPE                VALUE 6.
         88 RPC-RESP-INVALID-AMOUNT              VALUE 7.
         88 RPC-RESP-INVALID-DATES               VALUE 8.
         88 RPC-RESP-SCHED-NOTFOUND              VALUE 9.
         88 RPC-RESP-PAST-CUTOFF                 VALUE 10.
         88 RPC-RESP-WRITE-ERROR                 VALUE 11.

      *----------------------------------------------------------------*
      *                     DB2 HOST VARIABLES
      *----------------------------------------------------------------*
       01 HOST-ACCT-ID                 PIC S9(11) COMP.
       01 HOST-ACCT-ACTIVE-STATUS      PIC X(01).
       01 HOST-XREF-CUST-ID            PIC S9(09) COMP.
       01 HOST-CUST-EFT-ACCOUNT-ID     PIC X(10).
       01 HOST-PSC-SCHED-ID-SEQ        PIC S9(18) COMP-3.
       01 HOST-NOW-TS                  PIC X(26).
       01 HOST-BIZ-DATE                PIC X(10).

       01 WS-WORK-FIELDS.
         05 WS-ACCT-ID-N               PIC 9(11) VALUE ZEROS.
         05 WS-SCHED-ID-N              PIC 9(18) VALUE ZEROS.
         05 WS-PAY-AMT-N               PIC S9(9)V99 VALUE ZEROS.
         05 WS-LIST-COUNT              PIC S9(04) COMP VALUE ZEROS.
         05 WS-LATEST-DATE             PIC X(10).
         05 WS-DATE-INT-1              PIC S9(09) COMP.
         05 WS-DATE-INT-2              PIC S9(09) COMP.
         05 WS-DATE-YYYYMMDD           PIC 9(08).
      * Draft date for PSC-PAY-DAY in WS-CAL-YYYY / WS-CAL-MM,
      * pulled back to the month's last day for a short month
         05 WS-CAL-YYYY                PIC 9(04).
         05 WS-CAL-MM                  PIC 9(02).
         05 WS-CAL-DD                  PIC 9(02).
         05 WS-CAL-MONTH-DAYS          PIC 9(02).
         05 WS-CAL-DATE                PIC X(10).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).

       01 CSUTLDTC-PARM.
          05 CSUTLDTC-DATE                   PIC X(10).
          05 CSUTLDTC-DATE-FORMAT            PIC X(10).
          05 CSUTLDTC-RESULT.
             10 CSUTLDTC-RESULT-SEV-CD       PIC X(04).
             10 FILLER                       PIC X(11).
             10 CSUTLDTC-RESULT-MSG-NUM      PIC X(04).
             10 CSUTLDTC-RESULT-MSG          PIC X(61).

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       COPY CVPSC01Y.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-INPUT-PARMS.
      *      'A' add an instruction; 'L' list the account's
      *      instructions, newest first; 'X' cancel LK-IN-SCHED-ID
             10 LK-IN-OPERATION         PIC X(01).
                88 OP-ADD-SCHEDULE                VALUE 'A'.
                88 OP-LIST-SCHEDULES              VALUE 'L'.
                88 OP-CANCEL-SCHEDULE             VALUE 'X'.
             10 LK-IN-ACCT-ID           PIC X(11).
      *      Add only - 'O' one-time on LK-IN-PAY-DATE, or 'M'
      *      monthly on day LK-IN-PAY-DAY (01-31) until
      *      LK-IN-END-DATE (spaces for no end); the amount in
      *      format +99999999.99; dates YYYY-MM-DD
             10 LK-IN-SCHED-TYPE        PIC X(01).
             10 LK-IN-PAY-AMT           PIC X(12).
             10 LK-IN-PAY-DATE          PIC X(10).
             10 LK-IN-PAY-DAY           PIC X(02).
             10 LK-IN-END-DATE          PIC X(10).
      *      Cancel only
             10 LK-IN-SCHED-ID          PIC X(18).
             10 LK-IN-USER-ID           PIC X(08).
          05 LK-OUTPUT-PARMS.
             10 LK-RESP-CODE            PIC S9(04) COMP.
             10 LK-RESP-MSG             PIC X(80).
             10 LK-OUT-SCHED-ID         PIC 9(18).
             10 LK-OUT-NEXT-DRAFT-DATE  PIC X(10).
             10 LK-OUT-SCHED-COUNT      PIC S9(04) COMP.
             10 LK-OUT-SCHED-DATA OCCURS 10 TIMES.
                15 LK-OUT-ROW-SCHED-ID  PIC 9(18).
                15 LK-OUT-ROW-TYPE      PIC X(01).
                15 LK-OUT-ROW-PAY-AMT   PIC S9(10)V99.
                15 LK-OUT-ROW-PAY-DAY   PIC 9(02).
                15 LK-OUT-ROW-NEXT-DATE PIC X(10).
                15 LK-OUT-ROW-END-DATE  PIC X(10).
                15 LK-OUT-ROW-STATUS    PIC X(01).
                15 LK-OUT-ROW-LAST-DATE PIC X(10).

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       MAIN-PARA.

           MOVE ZEROS TO WS-RPC-RESP-CD
           MOVE SPACES TO WS-RESP-MSG
           MOVE ZEROS TO LK-OUT-SCHED-ID
           MOVE SPACES TO LK-OUT-NEXT-DRAFT-DATE
           MOVE ZEROS TO LK-OUT-SCHED-COUNT

           PERFORM 9000-SET-NOW-TS
           PERFORM 9050-GET-BUSINESS-DATE

           EVALUATE TRUE
               WHEN NOT (OP-ADD-SCHEDULE OR OP-LIST-SCHEDULES
                         OR OP-CANCEL-SCHEDULE)
                   SET RPC-RESP-INVALID-OPERATION TO TRUE
                   MOVE 'Operation must be A, L or X...'
                     TO WS-RESP-MSG
               WHEN LK-IN-ACCT-ID = SPACES OR LOW-VALUES
                 OR LK-IN-ACCT-ID IS NOT NUMERIC
                   SET RPC-RESP-EMPTY-ACCTID TO TRUE
                   MOVE 'Account ID must be entered and Numeric...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   COMPUTE WS-ACCT-ID-N = FUNCTION NUMVAL(LK-IN-ACCT-ID)
                   MOVE WS-ACCT-ID-N TO HOST-ACCT-ID
                   PERFORM 0100-READ-ACCOUNT-DB2
           END-EVALUATE

           IF RPC-RESP-OK
               EVALUATE TRUE
                   WHEN OP-ADD-SCHEDULE
                       PERFORM 1000-ADD-SCHEDULE
                          THRU 1000-ADD-SCHEDULE-EXIT
                   WHEN OP-LIST-SCHEDULES
                       PERFORM 2000-LIST-SCHEDULES
                   WHEN OTHER
                       PERFORM 3000-CANCEL-SCHEDULE
                          THRU 3000-CANCEL-SCHEDULE-EXIT
               END-EVALUATE
           END-IF

           MOVE WS-RPC-RESP-CD TO LK-RESP-CODE
           MOVE WS-RESP-MSG TO LK-RESP-MSG

           GOBACK.

      *----------------------------------------------------------------*
      *                    0100-READ-ACCOUNT-DB2
      *----------------------------------------------------------------*
       0100-READ-ACCOUNT-DB2.

           EXEC SQL
               SELECT ACCT_ACTIVE_STATUS
               INTO :HOST-ACCT-ACTIVE-STATUS
               FROM ACCTDAT
               WHERE ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET RPC-RESP-ACCTID-NOTFOUND TO TRUE
                   MOVE 'Account ID NOT found...' TO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read Account - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      1000-ADD-SCHEDULE
      *----------------------------------------------------------------*
       1000-ADD-SCHEDULE.

           IF HOST-ACCT-ACTIVE-STATUS NOT = 'Y'
               SET RPC-RESP-ACCT-NOT-ACTIVE TO TRUE
               MOVE 'Account is not active - no payments can be
      -            ' scheduled...' TO WS-RESP-MSG
               GO TO 1000-ADD-SCHEDULE-EXIT
           END-IF

           PERFORM 1100-GET-EFT-ACCOUNT-DB2
           IF NOT RPC-RESP-OK
               GO TO 1000-ADD-SCHEDULE-EXIT
           END-IF

           PERFORM 1200-EDIT-TYPE-AND-AMOUNT
           IF NOT RPC-RESP-OK
               GO TO 1000-ADD-SCHEDULE-EXIT
           END-IF

           IF PSC-ONE-TIME
               PERFORM 1300-EDIT-ONE-TIME-DATE
           ELSE
               PERFORM 1400-EDIT-MONTHLY-DATES
           END-IF
           IF NOT RPC-RESP-OK
               GO TO 1000-ADD-SCHEDULE-EXIT
           END-IF

           PERFORM 1500-INSERT-SCHEDULE-DB2.
       1000-ADD-SCHEDULE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   1100-GET-EFT-ACCOUNT-DB2
      * The draft account is the customer's enrolled EFT account,
      * found the way CBACT14A finds it - through the account's
      * lowest card number's cross-reference row.
      *----------------------------------------------------------------*
       1100-GET-EFT-ACCOUNT-DB2.

           MOVE SPACES TO HOST-CUST-EFT-ACCOUNT-ID

           EXEC SQL
               SELECT C.CUST_EFT_ACCOUNT_ID
               INTO :HOST-CUST-EFT-ACCOUNT-ID
               FROM CXACAIX X, CUSTDAT C
               WHERE X.XREF_ACCT_ID = :HOST-ACCT-ID
               AND   X.XREF_CARD_NUM = (SELECT MIN(XREF_CARD_NUM)
                                         FROM CXACAIX
                                         WHERE XREF_ACCT_ID =
                                               :HOST-ACCT-ID)
               AND   C.CUST_ID = X.XREF_CUST_ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read Customer - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
               WHEN SQLCODE = 100
                 OR HOST-CUST-EFT-ACCOUNT-ID = SPACES
                   SET RPC-RESP-NO-EFT-ACCOUNT TO TRUE
                   MOVE 'No EFT account enrolled for this customer...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   MOVE HOST-CUST-EFT-ACCOUNT-ID
                     TO PSC-EFT-ACCOUNT-ID
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                  1200-EDIT-TYPE-AND-AMOUNT
      *----------------------------------------------------------------*
       1200-EDIT-TYPE-AND-AMOUNT.

           MOVE LK-IN-SCHED-TYPE TO PSC-SCHED-TYPE

           EVALUATE TRUE
               WHEN NOT (PSC-ONE-TIME OR PSC-MONTHLY)
                   SET RPC-RESP-INVALID-TYPE TO TRUE
                   MOVE 'Schedule type must be O (one-time) or M
      -                ' (monthly)...' TO WS-RESP-MSG
               WHEN LK-IN-PAY-AMT(1:1) NOT = '+' AND '-'
               WHEN LK-IN-PAY-AMT(2:8) NOT NUMERIC
               WHEN LK-IN-PAY-AMT(10:1) NOT = '.'
               WHEN LK-IN-PAY-AMT(11:2) NOT NUMERIC
                   SET RPC-RESP-INVALID-AMOUNT TO TRUE
                   MOVE 'Amount should be in format +99999999.99...'
                     TO WS-RESP-MSG
               WHEN OTHER
                   COMPUTE WS-PAY-AMT-N =
                       FUNCTION NUMVAL-C(LK-IN-PAY-AMT)
                   IF WS-PAY-AMT-N NOT > 0
                       SET RPC-RESP-INVALID-AMOUNT TO TRUE
                       MOVE 'Amount must be greater than zero...'
                         TO WS-RESP-MSG
                   ELSE
                       MOVE WS-PAY-AMT-N TO PSC-PAY-AMT
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   1300-EDIT-ONE-TIME-DATE
      * Future-dated only - today's drafts are already committed to
      * tonight's run - and no more than a year out.
      *----------------------------------------------------------------*
       1300-EDIT-ONE-TIME-DATE.

           MOVE ZEROS TO PSC-PAY-DAY
           MOVE LK-IN-PAY-DATE TO PSC-NEXT-DRAFT-DATE
           MOVE LK-IN-PAY-DATE TO PSC-END-DATE

           PERFORM 1600-EDIT-ONE-DATE
           IF NOT RPC-RESP-OK
               GO TO 1300-EDIT-ONE-TIME-DATE-EXIT
           END-IF

           MOVE HOST-BIZ-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE HOST-BIZ-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE HOST-BIZ-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)
           COMPUTE WS-DATE-INT-1 =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
               + WS-MAX-LEAD-DAYS
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT-1)
           STRING WS-DATE-YYYYMMDD(1:4) '-'
                  WS-DATE-YYYYMMDD(5:2) '-'
                  WS-DATE-YYYYMMDD(7:2)
             DELIMITED BY SIZE
             INTO WS-LATEST-DATE

           EVALUATE TRUE
               WHEN PSC-NEXT-DRAFT-DATE NOT > HOST-BIZ-DATE
                   SET RPC-RESP-INVALID-DATES TO TRUE
                   MOVE 'Payment date must be after today''s business
      -                ' date...' TO WS-RESP-MSG
               WHEN PSC-NEXT-DRAFT-DATE > WS-LATEST-DATE
                   SET RPC-RESP-INVALID-DATES TO TRUE
                   MOVE 'Payment date can be no more than a year
      -                ' ahead...' TO WS-RESP-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1300-EDIT-ONE-TIME-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   1400-EDIT-MONTHLY-DATES
      * The first draft is the next occurrence of the pay day after
      * today's business date.
      *----------------------------------------------------------------*
       1400-EDIT-MONTHLY-DATES.

           IF LK-IN-PAY-DAY IS NOT NUMERIC
              OR LK-IN-PAY-DAY < '01' OR LK-IN-PAY-DAY > '31'
               SET RPC-RESP-INVALID-DATES TO TRUE
               MOVE 'Pay day must be 01 through 31...' TO WS-RESP-MSG
               GO TO 1400-EDIT-MONTHLY-DATES-EXIT
           END-IF
           MOVE LK-IN-PAY-DAY TO PSC-PAY-DAY

           IF LK-IN-END-DATE = SPACES OR LOW-VALUES
               MOVE WS-OPEN-END-DATE TO PSC-END-DATE
           ELSE
               MOVE LK-IN-END-DATE TO PSC-END-DATE
               MOVE LK-IN-END-DATE TO PSC-NEXT-DRAFT-DATE
               PERFORM 1600-EDIT-ONE-DATE
               IF NOT RPC-RESP-OK
                   GO TO 1400-EDIT-MONTHLY-DATES-EXIT
               END-IF
           END-IF

           MOVE HOST-BIZ-DATE(1:4) TO WS-CAL-YYYY
           MOVE HOST-BIZ-DATE(6:2) TO WS-CAL-MM
           PERFORM 9100-BUILD-MONTH-DATE
           IF WS-CAL-DATE NOT > HOST-BIZ-DATE
               PERFORM 9150-ADVANCE-MONTH
               PERFORM 9100-BUILD-MONTH-DATE
           END-IF
           MOVE WS-CAL-DATE TO PSC-NEXT-DRAFT-DATE

           IF PSC-END-DATE < PSC-NEXT-DRAFT-DATE
               SET RPC-RESP-INVALID-DATES TO TRUE
               MOVE 'End date is before the first draft date...'
                 TO WS-RESP-MSG
           END-IF.
       1400-EDIT-MONTHLY-DATES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                     1600-EDIT-ONE-DATE
      * PSC-NEXT-DRAFT-DATE must be a real YYYY-MM-DD date.
      *----------------------------------------------------------------*
       1600-EDIT-ONE-DATE.

           IF PSC-NEXT-DRAFT-DATE(5:1) NOT = '-'
              OR PSC-NEXT-DRAFT-DATE(8:1) NOT = '-'
              OR PSC-NEXT-DRAFT-DATE(1:4) NOT NUMERIC
              OR PSC-NEXT-DRAFT-DATE(6:2) NOT NUMERIC
              OR PSC-NEXT-DRAFT-DATE(9:2) NOT NUMERIC
               SET RPC-RESP-INVALID-DATES TO TRUE
               MOVE 'Dates should be YYYY-MM-DD...' TO WS-RESP-MSG
           ELSE
               MOVE SPACES TO CSUTLDTC-DATE
               MOVE PSC-NEXT-DRAFT-DATE(1:4) TO CSUTLDTC-DATE(1:4)
               MOVE PSC-NEXT-DRAFT-DATE(6:2) TO CSUTLDTC-DATE(5:2)
               MOVE PSC-NEXT-DRAFT-DATE(9:2) TO CSUTLDTC-DATE(7:2)
               MOVE 'YYYYMMDD' TO CSUTLDTC-DATE-FORMAT
               MOVE SPACES TO CSUTLDTC-RESULT
               CALL 'CSUTLDTL' USING CSUTLDTC-DATE
                                     CSUTLDTC-DATE-FORMAT
                                     CSUTLDTC-RESULT
               IF CSUTLDTC-RESULT-SEV-CD NOT = '0000'
                  AND CSUTLDTC-RESULT-MSG-NUM NOT = '2513'
                   SET RPC-RESP-INVALID-DATES TO TRUE
                   MOVE 'Date is not a valid date...' TO WS-RESP-MSG
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                  1500-INSERT-SCHEDULE-DB2
      *----------------------------------------------------------------*
       1500-INSERT-SCHEDULE-DB2.

           EXEC SQL
               SELECT NEXT VALUE FOR PSC_SCHED_ID_SEQ
               INTO :HOST-PSC-SCHED-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE HOST-PSC-SCHED-ID-SEQ TO PSC-SCHED-ID
           MOVE HOST-ACCT-ID          TO PSC-ACCT-ID
           SET PSC-STATUS-ACTIVE      TO TRUE
           MOVE SPACES                TO PSC-LAST-DRAFT-DATE
           MOVE SPACES                TO PSC-LAST-TRAN-ID
           MOVE LK-IN-USER-ID         TO PSC-USER-ID
           MOVE HOST-NOW-TS           TO PSC-CREATE-TS
           MOVE HOST-NOW-TS           TO PSC-STATUS-TS

           EXEC SQL
               INSERT INTO PAYSCHED
               (PSC_SCHED_ID, PSC_ACCT_ID, PSC_SCHED_TYPE,
                PSC_PAY_AMT, PSC_EFT_ACCOUNT_ID, PSC_PAY_DAY,
                PSC_NEXT_DRAFT_DATE, PSC_END_DATE, PSC_STATUS,
                PSC_LAST_DRAFT_DATE, PSC_LAST_TRAN_ID, PSC_USER_ID,
                PSC_CREATE_TS, PSC_STATUS_TS)
               VALUES
               (:PSC-SCHED-ID, :PSC-ACCT-ID, :PSC-SCHED-TYPE,
                :PSC-PAY-AMT, :PSC-EFT-ACCOUNT-ID, :PSC-PAY-DAY,
                :PSC-NEXT-DRAFT-DATE, :PSC-END-DATE, :PSC-STATUS,
                :PSC-LAST-DRAFT-DATE, :PSC-LAST-TRAN-ID,
                :PSC-USER-ID, :PSC-CREATE-TS, :PSC-STATUS-TS)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   MOVE PSC-SCHED-ID TO WS-SCHED-ID-N
                   MOVE WS-SCHED-ID-N TO LK-OUT-SCHED-ID
                   MOVE PSC-NEXT-DRAFT-DATE TO LK-OUT-NEXT-DRAFT-DATE
                   MOVE 'Scheduled payment recorded' TO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to record schedule - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    2000-LIST-SCHEDULES
      *----------------------------------------------------------------*
       2000-LIST-SCHEDULES.

           MOVE ZEROS TO WS-LIST-COUNT

           EXEC SQL
               DECLARE CUR-PSC CURSOR FOR
               SELECT PSC_SCHED_ID, PSC_SCHED_TYPE, PSC_PAY_AMT,
                      PSC_PAY_DAY, PSC_NEXT_DRAFT_DATE, PSC_END_DATE,
                      PSC_STATUS, PSC_LAST_DRAFT_DATE
               FROM PAYSCHED
               WHERE PSC_ACCT_ID = :HOST-ACCT-ID
               ORDER BY PSC_SCHED_ID DESC
               FETCH FIRST 10 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN CUR-PSC
           END-EXEC

           IF SQLCODE NOT = 0
               SET RPC-RESP-WRITE-ERROR TO TRUE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               STRING 'Unable to list schedules - SQLCODE: '
                      DELIMITED BY SIZE
                      WS-SQLCODE-DISPLAY
                      DELIMITED BY SIZE
                 INTO WS-RESP-MSG
           ELSE
               PERFORM 2100-FETCH-SCHEDULE
                   UNTIL SQLCODE NOT = 0 OR WS-LIST-COUNT >= 10

               EXEC SQL
                   CLOSE CUR-PSC
               END-EXEC

               IF WS-LIST-COUNT = 0
                   MOVE 'No scheduled payments on this account...'
                     TO WS-RESP-MSG
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                    2100-FETCH-SCHEDULE
      *----------------------------------------------------------------*
       2100-FETCH-SCHEDULE.

           EXEC SQL
               FETCH CUR-PSC
               INTO :PSC-SCHED-ID, :PSC-SCHED-TYPE, :PSC-PAY-AMT,
                    :PSC-PAY-DAY, :PSC-NEXT-DRAFT-DATE, :PSC-END-DATE,
                    :PSC-STATUS, :PSC-LAST-DRAFT-DATE
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-LIST-COUNT
               MOVE WS-LIST-COUNT TO LK-OUT-SCHED-COUNT
               MOVE PSC-SCHED-ID TO WS-SCHED-ID-N
               MOVE WS-SCHED-ID-N
                 TO LK-OUT-ROW-SCHED-ID(WS-LIST-COUNT)
               MOVE PSC-SCHED-TYPE
                 TO LK-OUT-ROW-TYPE(WS-LIST-COUNT)
               MOVE PSC-PAY-AMT
                 TO LK-OUT-ROW-PAY-AMT(WS-LIST-COUNT)
               MOVE PSC-PAY-DAY
                 TO LK-OUT-ROW-PAY-DAY(WS-LIST-COUNT)
               MOVE PSC-NEXT-DRAFT-DATE
                 TO LK-OUT-ROW-NEXT-DATE(WS-LIST-COUNT)
               MOVE PSC-END-DATE
                 TO LK-OUT-ROW-END-DATE(WS-LIST-COUNT)
               MOVE PSC-STATUS
                 TO LK-OUT-ROW-STATUS(WS-LIST-COUNT)
               MOVE PSC-LAST-DRAFT-DATE
                 TO LK-OUT-ROW-LAST-DATE(WS-LIST-COUNT)
           END-IF.

      *----------------------------------------------------------------*
      *                    3000-CANCEL-SCHEDULE
      * The draft cutoff: once the business date has reached the
      * next draft date the payment belongs to that night's run
      * (CBACT97A) and can no longer be called back. A monthly
      * instruction can be cancelled again once the night has rolled
      * it forward. The row stays on file as Cancelled.
      *----------------------------------------------------------------*
       3000-CANCEL-SCHEDULE.

           IF LK-IN-SCHED-ID = SPACES OR LOW-VALUES
              OR LK-IN-SCHED-ID IS NOT NUMERIC
               SET RPC-RESP-SCHED-NOTFOUND TO TRUE
               MOVE 'Schedule ID must be entered and Numeric...'
                 TO WS-RESP-MSG
               GO TO 3000-CANCEL-SCHEDULE-EXIT
           END-IF

           MOVE LK-IN-SCHED-ID TO WS-SCHED-ID-N
           MOVE WS-SCHED-ID-N TO PSC-SCHED-ID

           EXEC SQL
               SELECT PSC_STATUS, PSC_NEXT_DRAFT_DATE
               INTO :PSC-STATUS, :PSC-NEXT-DRAFT-DATE
               FROM PAYSCHED
               WHERE PSC_SCHED_ID = :PSC-SCHED-ID
               AND   PSC_ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET RPC-RESP-SCHED-NOTFOUND TO TRUE
                   MOVE 'No scheduled payment with that ID on this
      -                ' account...' TO WS-RESP-MSG
               WHEN SQLCODE NOT = 0
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to read schedule - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
               WHEN NOT PSC-STATUS-ACTIVE
                   SET RPC-RESP-SCHED-NOTFOUND TO TRUE
                   MOVE 'Scheduled payment is no longer active...'
                     TO WS-RESP-MSG
               WHEN PSC-NEXT-DRAFT-DATE NOT > HOST-BIZ-DATE
                   SET RPC-RESP-PAST-CUTOFF TO TRUE
                   MOVE 'Draft cutoff has passed - the payment can
      -                ' no longer be cancelled...' TO WS-RESP-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT RPC-RESP-OK
               GO TO 3000-CANCEL-SCHEDULE-EXIT
           END-IF

      *    The date test is repeated on the update so a nightly run
      *    that rolls the row between the read and here is not
      *    overridden.
           EXEC SQL
               UPDATE PAYSCHED
               SET PSC_STATUS = 'C',
                   PSC_STATUS_TS = :HOST-NOW-TS
               WHERE PSC_SCHED_ID = :PSC-SCHED-ID
               AND   PSC_ACCT_ID = :HOST-ACCT-ID
               AND   PSC_STATUS = 'A'
               AND   PSC_NEXT_DRAFT_DATE > :HOST-BIZ-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   MOVE WS-SCHED-ID-N TO LK-OUT-SCHED-ID
                   MOVE 'Scheduled payment cancelled' TO WS-RESP-MSG
               WHEN 100
                   SET RPC-RESP-PAST-CUTOFF TO TRUE
                   MOVE 'Draft cutoff has passed - the payment can
      -                ' no longer be cancelled...' TO WS-RESP-MSG
               WHEN OTHER
                   SET RPC-RESP-WRITE-ERROR TO TRUE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   STRING 'Unable to cancel schedule - SQLCODE: '
                          DELIMITED BY SIZE
                          WS-SQLCODE-DISPLAY
                          DELIMITED BY SIZE
                     INTO WS-RESP-MSG
           END-EVALUATE.
       3000-CANCEL-SCHEDULE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      9000-SET-NOW-TS
      *----------------------------------------------------------------*
       9000-SET-NOW-TS.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
                  DELIMITED BY SIZE
                  INTO HOST-NOW-TS
           END-STRING.

      *----------------------------------------------------------------*
      *                   9050-GET-BUSINESS-DATE
      * The processing date from BIZDATE - the date the nightly run
      * drafts against - or today's date if the row is missing.
      *----------------------------------------------------------------*
       9050-GET-BUSINESS-DATE.

           EXEC SQL
               SELECT PROC_DATE
               INTO :HOST-BIZ-DATE
               FROM BIZDATE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE HOST-NOW-TS(1:10) TO HOST-BIZ-DATE
           END-IF.

      *----------------------------------------------------------------*
      *                   9100-BUILD-MONTH-DATE
      * PSC-PAY-DAY in WS-CAL-YYYY / WS-CAL-MM as YYYY-MM-DD, pulled
      * back to the last day of a month too short to have it.
      *----------------------------------------------------------------*
       9100-BUILD-MONTH-DATE.

           COMPUTE WS-DATE-YYYYMMDD =
               WS-CAL-YYYY * 10000 + WS-CAL-MM * 100 + 1
           COMPUTE WS-DATE-INT-1 =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           IF WS-CAL-MM = 12
               COMPUTE WS-DATE-YYYYMMDD =
                   (WS-CAL-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATE-YYYYMMDD =
                   WS-CAL-YYYY * 10000 + (WS-CAL-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-DATE-INT-2 =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           COMPUTE WS-CAL-MONTH-DAYS = WS-DATE-INT-2 - WS-DATE-INT-1

           IF PSC-PAY-DAY > WS-CAL-MONTH-DAYS
               MOVE WS-CAL-MONTH-DAYS TO WS-CAL-DD
           ELSE
               MOVE PSC-PAY-DAY TO WS-CAL-DD
           END-IF

           MOVE SPACES TO WS-CAL-DATE
           STRING WS-CAL-YYYY '-' WS-CAL-MM '-' WS-CAL-DD
             DELIMITED BY SIZE
             INTO WS-CAL-DATE.

      *----------------------------------------------------------------*
      *                    9150-ADVANCE-MONTH
      *----------------------------------------------------------------*
       9150-ADVANCE-MONTH.

           IF WS-CAL-MM = 12
               MOVE 1 TO WS-CAL-MM
               ADD 1 TO WS-CAL-YYYY
           ELSE
               ADD 1 TO WS-CAL-MM
           END-IF.
