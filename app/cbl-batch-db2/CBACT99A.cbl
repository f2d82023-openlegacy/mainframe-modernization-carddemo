      *****************************************************************
      * Program     : CBACT99A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Monthly concessions report - the fee and
      *               interest reversals CSRs gave back through
      *               COFRV01A (FEEREV), so management can see who is
      *               giving what away and why. Four sections on the
      *               FRVRPT report for the business month:
      *               (1) reversals posted in the month by keying
      *               user and reason code - count, amount, and how
      *               many went through a checker;
      *               (2) the month's totals by reason code;
      *               (3) every account given a goodwill reversal in
      *               the twelve months to the business date, with
      *               its count and amount - repeat concessions on
      *               one account stand out here;
      *               (4) reversals still waiting on PENDCHG for a
      *               checker at the time of the run.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************
      * Modification History
      * 2026-10-15 - New batch job: monthly fee and interest
      *              concessions report
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT99A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRV-RPT-FILE ASSIGN TO FRVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD FRV-RPT-FILE
           RECORDING MODE IS F.
       01 FRV-RPT-LINE                   PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBACT99A'.
         05 WS-SQLCODE-DISPLAY         PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS         PIC X(02) VALUE '00'.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-USER-LINES              PIC 9(07) VALUE ZEROS.
         05 WS-REASON-LINES            PIC 9(07) VALUE ZEROS.
         05 WS-GOODWILL-ACCTS          PIC 9(07) VALUE ZEROS.
         05 WS-PENDING-LINES           PIC 9(07) VALUE ZEROS.
         05 WS-MONTH-REV-COUNT         PIC 9(07) VALUE ZEROS.
         05 WS-MONTH-REV-AMT           PIC S9(13)V99 VALUE ZEROS.
         05 WS-PENDING-AMT             PIC S9(13)V99 VALUE ZEROS.
         05 WS-FRV-ERRORS              PIC 9(07) VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-ACCT-ID-EDIT            PIC 9(11).
         05 WS-CHG-ID-EDIT             PIC Z(17)9.
         05 WS-AMT-EDIT                PIC -(9)9.99.
         05 WS-COUNT-EDIT              PIC Z(6)9.
         05 WS-COUNT-EDIT-2            PIC Z(6)9.
         05 WS-REASON-DESC             PIC X(14).
         05 WS-YEAR-AGO-YYYY           PIC 9(04).

       01 WS-END-OF-CURSOR-FLAG        PIC X(01) VALUE 'N'.
         88 FRV-CURSOR-EOF                        VALUE 'Y'.
         88 FRV-CURSOR-NOT-EOF                    VALUE 'N'.

      * Run control - see CSUTLJPL for the shared logic.
      * JOBRUN-START refuses a second run for a date that
      * has already completed and enforces the job's
      * dependency; JOBRUN-END marks tonight's run complete.
       01 WS-JOBRUN-FIELDS.
       COPY CSUTLJWY.

      * Business processing date - see CSUTLBPL; all date
      * logic keys off the BIZDATE control row, not the
      * wall clock, so reruns stamp the right date.
       01 WS-BIZDT-FIELDS.
       COPY CSUTLBWY.

      * Durable run totals - see CSUTLTPL; written at end
      * of job so the day-end balancing report CBACT20A
      * can prove the night ties.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01 HOST-SUM-MONTH                PIC X(07).
       01 HOST-MONTH-START-DATE         PIC X(10).
       01 HOST-MONTH-END-DATE           PIC X(10).
      * Goodwill window - after this date, through the business date
       01 HOST-YEAR-AGO-DATE            PIC X(10).
       01 HOST-BIZ-DATE                 PIC X(10).

      * Host variables - one user / reason (or reason) total line
       01 HOST-SUM-ROW.
         05 HOST-SUM-USER-ID            PIC X(08).
         05 HOST-SUM-REASON-CD          PIC X(02).
         05 HOST-SUM-COUNT              PIC S9(09) COMP.
         05 HOST-SUM-APPROVED-COUNT     PIC S9(09) COMP.
         05 HOST-SUM-AMT                PIC S9(13)V99 COMP-3.

      * Host variables - one goodwill account line
       01 HOST-GW-ROW.
         05 HOST-GW-ACCT-ID             PIC S9(11) COMP-3.
         05 HOST-GW-COUNT               PIC S9(09) COMP.
         05 HOST-GW-AMT                 PIC S9(13)V99 COMP-3.
         05 HOST-GW-LAST-DATE           PIC X(10).

      * Host variables - one pending reversal (PENDCHG 'FEEREV')
       01 HOST-PEND-ROW.
         05 HOST-PEND-CHG-ID            PIC S9(18) COMP-3.
         05 HOST-PEND-TRAN-ID           PIC X(16).
         05 HOST-PEND-ACCT-ID           PIC X(11).
         05 HOST-PEND-AMT               PIC S9(10)V99 COMP-3.
         05 HOST-PEND-REASON-CD         PIC X(02).
         05 HOST-PEND-MAKER-ID          PIC X(08).
         05 HOST-PEND-CREATE-TS         PIC X(26).

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT99A - FEE CONCESSIONS REPORT BATCH STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT99A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-USER-REASON-TOTALS
           PERFORM 3000-REASON-TOTALS
           PERFORM 4000-GOODWILL-ACCOUNTS
           PERFORM 5000-PENDING-REVERSALS
           PERFORM 9000-FINALIZE
           MOVE 'CBACT99A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-MONTH-REV-COUNT TO WS-RTOT-RECS-READ
           COMPUTE WS-RTOT-RECS-POSTED = WS-USER-LINES
                                       + WS-REASON-LINES
                                       + WS-GOODWILL-ACCTS
                                       + WS-PENDING-LINES
           MOVE WS-FRV-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE WS-MONTH-REV-AMT TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT99A - FEE CONCESSIONS REPORT BATCH ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-USER-LINES
           MOVE ZEROS TO WS-REASON-LINES
           MOVE ZEROS TO WS-GOODWILL-ACCTS
           MOVE ZEROS TO WS-PENDING-LINES
           MOVE ZEROS TO WS-MONTH-REV-COUNT
           MOVE ZEROS TO WS-MONTH-REV-AMT
           MOVE ZEROS TO WS-PENDING-AMT
           MOVE ZEROS TO WS-FRV-ERRORS

           MOVE WS-BIZDT-DATE(1:7) TO HOST-SUM-MONTH
           MOVE WS-BIZDT-DATE      TO HOST-BIZ-DATE

           MOVE SPACES TO HOST-MONTH-START-DATE
           STRING HOST-SUM-MONTH '-01'
             DELIMITED BY SIZE INTO HOST-MONTH-START-DATE
           MOVE SPACES TO HOST-MONTH-END-DATE
           STRING HOST-SUM-MONTH '-31'
             DELIMITED BY SIZE INTO HOST-MONTH-END-DATE

           MOVE WS-BIZDT-YYYYMMDD-X(1:4) TO WS-YEAR-AGO-YYYY
           SUBTRACT 1 FROM WS-YEAR-AGO-YYYY
           MOVE WS-BIZDT-DATE TO HOST-YEAR-AGO-DATE
           MOVE WS-YEAR-AGO-YYYY TO HOST-YEAR-AGO-DATE(1:4)

           OPEN OUTPUT FRV-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FRV-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-FRV-ERRORS
           END-IF

           MOVE SPACES TO FRV-RPT-LINE
           STRING '=== FEE AND INTEREST CONCESSIONS FOR '
                  HOST-SUM-MONTH ' ==='
             DELIMITED BY SIZE
             INTO FRV-RPT-LINE
           WRITE FRV-RPT-LINE.

      *----------------------------------------------------------------*
      *                  2000-USER-REASON-TOTALS
      * The month's reversals by the user who keyed them and reason
      * code. APPROVED counts those above the user's own authority
      * that a checker let through.
      *----------------------------------------------------------------*
       2000-USER-REASON-TOTALS.

           SET FRV-CURSOR-NOT-EOF TO TRUE

           MOVE SPACES TO FRV-RPT-LINE
           WRITE FRV-RPT-LINE
           MOVE '--- REVERSALS BY USER AND REASON ---' TO FRV-RPT-LINE
           WRITE FRV-RPT-LINE
           MOVE SPACES TO FRV-RPT-LINE
           STRING 'USER ID   REASON                COUNT  APPROVED'
                  '          AMOUNT'
             DELIMITED BY SIZE
             INTO FRV-RPT-LINE
           WRITE FRV-RPT-LINE

           EXEC SQL
               DECLARE CUR-FRV-USER CURSOR WITH HOLD FOR
               SELECT FRV_MAKER_ID, FRV_REASON_CD, COUNT(*),
                      SUM(CASE WHEN FRV_APPROVER_ID = ' '
                               THEN 0 ELSE 1 END),
                      SUM(FRV_REV_AMT)
               FROM FEEREV
               WHERE FRV_POST_DATE >= :HOST-MONTH-START-DATE
               AND   FRV_POST_DATE <= :HOST-MONTH-END-DATE
               GROUP BY FRV_MAKER_ID, FRV_REASON_CD
               ORDER BY FRV_MAKER_ID, FRV_REASON_CD
           END-EXEC

           EXEC SQL
               OPEN CUR-FRV-USER
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-FRV-USER - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-FRV-ERRORS
               SET FRV-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 2100-FETCH-USER-TOTAL
                   UNTIL FRV-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-FRV-USER
           END-EXEC

           IF WS-USER-LINES = 0
               MOVE SPACES TO FRV-RPT-LINE
               MOVE 'NO REVERSALS THIS MONTH' TO FRV-RPT-LINE
               WRITE FRV-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                   2100-FETCH-USER-TOTAL
      *----------------------------------------------------------------*
       2100-FETCH-USER-TOTAL.

           EXEC SQL
               FETCH CUR-FRV-USER
               INTO :HOST-SUM-USER-ID, :HOST-SUM-REASON-CD,
                    :HOST-SUM-COUNT, :HOST-SUM-APPROVED-COUNT,
                    :HOST-SUM-AMT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-USER-LINES
                   PERFORM 8000-DESCRIBE-REASON
                   MOVE HOST-SUM-COUNT TO WS-COUNT-EDIT
                   MOVE HOST-SUM-APPROVED-COUNT TO WS-COUNT-EDIT-2
                   MOVE HOST-SUM-AMT TO WS-AMT-EDIT
                   MOVE SPACES TO FRV-RPT-LINE
                   STRING HOST-SUM-USER-ID '  '
                          HOST-SUM-REASON-CD ' '
                          WS-REASON-DESC '  '
                          WS-COUNT-EDIT '   '
                          WS-COUNT-EDIT-2 '  '
                          WS-AMT-EDIT
                     DELIMITED BY SIZE
                     INTO FRV-RPT-LINE
                   WRITE FRV-RPT-LINE
               WHEN 100
                   SET FRV-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-FRV-USER - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-FRV-ERRORS
                   SET FRV-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    3000-REASON-TOTALS
      *----------------------------------------------------------------*
       3000-REASON-TOTALS.

           SET FRV-CURSOR-NOT-EOF TO TRUE

           MOVE SPACES TO FRV-RPT-LINE
           WRITE FRV-RPT-LINE
           MOVE '--- REVERSALS BY REASON ---' TO FRV-RPT-LINE
           WRITE FRV-RPT-LINE
           MOVE SPACES TO FRV-RPT-LINE
           STRING 'REASON                COUNT  APPROVED'
                  '          AMOUNT'
             DELIMITED BY SIZE
             INTO FRV-RPT-LINE
           WRITE FRV-RPT-LINE

           EXEC SQL
               DECLARE CUR-FRV-REASON CURSOR WITH HOLD FOR
               SELECT FRV_REASON_CD, COUNT(*),
                      SUM(CASE WHEN FRV_APPROVER_ID = ' '
                               THEN 0 ELSE 1 END),
                      SUM(FRV_REV_AMT)
               FROM FEEREV
               WHERE FRV_POST_DATE >= :HOST-MONTH-START-DATE
               AND   FRV_POST_DATE <= :HOST-MONTH-END-DATE
               GROUP BY FRV_REASON_CD
               ORDER BY FRV_REASON_CD
           END-EXEC

           EXEC SQL
               OPEN CUR-FRV-REASON
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-FRV-REASON - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-FRV-ERRORS
               SET FRV-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 3100-FETCH-REASON-TOTAL
                   UNTIL FRV-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-FRV-REASON
           END-EXEC

           IF WS-REASON-LINES = 0
               MOVE SPACES TO FRV-RPT-LINE
               MOVE 'NO REVERSALS THIS MONTH' TO FRV-RPT-LINE
               WRITE FRV-RPT-LINE
           ELSE
               MOVE WS-MONTH-REV-COUNT TO WS-COUNT-EDIT
               MOVE WS-MONTH-REV-AMT TO WS-AMT-EDIT
               MOVE SPACES TO FRV-RPT-LINE
               STRING 'REVERSALS: ' WS-COUNT-EDIT
                      '  TOTAL GIVEN BACK: ' WS-AMT-EDIT
                 DELIMITED BY SIZE
                 INTO FRV-RPT-LINE
               WRITE FRV-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                  3100-FETCH-REASON-TOTAL
      *----------------------------------------------------------------*
       3100-FETCH-REASON-TOTAL.

           EXEC SQL
               FETCH CUR-FRV-REASON
               INTO :HOST-SUM-REASON-CD, :HOST-SUM-COUNT,
                    :HOST-SUM-APPROVED-COUNT, :HOST-SUM-AMT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-REASON-LINES
                   ADD HOST-SUM-COUNT TO WS-MONTH-REV-COUNT
                   ADD HOST-SUM-AMT TO WS-MONTH-REV-AMT
                   PERFORM 8000-DESCRIBE-REASON
                   MOVE HOST-SUM-COUNT TO WS-COUNT-EDIT
                   MOVE HOST-SUM-APPROVED-COUNT TO WS-COUNT-EDIT-2
                   MOVE HOST-SUM-AMT TO WS-AMT-EDIT
                   MOVE SPACES TO FRV-RPT-LINE
                   STRING HOST-SUM-REASON-CD ' '
                          WS-REASON-DESC '  '
                          WS-COUNT-EDIT '   '
                          WS-COUNT-EDIT-2 '  '
                          WS-AMT-EDIT
                     DELIMITED BY SIZE
                     INTO FRV-RPT-LINE
                   WRITE FRV-RPT-LINE
               WHEN 100
                   SET FRV-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-FRV-REASON - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-FRV-ERRORS
                   SET FRV-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   4000-GOODWILL-ACCOUNTS
      * Every account given a goodwill reversal in the twelve months
      * to the business date, most concessions first - the same
      * window the reversal screen counts for the CSR.
      *----------------------------------------------------------------*
       4000-GOODWILL-ACCOUNTS.

           SET FRV-CURSOR-NOT-EOF TO TRUE

           MOVE SPACES TO FRV-RPT-LINE
           WRITE FRV-RPT-LINE
           MOVE SPACES TO FRV-RPT-LINE
           STRING '--- GOODWILL REVERSALS, TWELVE MONTHS TO '
                  HOST-BIZ-DATE ' ---'
             DELIMITED BY SIZE
             INTO FRV-RPT-LINE
           WRITE FRV-RPT-LINE
           MOVE SPACES TO FRV-RPT-LINE
           MOVE 'ACCOUNT        COUNT          AMOUNT  LAST GIVEN'
             TO FRV-RPT-LINE
           WRITE FRV-RPT-LINE

           EXEC SQL
               DECLARE CUR-FRV-GOODWILL CURSOR WITH HOLD FOR
               SELECT FRV_ACCT_ID, COUNT(*), SUM(FRV_REV_AMT),
                      MAX(FRV_POST_DATE)
               FROM FEEREV
               WHERE FRV_REASON_CD = 'GW'
               AND   FRV_POST_DATE > :HOST-YEAR-AGO-DATE
               AND   FRV_POST_DATE <= :HOST-BIZ-DATE
               GROUP BY FRV_ACCT_ID
               ORDER BY 2 DESC, 1
           END-EXEC

           EXEC SQL
               OPEN CUR-FRV-GOODWILL
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-FRV-GOODWILL - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-FRV-ERRORS
               SET FRV-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 4100-FETCH-GOODWILL-ACCT
                   UNTIL FRV-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-FRV-GOODWILL
           END-EXEC

           IF WS-GOODWILL-ACCTS = 0
               MOVE SPACES TO FRV-RPT-LINE
               MOVE 'NO GOODWILL REVERSALS IN THE LAST TWELVE MONTHS'
                 TO FRV-RPT-LINE
               WRITE FRV-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                  4100-FETCH-GOODWILL-ACCT
      *----------------------------------------------------------------*
       4100-FETCH-GOODWILL-ACCT.

           EXEC SQL
               FETCH CUR-FRV-GOODWILL
               INTO :HOST-GW-ACCT-ID, :HOST-GW-COUNT,
                    :HOST-GW-AMT, :HOST-GW-LAST-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-GOODWILL-ACCTS
                   MOVE HOST-GW-ACCT-ID TO WS-ACCT-ID-EDIT
                   MOVE HOST-GW-COUNT TO WS-COUNT-EDIT
                   MOVE HOST-GW-AMT TO WS-AMT-EDIT
                   MOVE SPACES TO FRV-RPT-LINE
                   STRING WS-ACCT-ID-EDIT '  '
                          WS-COUNT-EDIT '  '
                          WS-AMT-EDIT '  '
                          HOST-GW-LAST-DATE
                     DELIMITED BY SIZE
                     INTO FRV-RPT-LINE
                   WRITE FRV-RPT-LINE
               WHEN 100
                   SET FRV-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-FRV-GOODWILL - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-FRV-ERRORS
                   SET FRV-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   5000-PENDING-REVERSALS
      * Reversals above the keying user's authority still waiting for
      * a checker - nothing has posted for these yet.
      *----------------------------------------------------------------*
       5000-PENDING-REVERSALS.

           SET FRV-CURSOR-NOT-EOF TO TRUE

           MOVE SPACES TO FRV-RPT-LINE
           WRITE FRV-RPT-LINE
           MOVE '--- REVERSALS AWAITING APPROVAL ---' TO FRV-RPT-LINE
           WRITE FRV-RPT-LINE
           MOVE SPACES TO FRV-RPT-LINE
           STRING '            CHANGE ID  CHARGE            '
                  'ACCOUNT      RSN          AMOUNT  MAKER     '
                  'QUEUED'
             DELIMITED BY SIZE
             INTO FRV-RPT-LINE
           WRITE FRV-RPT-LINE

           EXEC SQL
               DECLARE CUR-FRV-PENDING CURSOR WITH HOLD FOR
               SELECT PDC_CHG_ID, PDC_KEY, SUBSTR(PDC_TXT1, 1, 11),
                      PDC_DEC1, SUBSTR(PDC_TXT3, 1, 2),
                      PDC_MAKER_ID, CHAR(PDC_CREATE_TS)
               FROM PENDCHG
               WHERE PDC_FUNC_CD = 'FEEREV'
               AND   PDC_STATUS = 'P'
               ORDER BY PDC_CREATE_TS
           END-EXEC

           EXEC SQL
               OPEN CUR-FRV-PENDING
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-FRV-PENDING - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-FRV-ERRORS
               SET FRV-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 5100-FETCH-PENDING
                   UNTIL FRV-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-FRV-PENDING
           END-EXEC

           IF WS-PENDING-LINES = 0
               MOVE SPACES TO FRV-RPT-LINE
               MOVE 'NO REVERSALS AWAITING APPROVAL' TO FRV-RPT-LINE
               WRITE FRV-RPT-LINE
           ELSE
               MOVE WS-PENDING-LINES TO WS-COUNT-EDIT
               MOVE WS-PENDING-AMT TO WS-AMT-EDIT
               MOVE SPACES TO FRV-RPT-LINE
               STRING 'AWAITING APPROVAL: ' WS-COUNT-EDIT
                      '  AMOUNT: ' WS-AMT-EDIT
                 DELIMITED BY SIZE
                 INTO FRV-RPT-LINE
               WRITE FRV-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                     5100-FETCH-PENDING
      *----------------------------------------------------------------*
       5100-FETCH-PENDING.

           EXEC SQL
               FETCH CUR-FRV-PENDING
               INTO :HOST-PEND-CHG-ID, :HOST-PEND-TRAN-ID,
                    :HOST-PEND-ACCT-ID, :HOST-PEND-AMT,
                    :HOST-PEND-REASON-CD, :HOST-PEND-MAKER-ID,
                    :HOST-PEND-CREATE-TS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-PENDING-LINES
                   ADD HOST-PEND-AMT TO WS-PENDING-AMT
                   MOVE HOST-PEND-CHG-ID TO WS-CHG-ID-EDIT
                   MOVE HOST-PEND-AMT TO WS-AMT-EDIT
                   MOVE SPACES TO FRV-RPT-LINE
                   STRING WS-CHG-ID-EDIT '  '
                          HOST-PEND-TRAN-ID '  '
                          HOST-PEND-ACCT-ID '  '
                          HOST-PEND-REASON-CD '  '
                          WS-AMT-EDIT '  '
                          HOST-PEND-MAKER-ID '  '
                          HOST-PEND-CREATE-TS(1:19)
                     DELIMITED BY SIZE
                     INTO FRV-RPT-LINE
                   WRITE FRV-RPT-LINE
               WHEN 100
                   SET FRV-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-FRV-PENDING - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-FRV-ERRORS
                   SET FRV-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   8000-DESCRIBE-REASON
      *----------------------------------------------------------------*
       8000-DESCRIBE-REASON.

           EVALUATE HOST-SUM-REASON-CD
               WHEN 'GW'
                   MOVE 'GOODWILL'       TO WS-REASON-DESC
               WHEN 'BE'
                   MOVE 'BANK ERROR'     TO WS-REASON-DESC
               WHEN 'PD'
                   MOVE 'PAYMENT DELAY'  TO WS-REASON-DESC
               WHEN 'HS'
                   MOVE 'HARDSHIP'       TO WS-REASON-DESC
               WHEN 'DS'
                   MOVE 'DISPUTE'        TO WS-REASON-DESC
               WHEN OTHER
                   MOVE 'OTHER'          TO WS-REASON-DESC
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      9000-FINALIZE
      *----------------------------------------------------------------*
       9000-FINALIZE.

           CLOSE FRV-RPT-FILE

           DISPLAY 'REVERSALS THIS MONTH....: ' WS-MONTH-REV-COUNT
           DISPLAY 'USER/REASON LINES.......: ' WS-USER-LINES
           DISPLAY 'GOODWILL ACCOUNTS.......: ' WS-GOODWILL-ACCTS
           DISPLAY 'AWAITING APPROVAL.......: ' WS-PENDING-LINES
           DISPLAY 'PROCESSING ERRORS.......: ' WS-FRV-ERRORS

           IF WS-FRV-ERRORS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *          JOBRUN-START / JOBRUN-END (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLJPL.

      *----------------------------------------------------------------*
      *            GET-BUSINESS-DATE (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLBPL.

      *----------------------------------------------------------------*
      *            WRITE-RUN-TOTALS (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLTPL.
