      *****************************************************************
      * Program     : CBACT72A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Complaint aging and root-cause reporting over
      *               the COMPLNT log (COCPL01A / COCPL00U). Two
      *               sections on the CPLRPT report:
      *               (1) a daily response-deadline report of open
      *               and in-progress complaints inside the warning
      *               window or already past the due date set when
      *               they were logged (regulator referrals run the
      *               shorter clock);
      *               (2) the root-cause summary for the past month -
      *               complaints received, closed, closed late and
      *               still open, by category and program area - so
      *               the business sees which process is generating
      *               complaints, not just how many there are.
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
      * 2026-10-15 - New batch job: complaint response-deadline aging
      *              and monthly root-cause summary
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT72A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPL-RPT-FILE ASSIGN TO CPLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CPL-RPT-FILE
           RECORDING MODE IS F.
       01 CPL-RPT-LINE                   PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBACT72A'.
         05 WS-SQLCODE-DISPLAY         PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS         PIC X(02) VALUE '00'.

      * Complaints this close to their response deadline (or past
      * it) print on the deadline report; the root-cause summary
      * covers complaints received or closed in the trailing
      * month, the same 30-day window CBACT57A reports on.
       01 WS-CONSTANTS.
         05 WS-ESCALATE-WARN-DAYS      PIC 9(03) VALUE 5.
         05 WS-SUMMARY-DAYS            PIC 9(03) VALUE 30.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-COMPLAINTS-REVIEWED     PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-ESCALATED         PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-PAST-DUE          PIC 9(07) VALUE ZEROS.
         05 WS-SUMMARY-LINES           PIC 9(07) VALUE ZEROS.
         05 WS-CPL-ERRORS              PIC 9(07) VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-CURR-YYYYMMDD           PIC 9(08).
         05 WS-TODAY-INT               PIC S9(09) COMP.
         05 WS-MONTH-INT               PIC S9(09) COMP.
         05 WS-MONTH-YYYYMMDD          PIC 9(08).
         05 WS-DUE-YYYYMMDD            PIC 9(08).
         05 WS-DAYS-LEFT               PIC S9(05) COMP-3.
         05 WS-DAYS-LEFT-EDIT          PIC -(4)9.
         05 WS-COMPLAINT-ID-EDIT       PIC 9(18).
         05 WS-ACCT-ID-EDIT            PIC 9(11).
         05 WS-RECEIVED-EDIT           PIC ZZZZ9.
         05 WS-CLOSED-EDIT             PIC ZZZZ9.
         05 WS-LATE-EDIT               PIC ZZZZ9.
         05 WS-OPEN-EDIT               PIC ZZZZ9.

       01 WS-END-OF-CURSOR-FLAG        PIC X(01) VALUE 'N'.
         88 CPL-CURSOR-EOF                        VALUE 'Y'.
         88 CPL-CURSOR-NOT-EOF                    VALUE 'N'.

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

       01 HOST-MONTH-START-DATE         PIC X(10).

      * Host variables - one root-cause summary group
       01 HOST-SUMMARY-RECORD.
         05 HOST-SUM-CATEGORY           PIC X(02).
         05 HOST-SUM-PROGRAM-AREA       PIC X(04).
         05 HOST-SUM-RECEIVED           PIC S9(09) COMP.
         05 HOST-SUM-CLOSED             PIC S9(09) COMP.
         05 HOST-SUM-CLOSED-LATE        PIC S9(09) COMP.
         05 HOST-SUM-OPEN               PIC S9(09) COMP.

       COPY CVCPL01Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT72A - COMPLAINT AGING BATCH STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT72A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ESCALATE-DEADLINES
           PERFORM 3000-ROOT-CAUSE-SUMMARY
           PERFORM 9000-FINALIZE
           MOVE 'CBACT72A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-COMPLAINTS-REVIEWED TO WS-RTOT-RECS-READ
           MOVE WS-ITEMS-ESCALATED TO WS-RTOT-RECS-POSTED
           MOVE WS-CPL-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT72A - COMPLAINT AGING BATCH ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-COMPLAINTS-REVIEWED
           MOVE ZEROS TO WS-ITEMS-ESCALATED
           MOVE ZEROS TO WS-ITEMS-PAST-DUE
           MOVE ZEROS TO WS-SUMMARY-LINES
           MOVE ZEROS TO WS-CPL-ERRORS

           MOVE WS-BIZDT-YYYYMMDD TO WS-CURR-YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-YYYYMMDD)

           COMPUTE WS-MONTH-INT = WS-TODAY-INT - WS-SUMMARY-DAYS
           COMPUTE WS-MONTH-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-MONTH-INT)
           STRING WS-MONTH-YYYYMMDD(1:4) '-'
                  WS-MONTH-YYYYMMDD(5:2) '-'
                  WS-MONTH-YYYYMMDD(7:2)
             DELIMITED BY SIZE
             INTO HOST-MONTH-START-DATE

           OPEN OUTPUT CPL-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CPL-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-CPL-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                  2000-ESCALATE-DEADLINES
      * Every workable complaint, nearest deadline first; those
      * inside the warning window or past due print.
      *----------------------------------------------------------------*
       2000-ESCALATE-DEADLINES.

           SET CPL-CURSOR-NOT-EOF TO TRUE

           MOVE SPACES TO CPL-RPT-LINE
           MOVE '=== COMPLAINT RESPONSE DEADLINE REPORT ==='
             TO CPL-RPT-LINE
           WRITE CPL-RPT-LINE

           EXEC SQL
               DECLARE CUR-CPL-AGE CURSOR WITH HOLD FOR
               SELECT CPL_COMPLAINT_ID, CPL_ACCT_ID, CPL_CATEGORY,
                      CPL_CHANNEL, CPL_STATUS, CPL_DUE_DATE,
                      CPL_OWNER_USER_ID
               FROM COMPLNT
               WHERE CPL_STATUS IN ('O', 'W')
               ORDER BY CPL_DUE_DATE, CPL_COMPLAINT_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-CPL-AGE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-CPL-AGE - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-CPL-ERRORS
               SET CPL-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 2100-FETCH-AND-ESCALATE
                   UNTIL CPL-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-CPL-AGE
           END-EXEC.

      *----------------------------------------------------------------*
      *                   2100-FETCH-AND-ESCALATE
      *----------------------------------------------------------------*
       2100-FETCH-AND-ESCALATE.

           EXEC SQL
               FETCH CUR-CPL-AGE
               INTO :CPL-COMPLAINT-ID, :CPL-ACCT-ID, :CPL-CATEGORY,
                    :CPL-CHANNEL, :CPL-STATUS, :CPL-DUE-DATE,
                    :CPL-OWNER-USER-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-COMPLAINTS-REVIEWED
                   PERFORM 2200-REPORT-IF-NEAR-DEADLINE
               WHEN 100
                   SET CPL-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-CPL-AGE - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-CPL-ERRORS
                   SET CPL-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                2200-REPORT-IF-NEAR-DEADLINE
      *----------------------------------------------------------------*
       2200-REPORT-IF-NEAR-DEADLINE.

           MOVE CPL-DUE-DATE(1:4) TO WS-DUE-YYYYMMDD(1:4)
           MOVE CPL-DUE-DATE(6:2) TO WS-DUE-YYYYMMDD(5:2)
           MOVE CPL-DUE-DATE(9:2) TO WS-DUE-YYYYMMDD(7:2)

           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-DUE-YYYYMMDD)
               - WS-TODAY-INT

           IF WS-DAYS-LEFT <= WS-ESCALATE-WARN-DAYS
               ADD 1 TO WS-ITEMS-ESCALATED
               IF WS-DAYS-LEFT < 0
                   ADD 1 TO WS-ITEMS-PAST-DUE
               END-IF
               MOVE CPL-COMPLAINT-ID TO WS-COMPLAINT-ID-EDIT
               MOVE CPL-ACCT-ID      TO WS-ACCT-ID-EDIT
               MOVE WS-DAYS-LEFT     TO WS-DAYS-LEFT-EDIT
               MOVE SPACES TO CPL-RPT-LINE
               STRING 'COMPLAINT ' DELIMITED BY SIZE
                      WS-COMPLAINT-ID-EDIT DELIMITED BY SIZE
                      '  ACCT ' DELIMITED BY SIZE
                      WS-ACCT-ID-EDIT DELIMITED BY SIZE
                      '  CAT ' DELIMITED BY SIZE
                      CPL-CATEGORY DELIMITED BY SIZE
                      '  CHNL ' DELIMITED BY SIZE
                      CPL-CHANNEL DELIMITED BY SIZE
                      '  STATUS ' DELIMITED BY SIZE
                      CPL-STATUS DELIMITED BY SIZE
                      '  OWNER ' DELIMITED BY SIZE
                      CPL-OWNER-USER-ID DELIMITED BY SIZE
                      '  DEADLINE ' DELIMITED BY SIZE
                      WS-DUE-YYYYMMDD DELIMITED BY SIZE
                      '  DAYS LEFT ' DELIMITED BY SIZE
                      WS-DAYS-LEFT-EDIT DELIMITED BY SIZE
                 INTO CPL-RPT-LINE
               WRITE CPL-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                  3000-ROOT-CAUSE-SUMMARY
      * One line per category and program area for complaints
      * received or closed in the past month. A complaint not yet
      * given a program area counts under '----'. Closed late is
      * a close after the response deadline.
      *----------------------------------------------------------------*
       3000-ROOT-CAUSE-SUMMARY.

           SET CPL-CURSOR-NOT-EOF TO TRUE

           MOVE SPACES TO CPL-RPT-LINE
           WRITE CPL-RPT-LINE
           MOVE SPACES TO CPL-RPT-LINE
           STRING '=== COMPLAINT ROOT-CAUSE SUMMARY - PAST MONTH FROM '
                  HOST-MONTH-START-DATE ' ==='
             DELIMITED BY SIZE
             INTO CPL-RPT-LINE
           WRITE CPL-RPT-LINE
           MOVE SPACES TO CPL-RPT-LINE
           STRING 'CAT  AREA  RECEIVED  CLOSED  CLOSED LATE'
                  '  STILL OPEN'
             DELIMITED BY SIZE
             INTO CPL-RPT-LINE
           WRITE CPL-RPT-LINE

           EXEC SQL
               DECLARE CUR-CPL-CAUSE CURSOR WITH HOLD FOR
               SELECT CPL_CATEGORY,
                      CASE WHEN CPL_PROGRAM_AREA = ' '
                           THEN '----'
                           ELSE CPL_PROGRAM_AREA END,
                      SUM(CASE WHEN CPL_RECEIVED_DATE
                                    >= :HOST-MONTH-START-DATE
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN CPL_STATUS = 'C'
                                AND CPL_CLOSED_DATE
                                    >= :HOST-MONTH-START-DATE
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN CPL_STATUS = 'C'
                                AND CPL_CLOSED_DATE
                                    >= :HOST-MONTH-START-DATE
                                AND CPL_CLOSED_DATE > CPL_DUE_DATE
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN CPL_STATUS IN ('O', 'W')
                               THEN 1 ELSE 0 END)
               FROM COMPLNT
               WHERE CPL_RECEIVED_DATE >= :HOST-MONTH-START-DATE
               OR    (CPL_STATUS = 'C'
                      AND CPL_CLOSED_DATE >= :HOST-MONTH-START-DATE)
               GROUP BY CPL_CATEGORY,
                        CASE WHEN CPL_PROGRAM_AREA = ' '
                             THEN '----'
                             ELSE CPL_PROGRAM_AREA END
               ORDER BY 1, 2
           END-EXEC

           EXEC SQL
               OPEN CUR-CPL-CAUSE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-CPL-CAUSE - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-CPL-ERRORS
               SET CPL-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 3100-FETCH-AND-SUMMARIZE
                   UNTIL CPL-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-CPL-CAUSE
           END-EXEC

           IF WS-SUMMARY-LINES = 0
               MOVE SPACES TO CPL-RPT-LINE
               MOVE 'NO COMPLAINTS RECEIVED OR CLOSED IN THE PERIOD'
                 TO CPL-RPT-LINE
               WRITE CPL-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                  3100-FETCH-AND-SUMMARIZE
      *----------------------------------------------------------------*
       3100-FETCH-AND-SUMMARIZE.

           EXEC SQL
               FETCH CUR-CPL-CAUSE
               INTO :HOST-SUM-CATEGORY, :HOST-SUM-PROGRAM-AREA,
                    :HOST-SUM-RECEIVED, :HOST-SUM-CLOSED,
                    :HOST-SUM-CLOSED-LATE, :HOST-SUM-OPEN
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-SUMMARY-LINES
                   MOVE HOST-SUM-RECEIVED    TO WS-RECEIVED-EDIT
                   MOVE HOST-SUM-CLOSED      TO WS-CLOSED-EDIT
                   MOVE HOST-SUM-CLOSED-LATE TO WS-LATE-EDIT
                   MOVE HOST-SUM-OPEN        TO WS-OPEN-EDIT
                   MOVE SPACES TO CPL-RPT-LINE
                   STRING HOST-SUM-CATEGORY '   '
                          HOST-SUM-PROGRAM-AREA '     '
                          WS-RECEIVED-EDIT '   '
                          WS-CLOSED-EDIT '        '
                          WS-LATE-EDIT '       '
                          WS-OPEN-EDIT
                     DELIMITED BY SIZE
                     INTO CPL-RPT-LINE
                   WRITE CPL-RPT-LINE
               WHEN 100
                   SET CPL-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-CPL-CAUSE - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-CPL-ERRORS
                   SET CPL-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      9000-FINALIZE
      *----------------------------------------------------------------*
       9000-FINALIZE.

           CLOSE CPL-RPT-FILE

           DISPLAY 'OPEN COMPLAINTS REVIEWED: ' WS-COMPLAINTS-REVIEWED
           DISPLAY 'NEAR OR PAST DEADLINE...: ' WS-ITEMS-ESCALATED
           DISPLAY '  PAST DEADLINE.........: ' WS-ITEMS-PAST-DUE
           DISPLAY 'ROOT-CAUSE LINES........: ' WS-SUMMARY-LINES
           DISPLAY 'PROCESSING ERRORS.......: ' WS-CPL-ERRORS

           IF WS-CPL-ERRORS > 0
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
