      *****************************************************************
      * Program     : CBDRL02A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Disaster relief report. One line per declared
      *               event (DSTEVENT): its relief window, whether it
      *               is open on the business date, the accounts
      *               enrolled - by the ZIP run (CBDRL01A) and by
      *               customer opt-in (CODRL01A) - and the dollars
      *               relieved to date from the enrollment totals:
      *               late fees waived, interest not billed and
      *               minimum payments deferred. Grand totals close
      *               the report.
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
      * 2026-10-15 - New batch job: disaster relief enrollment and
      *              dollars-relieved report by event
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBDRL02A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRL-RPT-FILE ASSIGN TO DRLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD DRL-RPT-FILE
           RECORDING MODE IS F.
       01 DRL-RPT-LINE                    PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBDRL02A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-EVENTS-REPORTED          PIC 9(07) VALUE ZEROS.
         05 WS-RPT-ERRORS               PIC 9(07) VALUE ZEROS.
         05 WS-TOTAL-ENROLLED           PIC 9(09) VALUE ZEROS.
         05 WS-TOTAL-BY-ZIP             PIC 9(09) VALUE ZEROS.
         05 WS-TOTAL-OPT-IN             PIC 9(09) VALUE ZEROS.
         05 WS-TOTAL-FEE-RELIEVED       PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-TOTAL-INT-RELIEVED       PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-TOTAL-PMT-DEFERRED       PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.
         05 WS-TOTAL-RELIEVED           PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-EVENT-ID-EDIT            PIC 9(09).
         05 WS-STATUS-TEXT              PIC X(06).
         05 WS-CNT-EDIT                 PIC ZZZ,ZZ9.
         05 WS-ZIP-CNT-EDIT             PIC ZZZ,ZZ9.
         05 WS-OPT-CNT-EDIT             PIC ZZZ,ZZ9.
         05 WS-TOT-CNT-EDIT             PIC ZZZ,ZZZ,ZZ9.
         05 WS-FEE-EDIT                 PIC Z,ZZZ,ZZ9.99.
         05 WS-INT-EDIT                 PIC Z,ZZZ,ZZ9.99.
         05 WS-PMT-EDIT                 PIC ZZ,ZZZ,ZZ9.99.
         05 WS-AMT-EDIT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-END-OF-CURSOR-FLAG        PIC X(01) VALUE 'N'.
         88 EVT-CURSOR-EOF                        VALUE 'Y'.
         88 EVT-CURSOR-NOT-EOF                    VALUE 'N'.

      * Run control - see CSUTLJPL for the shared logic.
       01 WS-JOBRUN-FIELDS.
       COPY CSUTLJWY.

      * Business processing date - see CSUTLBPL.
       01 WS-BIZDT-FIELDS.
       COPY CSUTLBWY.

      * Durable run totals - see CSUTLTPL; written at end
      * of run for the day-end balancing proof.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      * One event's enrollment and relief totals
       01 HOST-EVENT-TOTALS.
         05 HOST-ENROLLED-COUNT         PIC S9(09) COMP.
         05 HOST-ZIP-COUNT              PIC S9(09) COMP.
         05 HOST-OPT-IN-COUNT           PIC S9(09) COMP.
         05 HOST-FEE-RELIEVED           PIC S9(13)V99 COMP-3.
         05 HOST-INT-RELIEVED           PIC S9(13)V99 COMP-3.
         05 HOST-PMT-DEFERRED           PIC S9(13)V99 COMP-3.

       COPY CVDRL01Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBDRL02A - DISASTER RELIEF REPORT STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBDRL02A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-EVENTS
                   UNTIL EVT-CURSOR-EOF
           PERFORM 3000-FINALIZE
           MOVE 'CBDRL02A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-EVENTS-REPORTED TO WS-RTOT-RECS-READ
           MOVE WS-EVENTS-REPORTED TO WS-RTOT-RECS-POSTED
           MOVE WS-RPT-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE WS-TOTAL-RELIEVED TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBDRL02A - DISASTER RELIEF REPORT ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      * Every event is reported, open or closed, newest first - an
      * event keeps its line after its window closes so the relief
      * it granted stays visible. An event with no enrollments yet
      * reports zeros (outer join).
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-EVENTS-REPORTED
           MOVE ZEROS TO WS-RPT-ERRORS
           SET EVT-CURSOR-NOT-EOF TO TRUE

           OPEN OUTPUT DRL-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DRL-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               SET EVT-CURSOR-EOF TO TRUE
               ADD 1 TO WS-RPT-ERRORS
           END-IF

           MOVE SPACES TO DRL-RPT-LINE
           MOVE 'DISASTER RELIEF ENROLLMENT AND DOLLARS RELIEVED'
             TO DRL-RPT-LINE
           WRITE DRL-RPT-LINE

           MOVE SPACES TO DRL-RPT-LINE
           STRING 'AS OF ' WS-BIZDT-DATE DELIMITED BY SIZE
             INTO DRL-RPT-LINE
           WRITE DRL-RPT-LINE

           MOVE SPACES TO DRL-RPT-LINE
           STRING 'EVENT     ' DELIMITED BY SIZE
                  'NAME                     ' DELIMITED BY SIZE
                  'START      END        ' DELIMITED BY SIZE
                  'STATUS ' DELIMITED BY SIZE
                  'ENROLLED  BY ZIP  OPT-IN ' DELIMITED BY SIZE
                  '   FEES WAIVED ' DELIMITED BY SIZE
                  'INT NOT BILLED ' DELIMITED BY SIZE
                  ' PMTS DEFERRED' DELIMITED BY SIZE
             INTO DRL-RPT-LINE
           WRITE DRL-RPT-LINE

           EXEC SQL
               DECLARE CUR-DRL-RPT CURSOR FOR
               SELECT E.DRE_EVENT_ID, E.DRE_EVENT_NAME,
                      E.DRE_START_DATE, E.DRE_END_DATE,
                      COUNT(N.DRN_ACCT_ID),
                      SUM(CASE WHEN N.DRN_SOURCE_CD = 'Z'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN N.DRN_SOURCE_CD = 'O'
                               THEN 1 ELSE 0 END),
                      COALESCE(SUM(N.DRN_FEE_RELIEVED), 0),
                      COALESCE(SUM(N.DRN_INT_RELIEVED), 0),
                      COALESCE(SUM(N.DRN_PMT_DEFERRED), 0)
               FROM DSTEVENT E
                    LEFT OUTER JOIN DSTENROL N
                    ON N.DRN_EVENT_ID = E.DRE_EVENT_ID
               GROUP BY E.DRE_EVENT_ID, E.DRE_EVENT_NAME,
                        E.DRE_START_DATE, E.DRE_END_DATE
               ORDER BY E.DRE_START_DATE DESC, E.DRE_EVENT_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-DRL-RPT
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-DRL-RPT - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               SET EVT-CURSOR-EOF TO TRUE
               ADD 1 TO WS-RPT-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                      2000-REPORT-EVENTS
      *----------------------------------------------------------------*
       2000-REPORT-EVENTS.

           MOVE ZEROS TO HOST-ZIP-COUNT
           MOVE ZEROS TO HOST-OPT-IN-COUNT

           EXEC SQL
               FETCH CUR-DRL-RPT
               INTO :DRE-EVENT-ID, :DRE-EVENT-NAME,
                    :DRE-START-DATE, :DRE-END-DATE,
                    :HOST-ENROLLED-COUNT,
                    :HOST-ZIP-COUNT, :HOST-OPT-IN-COUNT,
                    :HOST-FEE-RELIEVED, :HOST-INT-RELIEVED,
                    :HOST-PMT-DEFERRED
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-EVENTS-REPORTED
                   PERFORM 2100-WRITE-EVENT-LINE
               WHEN 100
                   SET EVT-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-DRL-RPT - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-RPT-ERRORS
                   SET EVT-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    2100-WRITE-EVENT-LINE
      *----------------------------------------------------------------*
       2100-WRITE-EVENT-LINE.

           EVALUATE TRUE
               WHEN DRE-START-DATE > WS-BIZDT-DATE
                   MOVE 'FUTURE' TO WS-STATUS-TEXT
               WHEN DRE-END-DATE < WS-BIZDT-DATE
                   MOVE 'CLOSED' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'OPEN' TO WS-STATUS-TEXT
           END-EVALUATE

           ADD HOST-ENROLLED-COUNT TO WS-TOTAL-ENROLLED
           ADD HOST-ZIP-COUNT TO WS-TOTAL-BY-ZIP
           ADD HOST-OPT-IN-COUNT TO WS-TOTAL-OPT-IN
           ADD HOST-FEE-RELIEVED TO WS-TOTAL-FEE-RELIEVED
           ADD HOST-INT-RELIEVED TO WS-TOTAL-INT-RELIEVED
           ADD HOST-PMT-DEFERRED TO WS-TOTAL-PMT-DEFERRED

           MOVE DRE-EVENT-ID TO WS-EVENT-ID-EDIT
           MOVE HOST-ENROLLED-COUNT TO WS-CNT-EDIT
           MOVE HOST-ZIP-COUNT TO WS-ZIP-CNT-EDIT
           MOVE HOST-OPT-IN-COUNT TO WS-OPT-CNT-EDIT
           MOVE HOST-FEE-RELIEVED TO WS-FEE-EDIT
           MOVE HOST-INT-RELIEVED TO WS-INT-EDIT
           MOVE HOST-PMT-DEFERRED TO WS-PMT-EDIT

           MOVE SPACES TO DRL-RPT-LINE
           STRING WS-EVENT-ID-EDIT        DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  DRE-EVENT-NAME(1:24)    DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  DRE-START-DATE          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  DRE-END-DATE            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-STATUS-TEXT          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-CNT-EDIT             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ZIP-CNT-EDIT         DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-OPT-CNT-EDIT         DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-FEE-EDIT             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-INT-EDIT             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-PMT-EDIT             DELIMITED BY SIZE
             INTO DRL-RPT-LINE
           WRITE DRL-RPT-LINE.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      *----------------------------------------------------------------*
       3000-FINALIZE.

           EXEC SQL
               CLOSE CUR-DRL-RPT
           END-EXEC

           COMPUTE WS-TOTAL-RELIEVED = WS-TOTAL-FEE-RELIEVED
                                     + WS-TOTAL-INT-RELIEVED
                                     + WS-TOTAL-PMT-DEFERRED

           MOVE SPACES TO DRL-RPT-LINE
           WRITE DRL-RPT-LINE

           MOVE WS-TOTAL-ENROLLED TO WS-TOT-CNT-EDIT
           MOVE SPACES TO DRL-RPT-LINE
           STRING 'ACCOUNTS ENROLLED - ALL EVENTS: ' WS-TOT-CNT-EDIT
             DELIMITED BY SIZE INTO DRL-RPT-LINE
           WRITE DRL-RPT-LINE

           MOVE WS-TOTAL-BY-ZIP TO WS-TOT-CNT-EDIT
           MOVE SPACES TO DRL-RPT-LINE
           STRING '  ENROLLED BY DECLARED ZIP....: ' WS-TOT-CNT-EDIT
             DELIMITED BY SIZE INTO DRL-RPT-LINE
           WRITE DRL-RPT-LINE

           MOVE WS-TOTAL-OPT-IN TO WS-TOT-CNT-EDIT
           MOVE SPACES TO DRL-RPT-LINE
           STRING '  ENROLLED BY CUSTOMER OPT-IN.: ' WS-TOT-CNT-EDIT
             DELIMITED BY SIZE INTO DRL-RPT-LINE
           WRITE DRL-RPT-LINE

           MOVE WS-TOTAL-FEE-RELIEVED TO WS-AMT-EDIT
           MOVE SPACES TO DRL-RPT-LINE
           STRING 'LATE FEES WAIVED..............: ' WS-AMT-EDIT
             DELIMITED BY SIZE INTO DRL-RPT-LINE
           WRITE DRL-RPT-LINE

           MOVE WS-TOTAL-INT-RELIEVED TO WS-AMT-EDIT
           MOVE SPACES TO DRL-RPT-LINE
           STRING 'INTEREST NOT BILLED...........: ' WS-AMT-EDIT
             DELIMITED BY SIZE INTO DRL-RPT-LINE
           WRITE DRL-RPT-LINE

           MOVE WS-TOTAL-PMT-DEFERRED TO WS-AMT-EDIT
           MOVE SPACES TO DRL-RPT-LINE
           STRING 'MINIMUM PAYMENTS DEFERRED.....: ' WS-AMT-EDIT
             DELIMITED BY SIZE INTO DRL-RPT-LINE
           WRITE DRL-RPT-LINE

           MOVE WS-TOTAL-RELIEVED TO WS-AMT-EDIT
           MOVE SPACES TO DRL-RPT-LINE
           STRING 'TOTAL DOLLARS RELIEVED........: ' WS-AMT-EDIT
             DELIMITED BY SIZE INTO DRL-RPT-LINE
           WRITE DRL-RPT-LINE

           CLOSE DRL-RPT-FILE

           DISPLAY 'EVENTS REPORTED.........: ' WS-EVENTS-REPORTED
           DISPLAY 'ACCOUNTS ENROLLED.......: ' WS-TOTAL-ENROLLED
           DISPLAY 'PROCESSING ERRORS.......: ' WS-RPT-ERRORS

           IF WS-RPT-ERRORS > 0
               MOVE 8 TO RETURN-CODE
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
