      *****************************************************************
      * Program     : CBACT73A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Daily sensitive-data access exception report
      *               over the PIIACCLOG rows the customer-reading
      *               services write (CSUTLCPL). Three sections on
      *               the PIARPT report for the business date:
      *               (1) users who viewed more distinct customers'
      *               identity data than the daily threshold - the
      *               one-user-browsing-many-customers pattern;
      *               (2) customer views with no open work item on
      *               the customer or any of their accounts (open
      *               dispute, fraud review, collections queue entry,
      *               AML case, complaint or bankruptcy under stay) -
      *               a look at a customer nobody had a reason to be
      *               working;
      *               (3) reads the calling program did not attach a
      *               user ID to, by program.
      *               A "view" is a read that exposed the SSN or date
      *               of birth - the customer search list (contact
      *               data only) and the relationship summary
      *               (accounts only) are inquired through COPIA01A
      *               but do not count here.
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
      * 2026-10-15 - New batch job: daily PII access exception report
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT73A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIA-RPT-FILE ASSIGN TO PIARPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD PIA-RPT-FILE
           RECORDING MODE IS F.
       01 PIA-RPT-LINE                   PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBACT73A'.
         05 WS-SQLCODE-DISPLAY         PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS         PIC X(02) VALUE '00'.

      * A user viewing more distinct customers than this in one day
      * prints on the heavy-viewer section.
       01 WS-CONSTANTS.
         05 WS-MAX-CUSTS-PER-DAY       PIC 9(05) VALUE 25.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-READS-ON-DATE           PIC 9(09) VALUE ZEROS.
         05 WS-HEAVY-VIEWERS           PIC 9(07) VALUE ZEROS.
         05 WS-UNWORKED-VIEWS          PIC 9(07) VALUE ZEROS.
         05 WS-NO-USER-PROGRAMS        PIC 9(07) VALUE ZEROS.
         05 WS-PIA-ERRORS              PIC 9(07) VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-CUST-COUNT-EDIT         PIC ZZZZ9.
         05 WS-VIEW-COUNT-EDIT         PIC ZZZZ9.
         05 WS-ACCT-ID-EDIT            PIC 9(11).
         05 WS-READ-COUNT-EDIT         PIC Z(8)9.

       01 WS-END-OF-CURSOR-FLAG        PIC X(01) VALUE 'N'.
         88 PIA-CURSOR-EOF                        VALUE 'Y'.
         88 PIA-CURSOR-NOT-EOF                    VALUE 'N'.

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

       01 HOST-RUN-DATE                 PIC X(10).
       01 HOST-MAX-CUSTS                PIC S9(09) COMP.
       01 HOST-READ-COUNT               PIC S9(09) COMP.

      * Host variables - one heavy-viewer or unworked-view line
       01 HOST-EXCEPTION-ROW.
         05 HOST-EXC-USER-ID            PIC X(08).
         05 HOST-EXC-PROGRAM            PIC X(08).
         05 HOST-EXC-CUST-ID            PIC 9(09).
         05 HOST-EXC-CUST-COUNT         PIC S9(09) COMP.
         05 HOST-EXC-VIEW-COUNT         PIC S9(09) COMP.
         05 HOST-EXC-FIRST-TS           PIC X(26).

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT73A - PII ACCESS EXCEPTION BATCH STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT73A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-HEAVY-VIEWERS
           PERFORM 3000-UNWORKED-VIEWS
           PERFORM 4000-UNIDENTIFIED-READS
           PERFORM 9000-FINALIZE
           MOVE 'CBACT73A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-READS-ON-DATE TO WS-RTOT-RECS-READ
           COMPUTE WS-RTOT-RECS-POSTED = WS-HEAVY-VIEWERS
                                       + WS-UNWORKED-VIEWS
                                       + WS-NO-USER-PROGRAMS
           MOVE WS-PIA-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT73A - PII ACCESS EXCEPTION BATCH ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-READS-ON-DATE
           MOVE ZEROS TO WS-HEAVY-VIEWERS
           MOVE ZEROS TO WS-UNWORKED-VIEWS
           MOVE ZEROS TO WS-NO-USER-PROGRAMS
           MOVE ZEROS TO WS-PIA-ERRORS

           MOVE WS-BIZDT-DATE TO HOST-RUN-DATE
           MOVE WS-MAX-CUSTS-PER-DAY TO HOST-MAX-CUSTS

           OPEN OUTPUT PIA-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PIA-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-PIA-ERRORS
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-READ-COUNT
               FROM PIIACCLOG
               WHERE DATE(PIA_ACCESS_TS) = :HOST-RUN-DATE
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-READ-COUNT TO WS-READS-ON-DATE
           ELSE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR COUNTING PIIACCLOG - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-PIA-ERRORS
           END-IF

           MOVE WS-READS-ON-DATE TO WS-READ-COUNT-EDIT
           MOVE SPACES TO PIA-RPT-LINE
           STRING '=== PII ACCESS EXCEPTIONS FOR ' HOST-RUN-DATE
                  ' - CUSTOMER READS LOGGED: ' WS-READ-COUNT-EDIT
                  ' ==='
             DELIMITED BY SIZE
             INTO PIA-RPT-LINE
           WRITE PIA-RPT-LINE.

      *----------------------------------------------------------------*
      *                    2000-HEAVY-VIEWERS
      * Users who viewed more distinct customers than the threshold,
      * most customers first.
      *----------------------------------------------------------------*
       2000-HEAVY-VIEWERS.

           SET PIA-CURSOR-NOT-EOF TO TRUE

           MOVE SPACES TO PIA-RPT-LINE
           WRITE PIA-RPT-LINE
           MOVE WS-MAX-CUSTS-PER-DAY TO WS-CUST-COUNT-EDIT
           MOVE SPACES TO PIA-RPT-LINE
           STRING '--- USERS VIEWING MORE THAN ' WS-CUST-COUNT-EDIT
                  ' DISTINCT CUSTOMERS ---'
             DELIMITED BY SIZE
             INTO PIA-RPT-LINE
           WRITE PIA-RPT-LINE
           MOVE SPACES TO PIA-RPT-LINE
           MOVE 'USER ID   CUSTOMERS  VIEWS' TO PIA-RPT-LINE
           WRITE PIA-RPT-LINE

           EXEC SQL
               DECLARE CUR-PIA-HEAVY CURSOR WITH HOLD FOR
               SELECT PIA_USER_ID,
                      COUNT(DISTINCT PIA_CUST_ID),
                      COUNT(*)
               FROM PIIACCLOG
               WHERE DATE(PIA_ACCESS_TS) = :HOST-RUN-DATE
               AND  (PIA_SSN_IND = 'Y' OR PIA_DOB_IND = 'Y')
               GROUP BY PIA_USER_ID
               HAVING COUNT(DISTINCT PIA_CUST_ID) > :HOST-MAX-CUSTS
               ORDER BY 2 DESC, 1
           END-EXEC

           EXEC SQL
               OPEN CUR-PIA-HEAVY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-PIA-HEAVY - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-PIA-ERRORS
               SET PIA-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 2100-FETCH-HEAVY-VIEWER
                   UNTIL PIA-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-PIA-HEAVY
           END-EXEC

           IF WS-HEAVY-VIEWERS = 0
               MOVE SPACES TO PIA-RPT-LINE
               MOVE 'NO USER OVER THE THRESHOLD' TO PIA-RPT-LINE
               WRITE PIA-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                  2100-FETCH-HEAVY-VIEWER
      *----------------------------------------------------------------*
       2100-FETCH-HEAVY-VIEWER.

           EXEC SQL
               FETCH CUR-PIA-HEAVY
               INTO :HOST-EXC-USER-ID, :HOST-EXC-CUST-COUNT,
                    :HOST-EXC-VIEW-COUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-HEAVY-VIEWERS
                   MOVE HOST-EXC-CUST-COUNT TO WS-CUST-COUNT-EDIT
                   MOVE HOST-EXC-VIEW-COUNT TO WS-VIEW-COUNT-EDIT
                   MOVE SPACES TO PIA-RPT-LINE
                   STRING HOST-EXC-USER-ID '      '
                          WS-CUST-COUNT-EDIT '  '
                          WS-VIEW-COUNT-EDIT
                     DELIMITED BY SIZE
                     INTO PIA-RPT-LINE
                   WRITE PIA-RPT-LINE
               WHEN 100
                   SET PIA-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-PIA-HEAVY - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-PIA-ERRORS
                   SET PIA-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    3000-UNWORKED-VIEWS
      * One line per user and customer viewed where nothing was open
      * on the customer or on any account they hold or are party to
      * (CXACAIX and ACCTREL, as the relationship summary sweeps).
      *----------------------------------------------------------------*
       3000-UNWORKED-VIEWS.

           SET PIA-CURSOR-NOT-EOF TO TRUE

           MOVE SPACES TO PIA-RPT-LINE
           WRITE PIA-RPT-LINE
           MOVE '--- CUSTOMER VIEWS WITH NO OPEN WORK ITEM ---'
             TO PIA-RPT-LINE
           WRITE PIA-RPT-LINE
           MOVE SPACES TO PIA-RPT-LINE
           MOVE 'USER ID   CUSTOMER   VIEWS  FIRST VIEWED'
             TO PIA-RPT-LINE
           WRITE PIA-RPT-LINE

           EXEC SQL
               DECLARE CUR-PIA-UNWORKED CURSOR WITH HOLD FOR
               SELECT L.PIA_USER_ID, L.PIA_CUST_ID, COUNT(*),
                      CHAR(MIN(L.PIA_ACCESS_TS))
               FROM PIIACCLOG L
               WHERE DATE(L.PIA_ACCESS_TS) = :HOST-RUN-DATE
               AND  (L.PIA_SSN_IND = 'Y' OR L.PIA_DOB_IND = 'Y')
               AND NOT EXISTS
                   (SELECT 1 FROM AMLCASE A
                    WHERE A.AMC_CUST_ID = L.PIA_CUST_ID
                    AND   A.AMC_STATUS IN ('O', 'W'))
               AND NOT EXISTS
                   (SELECT 1 FROM COMPLNT C
                    WHERE C.CPL_CUST_ID = L.PIA_CUST_ID
                    AND   C.CPL_STATUS IN ('O', 'W'))
               AND NOT EXISTS
                   (SELECT 1 FROM BANKRPT B
                    WHERE B.BKR_CUST_ID = L.PIA_CUST_ID
                    AND   B.BKR_STATUS IN ('F', 'D'))
               AND NOT EXISTS
                   (SELECT 1 FROM DISPUTES D
                    WHERE D.DSP_STATUS = 'O'
                    AND   D.DSP_ACCT_ID IN
                          (SELECT X.XREF_ACCT_ID FROM CXACAIX X
                           WHERE X.XREF_CUST_ID = L.PIA_CUST_ID
                           UNION
                           SELECT R.REL_ACCT_ID FROM ACCTREL R
                           WHERE R.REL_CUST_ID = L.PIA_CUST_ID))
               AND NOT EXISTS
                   (SELECT 1 FROM FRDREVW F
                    WHERE F.FRD_REVIEW_STATUS = 'O'
                    AND   F.FRD_ACCT_ID IN
                          (SELECT X.XREF_ACCT_ID FROM CXACAIX X
                           WHERE X.XREF_CUST_ID = L.PIA_CUST_ID
                           UNION
                           SELECT R.REL_ACCT_ID FROM ACCTREL R
                           WHERE R.REL_CUST_ID = L.PIA_CUST_ID))
               AND NOT EXISTS
                   (SELECT 1 FROM COLLWQ Q
                    WHERE Q.COL_STATUS IN ('Q', 'A', 'P')
                    AND   Q.COL_ACCT_ID IN
                          (SELECT X.XREF_ACCT_ID FROM CXACAIX X
                           WHERE X.XREF_CUST_ID = L.PIA_CUST_ID
                           UNION
                           SELECT R.REL_ACCT_ID FROM ACCTREL R
                           WHERE R.REL_CUST_ID = L.PIA_CUST_ID))
               GROUP BY L.PIA_USER_ID, L.PIA_CUST_ID
               ORDER BY 1, 2
           END-EXEC

           EXEC SQL
               OPEN CUR-PIA-UNWORKED
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-PIA-UNWORKED - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-PIA-ERRORS
               SET PIA-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 3100-FETCH-UNWORKED-VIEW
                   UNTIL PIA-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-PIA-UNWORKED
           END-EXEC

           IF WS-UNWORKED-VIEWS = 0
               MOVE SPACES TO PIA-RPT-LINE
               MOVE 'EVERY CUSTOMER VIEWED HAD AN OPEN WORK ITEM'
                 TO PIA-RPT-LINE
               WRITE PIA-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                  3100-FETCH-UNWORKED-VIEW
      *----------------------------------------------------------------*
       3100-FETCH-UNWORKED-VIEW.

           EXEC SQL
               FETCH CUR-PIA-UNWORKED
               INTO :HOST-EXC-USER-ID, :HOST-EXC-CUST-ID,
                    :HOST-EXC-VIEW-COUNT, :HOST-EXC-FIRST-TS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-UNWORKED-VIEWS
                   MOVE HOST-EXC-VIEW-COUNT TO WS-VIEW-COUNT-EDIT
                   MOVE SPACES TO PIA-RPT-LINE
                   STRING HOST-EXC-USER-ID '  '
                          HOST-EXC-CUST-ID '  '
                          WS-VIEW-COUNT-EDIT '  '
                          HOST-EXC-FIRST-TS
                     DELIMITED BY SIZE
                     INTO PIA-RPT-LINE
                   WRITE PIA-RPT-LINE
               WHEN 100
                   SET PIA-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-PIA-UNWORKED - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-PIA-ERRORS
                   SET PIA-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                  4000-UNIDENTIFIED-READS
      * Reads logged as NOUSERID - the calling program did not pass
      * the signed-on user. Every such read is an exception; the
      * program named is the one to fix.
      *----------------------------------------------------------------*
       4000-UNIDENTIFIED-READS.

           SET PIA-CURSOR-NOT-EOF TO TRUE

           MOVE SPACES TO PIA-RPT-LINE
           WRITE PIA-RPT-LINE
           MOVE '--- CUSTOMER READS WITH NO USER ID, BY PROGRAM ---'
             TO PIA-RPT-LINE
           WRITE PIA-RPT-LINE
           MOVE SPACES TO PIA-RPT-LINE
           MOVE 'PROGRAM   CUSTOMERS  READS' TO PIA-RPT-LINE
           WRITE PIA-RPT-LINE

           EXEC SQL
               DECLARE CUR-PIA-NOUSER CURSOR WITH HOLD FOR
               SELECT PIA_PROGRAM,
                      COUNT(DISTINCT PIA_CUST_ID),
                      COUNT(*)
               FROM PIIACCLOG
               WHERE DATE(PIA_ACCESS_TS) = :HOST-RUN-DATE
               AND   PIA_USER_ID = 'NOUSERID'
               GROUP BY PIA_PROGRAM
               ORDER BY 1
           END-EXEC

           EXEC SQL
               OPEN CUR-PIA-NOUSER
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-PIA-NOUSER - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-PIA-ERRORS
               SET PIA-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 4100-FETCH-UNIDENTIFIED
                   UNTIL PIA-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-PIA-NOUSER
           END-EXEC

           IF WS-NO-USER-PROGRAMS = 0
               MOVE SPACES TO PIA-RPT-LINE
               MOVE 'EVERY READ CARRIED A USER ID' TO PIA-RPT-LINE
               WRITE PIA-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                  4100-FETCH-UNIDENTIFIED
      *----------------------------------------------------------------*
       4100-FETCH-UNIDENTIFIED.

           EXEC SQL
               FETCH CUR-PIA-NOUSER
               INTO :HOST-EXC-PROGRAM, :HOST-EXC-CUST-COUNT,
                    :HOST-EXC-VIEW-COUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-NO-USER-PROGRAMS
                   MOVE HOST-EXC-CUST-COUNT TO WS-CUST-COUNT-EDIT
                   MOVE HOST-EXC-VIEW-COUNT TO WS-VIEW-COUNT-EDIT
                   MOVE SPACES TO PIA-RPT-LINE
                   STRING HOST-EXC-PROGRAM '      '
                          WS-CUST-COUNT-EDIT '  '
                          WS-VIEW-COUNT-EDIT
                     DELIMITED BY SIZE
                     INTO PIA-RPT-LINE
                   WRITE PIA-RPT-LINE
               WHEN 100
                   SET PIA-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-PIA-NOUSER - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-PIA-ERRORS
                   SET PIA-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      9000-FINALIZE
      *----------------------------------------------------------------*
       9000-FINALIZE.

           CLOSE PIA-RPT-FILE

           DISPLAY 'CUSTOMER READS LOGGED...: ' WS-READS-ON-DATE
           DISPLAY 'USERS OVER THRESHOLD....: ' WS-HEAVY-VIEWERS
           DISPLAY 'VIEWS WITH NO WORK ITEM.: ' WS-UNWORKED-VIEWS
           DISPLAY 'PROGRAMS WITH NO USER ID: ' WS-NO-USER-PROGRAMS
           DISPLAY 'PROCESSING ERRORS.......: ' WS-PIA-ERRORS

           IF WS-PIA-ERRORS > 0
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
