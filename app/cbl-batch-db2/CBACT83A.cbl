      *****************************************************************
      * Program     : CBACT83A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Monthly vintage (cohort) performance analysis -
      *               groups the accounts opened in the last three
      *               years by ACCT_OPEN_DATE month and by their
      *               origination profile from APPLDAT (product, FICO
      *               band at decision, auto versus underwriter
      *               approval, and the PRODRULE cutoffs they were
      *               decided under), and for every cohort and month
      *               on book shows the balance, the share 30+/60+/90+
      *               days past due from DLQHIST, the cumulative gross
      *               and net charge-off from RECOVERY, and the
      *               attrition. Prints the report and writes the
      *               same figures as a delimited extract, so the
      *               accounts booked last spring can be set against
      *               those booked a year earlier - and a cutoff
      *               change against the one before it - instead of
      *               the single monthly snapshot the CBACT63A MIS
      *               pack gives.
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
      * 2026-10-15 - New batch job: monthly vintage report and
      *              delimited extract by open month and origination
      *              profile
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT83A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VINRPT-FILE ASSIGN TO VINRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT VINEXT-FILE ASSIGN TO VINEXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD VINRPT-FILE
           RECORDING MODE IS F.
       01 VINRPT-LINE                     PIC X(132).

       FD VINEXT-FILE
           RECORDING MODE IS F.
       01 VINEXT-LINE                     PIC X(200).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBACT83A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.
         05 WS-EXT-FILE-STATUS          PIC X(02) VALUE '00'.

      * Cohorts reported - accounts opened in this many months back
      * from the business month. Older books are long seasoned.
       01 WS-VINTAGE-CONTROL.
         05 WS-VIN-MONTHS               PIC 9(03) VALUE 36.

       01 WS-JOB-TOTALS.
         05 WS-SEGMENTS-REPORTED        PIC 9(07) VALUE ZEROS.
         05 WS-MOB-ROWS-REPORTED        PIC 9(07) VALUE ZEROS.
         05 WS-EXT-LINES-WRITTEN        PIC 9(07) VALUE ZEROS.
         05 WS-VIN-ERRORS               PIC 9(07) VALUE ZEROS.
         05 WS-CURR-MONTH-BALANCE       PIC S9(13)V99 COMP-3
                                         VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-OUT-LINE                 PIC X(132).
         05 WS-MONTH-NUM                PIC S9(07) COMP.
         05 WS-START-YYYY               PIC 9(04).
         05 WS-START-MM0                PIC 9(02).
         05 WS-START-MM                 PIC 9(02).
         05 WS-COH-YYYY                 PIC 9(04).
         05 WS-COH-MM                   PIC 9(02).
         05 WS-OBS-YYYY                 PIC 9(04).
         05 WS-OBS-MM                   PIC 9(02).
         05 WS-MOB                      PIC S9(04) COMP.
         05 WS-NET-CHGOFF               PIC S9(13)V99 COMP-3.
         05 WS-PCT                      PIC 9(03)V99.
         05 WS-MOB-EDIT                 PIC ZZ9.
         05 WS-CNT-EDIT                 PIC ZZZ,ZZ9.
         05 WS-BOOKED-EDIT              PIC ZZZ,ZZ9.
         05 WS-FICO-EDIT                PIC ZZ9.
         05 WS-AMT-EDIT                 PIC -(11)9.99.
         05 WS-LINES-EDIT               PIC -(11)9.99.
         05 WS-PCT-EDIT                 PIC ZZ9.99.
         05 WS-CUTOFF-TEXT              PIC X(07).

      * The cohort and profile the current detail rows belong to;
      * a change of any part starts a new segment on the report.
       01 WS-PREV-SEGMENT.
         05 WS-PREV-COHORT              PIC X(07) VALUE SPACES.
         05 WS-PREV-PRODUCT             PIC X(10) VALUE SPACES.
         05 WS-PREV-BAND                PIC X(07) VALUE SPACES.
         05 WS-PREV-CHANNEL             PIC X(04) VALUE SPACES.
         05 WS-PREV-MIN-FICO            PIC S9(04) COMP VALUE ZEROS.
         05 WS-PREV-REV-FICO            PIC S9(04) COMP VALUE ZEROS.

       01 WS-THIS-SEGMENT.
         05 WS-THIS-COHORT              PIC X(07).
         05 WS-THIS-PRODUCT             PIC X(10).
         05 WS-THIS-BAND                PIC X(07).
         05 WS-THIS-CHANNEL             PIC X(04).
         05 WS-THIS-MIN-FICO            PIC S9(04) COMP.
         05 WS-THIS-REV-FICO            PIC S9(04) COMP.

      * Display images for the delimited extract - STRING wants
      * display operands, not packed ones.
       01 WS-EXTRACT-FIELDS.
         05 WS-EXT-FICO-1               PIC 9(03).
         05 WS-EXT-FICO-2               PIC 9(03).
         05 WS-EXT-MOB                  PIC 9(03).
         05 WS-EXT-CNT-1                PIC 9(09).
         05 WS-EXT-CNT-2                PIC 9(09).
         05 WS-EXT-CNT-3                PIC 9(09).
         05 WS-EXT-AMT-1                PIC -(12)9.99.
         05 WS-EXT-AMT-2                PIC -(12)9.99.
         05 WS-EXT-AMT-3                PIC -(12)9.99.
         05 WS-EXT-AMT-4                PIC -(12)9.99.
         05 WS-EXT-AMT-5                PIC -(12)9.99.
         05 WS-EXT-AMT-6                PIC -(12)9.99.
         05 WS-EXT-AMT-7                PIC -(12)9.99.

       01 WS-VIN-EOF-FLAG              PIC X(01) VALUE 'N'.
         88 VIN-CURSOR-EOF                        VALUE 'Y'.
         88 VIN-CURSOR-NOT-EOF                    VALUE 'N'.

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
      * of run for the day-end balancing proof.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01 HOST-BIZ-DATE                 PIC X(10).
       01 HOST-BIZ-MONTH                PIC X(07).
       01 HOST-COHORT-START             PIC X(10).

       01 HOST-VIN-ROW.
         05 HOST-VIN-COHORT             PIC X(07).
         05 HOST-VIN-PRODUCT            PIC X(10).
         05 HOST-VIN-BAND               PIC X(07).
         05 HOST-VIN-CHANNEL            PIC X(04).
         05 HOST-VIN-MIN-FICO           PIC S9(04) COMP.
         05 HOST-VIN-REV-FICO           PIC S9(04) COMP.
         05 HOST-VIN-MONTH              PIC X(07).
         05 HOST-VIN-ACCTS              PIC S9(09) COMP.
         05 HOST-VIN-BALANCE            PIC S9(13)V99 COMP-3.
         05 HOST-VIN-BAL-30             PIC S9(13)V99 COMP-3.
         05 HOST-VIN-BAL-60             PIC S9(13)V99 COMP-3.
         05 HOST-VIN-BAL-90             PIC S9(13)V99 COMP-3.

       01 HOST-SEGMENT-FIGURES.
         05 HOST-SEG-BOOKED             PIC S9(09) COMP.
         05 HOST-SEG-LINES              PIC S9(13)V99 COMP-3.
         05 HOST-SEG-GROSS-CO           PIC S9(13)V99 COMP-3.
         05 HOST-SEG-RECOVERED          PIC S9(13)V99 COMP-3.
         05 HOST-SEG-CLOSED             PIC S9(09) COMP.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT83A - VINTAGE ANALYSIS STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT83A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           IF WS-VIN-ERRORS = 0
               PERFORM 2000-REPORT-VINTAGES
           END-IF
           PERFORM 6000-FINALIZE
           MOVE 'CBACT83A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-MOB-ROWS-REPORTED TO WS-RTOT-RECS-READ
           MOVE WS-EXT-LINES-WRITTEN TO WS-RTOT-RECS-POSTED
           MOVE WS-VIN-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE WS-CURR-MONTH-BALANCE TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT83A - VINTAGE ANALYSIS ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      * The oldest cohort is the month WS-VIN-MONTHS before the
      * business month.
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-SEGMENTS-REPORTED
           MOVE ZEROS TO WS-MOB-ROWS-REPORTED
           MOVE ZEROS TO WS-EXT-LINES-WRITTEN
           MOVE ZEROS TO WS-VIN-ERRORS

           MOVE WS-BIZDT-DATE TO HOST-BIZ-DATE
           MOVE WS-BIZDT-DATE(1:7) TO HOST-BIZ-MONTH
           MOVE WS-BIZDT-DATE(1:4) TO WS-START-YYYY
           MOVE WS-BIZDT-DATE(6:2) TO WS-START-MM
           COMPUTE WS-MONTH-NUM =
               WS-START-YYYY * 12 + WS-START-MM - 1 - WS-VIN-MONTHS
           DIVIDE WS-MONTH-NUM BY 12
               GIVING WS-START-YYYY REMAINDER WS-START-MM0
           COMPUTE WS-START-MM = WS-START-MM0 + 1
           MOVE SPACES TO HOST-COHORT-START
           STRING WS-START-YYYY '-' WS-START-MM '-01'
             DELIMITED BY SIZE INTO HOST-COHORT-START

           OPEN OUTPUT VINRPT-FILE
           OPEN OUTPUT VINEXT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
              OR WS-EXT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING VINTAGE FILES - STATUS: '
                       WS-RPT-FILE-STATUS ' / ' WS-EXT-FILE-STATUS
               ADD 1 TO WS-VIN-ERRORS
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING '=== VINTAGE ANALYSIS === RUN DATE: ' HOST-BIZ-DATE
                  '  COHORTS OPENED FROM: ' HOST-COHORT-START
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           MOVE SPACES TO WS-OUT-LINE
           STRING 'BALANCE AND PAST-DUE SHARES AT EACH CYCLE CLOSE;'
                  ' CHARGE-OFFS AND CLOSED ACCOUNTS CUMULATIVE;'
                  ' NCO% OF CURRENT LINES'
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           MOVE SPACES TO VINEXT-LINE
           STRING 'RECTYPE|COHORT|PRODUCT|FICO_BAND|DECISION|'
                  'RULE_MIN_FICO|RULE_REVIEW_FICO|BOOKED|MOB|MONTH|'
                  'ACCTS|BALANCE|BAL_30P|BAL_60P|BAL_90P|'
                  'GROSS_CO|NET_CO|LINES|CLOSED'
             DELIMITED BY SIZE INTO VINEXT-LINE
           WRITE VINEXT-LINE.

      *----------------------------------------------------------------*
      *                   2000-REPORT-VINTAGES
      * One row per cohort, profile and cycle-close month: the
      * DLQHIST rows the aging engine wrote for the accounts in it.
      * An account with no APPLDAT row (booked before applications
      * were taken through COAPP01A) has profile NO APP / NONE.
      *----------------------------------------------------------------*
       2000-REPORT-VINTAGES.

           SET VIN-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-VIN-MOB CURSOR FOR
               SELECT SUBSTR(A.ACCT_OPEN_DATE, 1, 7),
                      COALESCE(P.APP_REQUESTED_GROUP_ID,
                               A.ACCT_GROUP_ID, 'DEFAULT'),
                      CASE WHEN P.APP_APPL_ID IS NULL THEN 'NO APP'
                           WHEN P.APP_FICO_SCORE < 580 THEN '<580'
                           WHEN P.APP_FICO_SCORE < 620 THEN '580-619'
                           WHEN P.APP_FICO_SCORE < 660 THEN '620-659'
                           WHEN P.APP_FICO_SCORE < 700 THEN '660-699'
                           WHEN P.APP_FICO_SCORE < 740 THEN '700-739'
                           ELSE '740+' END,
                      CASE WHEN P.APP_APPL_ID IS NULL THEN 'NONE'
                           WHEN P.APP_DECIDED_BY = 'AUTO' THEN 'AUTO'
                           ELSE 'UNDW' END,
                      COALESCE(P.APP_RULE_MIN_FICO, 0),
                      COALESCE(P.APP_RULE_REVIEW_FICO, 0),
                      SUBSTR(H.DHT_EVAL_DATE, 1, 7),
                      COUNT(DISTINCT H.DHT_ACCT_ID),
                      COALESCE(SUM(H.DHT_ENDING_BAL), 0),
                      COALESCE(SUM(CASE WHEN H.DHT_TO_BUCKET >= '1'
                          THEN H.DHT_ENDING_BAL ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN H.DHT_TO_BUCKET >= '2'
                          THEN H.DHT_ENDING_BAL ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN H.DHT_TO_BUCKET >= '3'
                          THEN H.DHT_ENDING_BAL ELSE 0 END), 0)
               FROM ACCTDAT A
               INNER JOIN DLQHIST H
                 ON H.DHT_ACCT_ID = A.ACCT_ID
               LEFT OUTER JOIN APPLDAT P
                 ON P.APP_ACCT_ID = A.ACCT_ID
               WHERE A.ACCT_OPEN_DATE >= :HOST-COHORT-START
               AND   H.DHT_EVAL_DATE <= :HOST-BIZ-DATE
               GROUP BY SUBSTR(A.ACCT_OPEN_DATE, 1, 7),
                      COALESCE(P.APP_REQUESTED_GROUP_ID,
                               A.ACCT_GROUP_ID, 'DEFAULT'),
                      CASE WHEN P.APP_APPL_ID IS NULL THEN 'NO APP'
                           WHEN P.APP_FICO_SCORE < 580 THEN '<580'
                           WHEN P.APP_FICO_SCORE < 620 THEN '580-619'
                           WHEN P.APP_FICO_SCORE < 660 THEN '620-659'
                           WHEN P.APP_FICO_SCORE < 700 THEN '660-699'
                           WHEN P.APP_FICO_SCORE < 740 THEN '700-739'
                           ELSE '740+' END,
                      CASE WHEN P.APP_APPL_ID IS NULL THEN 'NONE'
                           WHEN P.APP_DECIDED_BY = 'AUTO' THEN 'AUTO'
                           ELSE 'UNDW' END,
                      COALESCE(P.APP_RULE_MIN_FICO, 0),
                      COALESCE(P.APP_RULE_REVIEW_FICO, 0),
                      SUBSTR(H.DHT_EVAL_DATE, 1, 7)
               ORDER BY 1, 2, 3, 4, 5, 6, 7
           END-EXEC

           EXEC SQL
               OPEN CUR-VIN-MOB
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-VINTAGE-SQL-ERROR
               SET VIN-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 2100-REPORT-ONE-MONTH
                   UNTIL VIN-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-VIN-MOB
           END-EXEC

           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE WS-SEGMENTS-REPORTED TO WS-CNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING 'COHORT SEGMENTS REPORTED...: ' WS-CNT-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE.

      *----------------------------------------------------------------*
      *                   2100-REPORT-ONE-MONTH
      *----------------------------------------------------------------*
       2100-REPORT-ONE-MONTH.

           EXEC SQL
               FETCH CUR-VIN-MOB
               INTO :HOST-VIN-COHORT, :HOST-VIN-PRODUCT,
                    :HOST-VIN-BAND, :HOST-VIN-CHANNEL,
                    :HOST-VIN-MIN-FICO, :HOST-VIN-REV-FICO,
                    :HOST-VIN-MONTH, :HOST-VIN-ACCTS,
                    :HOST-VIN-BALANCE, :HOST-VIN-BAL-30,
                    :HOST-VIN-BAL-60, :HOST-VIN-BAL-90
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE HOST-VIN-COHORT TO WS-THIS-COHORT
                   MOVE HOST-VIN-PRODUCT TO WS-THIS-PRODUCT
                   MOVE HOST-VIN-BAND TO WS-THIS-BAND
                   MOVE HOST-VIN-CHANNEL TO WS-THIS-CHANNEL
                   MOVE HOST-VIN-MIN-FICO TO WS-THIS-MIN-FICO
                   MOVE HOST-VIN-REV-FICO TO WS-THIS-REV-FICO
                   IF WS-THIS-SEGMENT NOT = WS-PREV-SEGMENT
                       PERFORM 2200-START-SEGMENT
                   END-IF
                   PERFORM 2300-READ-CUMULATIVE-FIGURES
                   PERFORM 2400-WRITE-MONTH-LINE
                   PERFORM 2500-WRITE-MONTH-EXTRACT
                   ADD 1 TO WS-MOB-ROWS-REPORTED
                   IF HOST-VIN-MONTH = HOST-BIZ-MONTH
                       ADD HOST-VIN-BALANCE TO WS-CURR-MONTH-BALANCE
                   END-IF
               WHEN 100
                   SET VIN-CURSOR-EOF TO TRUE
               WHEN OTHER
                   PERFORM 2900-VINTAGE-SQL-ERROR
                   SET VIN-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    2200-START-SEGMENT
      * Heads a new cohort and profile with how many accounts were
      * booked into it and their lines, the base the charge-off and
      * attrition rates are read against.
      *----------------------------------------------------------------*
       2200-START-SEGMENT.

           MOVE WS-THIS-SEGMENT TO WS-PREV-SEGMENT
           ADD 1 TO WS-SEGMENTS-REPORTED

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(A.ACCT_CREDIT_LIMIT), 0)
               INTO :HOST-SEG-BOOKED, :HOST-SEG-LINES
               FROM ACCTDAT A
               LEFT OUTER JOIN APPLDAT P
                 ON P.APP_ACCT_ID = A.ACCT_ID
               WHERE SUBSTR(A.ACCT_OPEN_DATE, 1, 7) = :HOST-VIN-COHORT
               AND   COALESCE(P.APP_REQUESTED_GROUP_ID,
                              A.ACCT_GROUP_ID, 'DEFAULT')
                       = :HOST-VIN-PRODUCT
               AND   CASE WHEN P.APP_APPL_ID IS NULL THEN 'NO APP'
                          WHEN P.APP_FICO_SCORE < 580 THEN '<580'
                          WHEN P.APP_FICO_SCORE < 620 THEN '580-619'
                          WHEN P.APP_FICO_SCORE < 660 THEN '620-659'
                          WHEN P.APP_FICO_SCORE < 700 THEN '660-699'
                          WHEN P.APP_FICO_SCORE < 740 THEN '700-739'
                          ELSE '740+' END = :HOST-VIN-BAND
               AND   CASE WHEN P.APP_APPL_ID IS NULL THEN 'NONE'
                          WHEN P.APP_DECIDED_BY = 'AUTO' THEN 'AUTO'
                          ELSE 'UNDW' END = :HOST-VIN-CHANNEL
               AND   COALESCE(P.APP_RULE_MIN_FICO, 0)
                       = :HOST-VIN-MIN-FICO
               AND   COALESCE(P.APP_RULE_REVIEW_FICO, 0)
                       = :HOST-VIN-REV-FICO
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-VINTAGE-SQL-ERROR
               MOVE ZEROS TO HOST-SEG-BOOKED
               MOVE ZEROS TO HOST-SEG-LINES
           END-IF

           IF HOST-VIN-MIN-FICO = 0
               MOVE 'N/A' TO WS-CUTOFF-TEXT
           ELSE
               MOVE SPACES TO WS-CUTOFF-TEXT
               MOVE HOST-VIN-MIN-FICO TO WS-EXT-FICO-1
               MOVE HOST-VIN-REV-FICO TO WS-EXT-FICO-2
               STRING WS-EXT-FICO-1 '/' WS-EXT-FICO-2
                 DELIMITED BY SIZE INTO WS-CUTOFF-TEXT
           END-IF
           MOVE HOST-SEG-BOOKED TO WS-BOOKED-EDIT
           MOVE HOST-SEG-LINES TO WS-LINES-EDIT

           MOVE SPACES TO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING 'COHORT ' HOST-VIN-COHORT
                  '  PRODUCT ' HOST-VIN-PRODUCT
                  '  FICO ' HOST-VIN-BAND
                  '  DECISION ' HOST-VIN-CHANNEL
                  '  CUTOFFS ' WS-CUTOFF-TEXT
                  '  BOOKED ' WS-BOOKED-EDIT
                  '  LINES ' WS-LINES-EDIT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 4900-WRITE-RPT-LINE

           MOVE SPACES TO WS-OUT-LINE
           MOVE 'MOB'      TO WS-OUT-LINE(1:3)
           MOVE 'MONTH'    TO WS-OUT-LINE(5:5)
           MOVE 'ACCTS'    TO WS-OUT-LINE(15:5)
           MOVE 'BALANCE'  TO WS-OUT-LINE(29:7)
           MOVE '30+%'     TO WS-OUT-LINE(39:4)
           MOVE '60+%'     TO WS-OUT-LINE(46:4)
           MOVE '90+%'     TO WS-OUT-LINE(53:4)
           MOVE 'GROSS CO' TO WS-OUT-LINE(65:8)
           MOVE 'NET CO'   TO WS-OUT-LINE(83:6)
           MOVE 'NCO%'     TO WS-OUT-LINE(92:4)
           MOVE 'CLOSED'   TO WS-OUT-LINE(98:6)
           MOVE 'ATTR%'    TO WS-OUT-LINE(106:5)
           PERFORM 4900-WRITE-RPT-LINE.

      *----------------------------------------------------------------*
      *                2300-READ-CUMULATIVE-FIGURES
      * Charge-offs booked to RECOVERY through the month (net of
      * everything recovered on them to date), and the accounts
      * closed by then - a closed or settled account counts as gone
      * from the month after its last cycle close.
      *----------------------------------------------------------------*
       2300-READ-CUMULATIVE-FIGURES.

           EXEC SQL
               SELECT COALESCE(SUM(R.RCV_CHARGEOFF_AMT), 0),
                      COALESCE(SUM(R.RCV_RECOVERED_AMT), 0)
               INTO :HOST-SEG-GROSS-CO, :HOST-SEG-RECOVERED
               FROM ACCTDAT A
               INNER JOIN RECOVERY R
                 ON R.RCV_ACCT_ID = A.ACCT_ID
               LEFT OUTER JOIN APPLDAT P
                 ON P.APP_ACCT_ID = A.ACCT_ID
               WHERE SUBSTR(A.ACCT_OPEN_DATE, 1, 7) = :HOST-VIN-COHORT
               AND   COALESCE(P.APP_REQUESTED_GROUP_ID,
                              A.ACCT_GROUP_ID, 'DEFAULT')
                       = :HOST-VIN-PRODUCT
               AND   CASE WHEN P.APP_APPL_ID IS NULL THEN 'NO APP'
                          WHEN P.APP_FICO_SCORE < 580 THEN '<580'
                          WHEN P.APP_FICO_SCORE < 620 THEN '580-619'
                          WHEN P.APP_FICO_SCORE < 660 THEN '620-659'
                          WHEN P.APP_FICO_SCORE < 700 THEN '660-699'
                          WHEN P.APP_FICO_SCORE < 740 THEN '700-739'
                          ELSE '740+' END = :HOST-VIN-BAND
               AND   CASE WHEN P.APP_APPL_ID IS NULL THEN 'NONE'
                          WHEN P.APP_DECIDED_BY = 'AUTO' THEN 'AUTO'
                          ELSE 'UNDW' END = :HOST-VIN-CHANNEL
               AND   COALESCE(P.APP_RULE_MIN_FICO, 0)
                       = :HOST-VIN-MIN-FICO
               AND   COALESCE(P.APP_RULE_REVIEW_FICO, 0)
                       = :HOST-VIN-REV-FICO
               AND   SUBSTR(R.RCV_CHARGEOFF_DATE, 1, 7)
                       <= :HOST-VIN-MONTH
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-VINTAGE-SQL-ERROR
               MOVE ZEROS TO HOST-SEG-GROSS-CO
               MOVE ZEROS TO HOST-SEG-RECOVERED
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-SEG-CLOSED
               FROM ACCTDAT A
               LEFT OUTER JOIN APPLDAT P
                 ON P.APP_ACCT_ID = A.ACCT_ID
               WHERE SUBSTR(A.ACCT_OPEN_DATE, 1, 7) = :HOST-VIN-COHORT
               AND   COALESCE(P.APP_REQUESTED_GROUP_ID,
                              A.ACCT_GROUP_ID, 'DEFAULT')
                       = :HOST-VIN-PRODUCT
               AND   CASE WHEN P.APP_APPL_ID IS NULL THEN 'NO APP'
                          WHEN P.APP_FICO_SCORE < 580 THEN '<580'
                          WHEN P.APP_FICO_SCORE < 620 THEN '580-619'
                          WHEN P.APP_FICO_SCORE < 660 THEN '620-659'
                          WHEN P.APP_FICO_SCORE < 700 THEN '660-699'
                          WHEN P.APP_FICO_SCORE < 740 THEN '700-739'
                          ELSE '740+' END = :HOST-VIN-BAND
               AND   CASE WHEN P.APP_APPL_ID IS NULL THEN 'NONE'
                          WHEN P.APP_DECIDED_BY = 'AUTO' THEN 'AUTO'
                          ELSE 'UNDW' END = :HOST-VIN-CHANNEL
               AND   COALESCE(P.APP_RULE_MIN_FICO, 0)
                       = :HOST-VIN-MIN-FICO
               AND   COALESCE(P.APP_RULE_REVIEW_FICO, 0)
                       = :HOST-VIN-REV-FICO
               AND   A.ACCT_ACTIVE_STATUS IN ('N', 'S')
               AND   NOT EXISTS
                     (SELECT 1 FROM DLQHIST H
                      WHERE H.DHT_ACCT_ID = A.ACCT_ID
                      AND   SUBSTR(H.DHT_EVAL_DATE, 1, 7)
                              >= :HOST-VIN-MONTH)
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-VINTAGE-SQL-ERROR
               MOVE ZEROS TO HOST-SEG-CLOSED
           END-IF

           COMPUTE WS-NET-CHGOFF =
               HOST-SEG-GROSS-CO - HOST-SEG-RECOVERED.

      *----------------------------------------------------------------*
      *                   2400-WRITE-MONTH-LINE
      *----------------------------------------------------------------*
       2400-WRITE-MONTH-LINE.

           MOVE HOST-VIN-COHORT(1:4) TO WS-COH-YYYY
           MOVE HOST-VIN-COHORT(6:2) TO WS-COH-MM
           MOVE HOST-VIN-MONTH(1:4) TO WS-OBS-YYYY
           MOVE HOST-VIN-MONTH(6:2) TO WS-OBS-MM
           COMPUTE WS-MOB = (WS-OBS-YYYY * 12 + WS-OBS-MM)
                          - (WS-COH-YYYY * 12 + WS-COH-MM)
           IF WS-MOB < 0
               MOVE 0 TO WS-MOB
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           MOVE WS-MOB TO WS-MOB-EDIT
           MOVE WS-MOB-EDIT TO WS-OUT-LINE(1:3)
           MOVE HOST-VIN-MONTH TO WS-OUT-LINE(5:7)
           MOVE HOST-VIN-ACCTS TO WS-CNT-EDIT
           MOVE WS-CNT-EDIT TO WS-OUT-LINE(13:7)
           MOVE HOST-VIN-BALANCE TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO WS-OUT-LINE(21:15)

           IF HOST-VIN-BALANCE > 0
               COMPUTE WS-PCT ROUNDED =
                   HOST-VIN-BAL-30 * 100 / HOST-VIN-BALANCE
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-OUT-LINE(37:6)
               COMPUTE WS-PCT ROUNDED =
                   HOST-VIN-BAL-60 * 100 / HOST-VIN-BALANCE
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-OUT-LINE(44:6)
               COMPUTE WS-PCT ROUNDED =
                   HOST-VIN-BAL-90 * 100 / HOST-VIN-BALANCE
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-OUT-LINE(51:6)
           END-IF

           MOVE HOST-SEG-GROSS-CO TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO WS-OUT-LINE(58:15)
           MOVE WS-NET-CHGOFF TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO WS-OUT-LINE(74:15)
           IF HOST-SEG-LINES > 0 AND WS-NET-CHGOFF > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-NET-CHGOFF * 100 / HOST-SEG-LINES
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-OUT-LINE(90:6)
           END-IF

           MOVE HOST-SEG-CLOSED TO WS-CNT-EDIT
           MOVE WS-CNT-EDIT TO WS-OUT-LINE(97:7)
           IF HOST-SEG-BOOKED > 0
               COMPUTE WS-PCT ROUNDED =
                   HOST-SEG-CLOSED * 100 / HOST-SEG-BOOKED
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-OUT-LINE(105:6)
           END-IF
           PERFORM 4900-WRITE-RPT-LINE.

      *----------------------------------------------------------------*
      *                  2500-WRITE-MONTH-EXTRACT
      * The same row for the spreadsheet crowd, in amounts rather
      * than percentages so any base can be taken.
      *----------------------------------------------------------------*
       2500-WRITE-MONTH-EXTRACT.

           MOVE HOST-VIN-MIN-FICO TO WS-EXT-FICO-1
           MOVE HOST-VIN-REV-FICO TO WS-EXT-FICO-2
           MOVE WS-MOB TO WS-EXT-MOB
           MOVE HOST-SEG-BOOKED TO WS-EXT-CNT-1
           MOVE HOST-VIN-ACCTS TO WS-EXT-CNT-2
           MOVE HOST-SEG-CLOSED TO WS-EXT-CNT-3
           MOVE HOST-VIN-BALANCE TO WS-EXT-AMT-1
           MOVE HOST-VIN-BAL-30 TO WS-EXT-AMT-2
           MOVE HOST-VIN-BAL-60 TO WS-EXT-AMT-3
           MOVE HOST-VIN-BAL-90 TO WS-EXT-AMT-4
           MOVE HOST-SEG-GROSS-CO TO WS-EXT-AMT-5
           MOVE WS-NET-CHGOFF TO WS-EXT-AMT-6
           MOVE HOST-SEG-LINES TO WS-EXT-AMT-7
           MOVE SPACES TO VINEXT-LINE
           STRING 'VINTAGE|' HOST-VIN-COHORT
                  '|' HOST-VIN-PRODUCT
                  '|' HOST-VIN-BAND
                  '|' HOST-VIN-CHANNEL
                  '|' WS-EXT-FICO-1
                  '|' WS-EXT-FICO-2
                  '|' WS-EXT-CNT-1
                  '|' WS-EXT-MOB
                  '|' HOST-VIN-MONTH
                  '|' WS-EXT-CNT-2
                  '|' WS-EXT-AMT-1
                  '|' WS-EXT-AMT-2
                  '|' WS-EXT-AMT-3
                  '|' WS-EXT-AMT-4
                  '|' WS-EXT-AMT-5
                  '|' WS-EXT-AMT-6
                  '|' WS-EXT-AMT-7
                  '|' WS-EXT-CNT-3
             DELIMITED BY SIZE INTO VINEXT-LINE
           WRITE VINEXT-LINE
           ADD 1 TO WS-EXT-LINES-WRITTEN.

      *----------------------------------------------------------------*
      *                   2900-VINTAGE-SQL-ERROR
      *----------------------------------------------------------------*
       2900-VINTAGE-SQL-ERROR.

           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           DISPLAY 'ERROR READING VINTAGE DATA - SQLCODE: '
                   WS-SQLCODE-DISPLAY
           ADD 1 TO WS-VIN-ERRORS.

      *----------------------------------------------------------------*
      *                      4900-WRITE-RPT-LINE
      *----------------------------------------------------------------*
       4900-WRITE-RPT-LINE.

           MOVE WS-OUT-LINE TO VINRPT-LINE
           WRITE VINRPT-LINE.

      *----------------------------------------------------------------*
      *                      6000-FINALIZE
      *----------------------------------------------------------------*
       6000-FINALIZE.

           CLOSE VINRPT-FILE
           CLOSE VINEXT-FILE

           DISPLAY 'COHORT SEGMENTS........: ' WS-SEGMENTS-REPORTED
           DISPLAY 'MONTH ROWS REPORTED....: ' WS-MOB-ROWS-REPORTED
           DISPLAY 'EXTRACT LINES WRITTEN..: ' WS-EXT-LINES-WRITTEN
           DISPLAY 'PROCESSING ERRORS......: ' WS-VIN-ERRORS

           IF WS-VIN-ERRORS > 0
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
