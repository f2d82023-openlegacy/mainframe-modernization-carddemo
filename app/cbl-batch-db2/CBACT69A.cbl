      *****************************************************************
      * Program     : CBACT69A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Penalty APR pricing - runs after the delinquency
      *               aging engine CBACT26A. An account that has
      *               reached 60 days past due gets the advance
      *               notice of its rate group's penalty APR; once
      *               the notice period has run the penalty rate
      *               takes effect (CBACT01A prices from PENALTY);
      *               every six closed cycles thereafter CYCHIST is
      *               reviewed and the standard rate is restored
      *               after six consecutive on-time payments. Every
      *               step lands on PENALTY and PENHIST, queues a
      *               customer notice, and prints on the PENRPT
      *               activity report.
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
      * 2026-10-15 - New batch job: penalty APR notice, effective
      *              date and six-cycle cure review
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT69A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENALTY-RPT-FILE ASSIGN TO PENRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD PENALTY-RPT-FILE
           RECORDING MODE IS F.
       01 PENALTY-RPT-LINE               PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBACT69A'.
         05 WS-SQLCODE-DISPLAY         PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS         PIC X(02) VALUE '00'.

      * Literals and constants
       01 WS-CONSTANTS.
      * Advance notice period before a rate increase may take effect.
         05 WS-NOTICE-DAYS             PIC 9(03) VALUE 45.
      * Closed cycles between reviews, and the consecutive on-time
      * cycles that earn the standard rate back.
         05 WS-REVIEW-CYCLES           PIC 9(03) VALUE 6.
      * House penalty rate for a rate row keyed before the column
      * existed (RATE_GROUP_PENALTY_APR null).
         05 WS-DEFAULT-PENALTY-APR     PIC S9(03)V9(02) COMP-3
                                        VALUE 29.99.
      * Minimum-due rule for the on-time test - the same percentage
      * with a flat floor CBACT26A ages by.
         05 WS-MIN-DUE-PERCENT         PIC S9(01)V9(04) COMP-3
                                        VALUE 0.0200.
         05 WS-MIN-DUE-FLOOR           PIC S9(05)V99 COMP-3
                                        VALUE 25.00.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-ACCTS-READ              PIC 9(07) VALUE ZEROS.
         05 WS-NOTICES-ISSUED          PIC 9(07) VALUE ZEROS.
         05 WS-PENALTIES-EFFECTIVE     PIC 9(07) VALUE ZEROS.
         05 WS-REVIEWS-DONE            PIC 9(07) VALUE ZEROS.
         05 WS-RATES-RESTORED          PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-EXEMPT            PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-ERRORS            PIC 9(07) VALUE ZEROS.

      * Working fields
       01 WS-WORK-FIELDS.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).
         05 WS-EVENT-TS                PIC X(26).
         05 WS-DATE-INT                PIC S9(09) COMP.
         05 WS-EFF-YYYYMMDD            PIC 9(08).
         05 WS-MIN-DUE-AMT             PIC S9(10)V99 COMP-3.
         05 WS-ONTIME-COUNT            PIC 9(03).
         05 WS-ACCT-ID-EDIT            PIC 9(11).
         05 WS-APR-EDIT                PIC ZZ9.99.
         05 WS-COUNT-EDIT              PIC ZZ9.
         05 WS-RPT-ACTION              PIC X(20).
         05 WS-RPT-DETAIL              PIC X(60).

      * The last closed cycles of the account under review, newest
      * first - entry N's payments are tested against the minimum
      * due on entry N+1's ending (statement) balance.
       01 WS-CYCLE-TABLE.
         05 WS-CYC-COUNT               PIC S9(04) COMP VALUE ZEROS.
         05 WS-CYC-ENTRY OCCURS 7 TIMES.
            10 WS-CYC-CREDIT           PIC S9(10)V99 COMP-3.
            10 WS-CYC-END-BAL          PIC S9(10)V99 COMP-3.
       01 WS-CYC-IDX                   PIC S9(04) COMP VALUE ZEROS.

       01 WS-ONTIME-STREAK-FLAG        PIC X(01) VALUE 'Y'.
         88 ONTIME-STREAK-INTACT                  VALUE 'Y'.
         88 ONTIME-STREAK-BROKEN                  VALUE 'N'.

       01 WS-EXEMPT-FLAG               PIC X(01) VALUE 'N'.
         88 ACCT-EXEMPT                           VALUE 'Y'.
         88 ACCT-NOT-EXEMPT                       VALUE 'N'.

       01 WS-END-OF-TRG-CURSOR-FLAG    PIC X(01) VALUE 'N'.
         88 TRG-CURSOR-EOF                        VALUE 'Y'.
         88 TRG-CURSOR-NOT-EOF                    VALUE 'N'.

       01 WS-END-OF-EFF-CURSOR-FLAG    PIC X(01) VALUE 'N'.
         88 EFF-CURSOR-EOF                        VALUE 'Y'.
         88 EFF-CURSOR-NOT-EOF                    VALUE 'N'.

       01 WS-END-OF-REV-CURSOR-FLAG    PIC X(01) VALUE 'N'.
         88 REV-CURSOR-EOF                        VALUE 'Y'.
         88 REV-CURSOR-NOT-EOF                    VALUE 'N'.

       01 WS-END-OF-CYC-CURSOR-FLAG    PIC X(01) VALUE 'N'.
         88 CYC-CURSOR-EOF                        VALUE 'Y'.
         88 CYC-CURSOR-NOT-EOF                    VALUE 'N'.

      * Customer notification queue insert - see CSUTLNPL for the
      * shared logic.
       01 WS-NOTIFY-FIELDS.
       COPY CSUTLNWY.

      * Run control - see CSUTLJPL for the shared logic. Every step
      * selects by state (no PENALTY row yet, notice period run,
      * review due), so a rerun after an abend picks up where the
      * last commit left off without a checkpoint.
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

       01 HOST-ACCT-ID                  PIC S9(11) COMP.
       01 HOST-ACCT-GROUP-ID            PIC X(10).
       01 HOST-TODAY-DATE               PIC X(10).
       01 HOST-EFF-DATE                 PIC X(10).
       01 HOST-XREF-CARD-NUM            PIC X(16).
       01 HOST-RATE-APR                 PIC S9(03)V9(02) COMP-3.
       01 HOST-RATE-PENALTY-APR         PIC S9(03)V9(02) COMP-3.
       01 HOST-EXEMPT-COUNT             PIC S9(04) COMP.
       01 HOST-CYCLES-SINCE             PIC S9(04) COMP.
       01 HOST-CYC-CREDIT-TOTAL         PIC S9(10)V99 COMP-3.
       01 HOST-CYC-ENDING-BAL           PIC S9(10)V99 COMP-3.

       COPY CVPNA01Y.
       COPY CVPNA02Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT69A - PENALTY APR PRICING STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT69A' TO WS-JOBRUN-JOB-NAME
           MOVE 'CBACT26A' TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ISSUE-NOTICES
           PERFORM 3000-APPLY-PENALTY-RATES
           PERFORM 4000-REVIEW-PENALTY-RATES
           PERFORM 5000-FINALIZE
           MOVE 'CBACT69A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-ACCTS-READ TO WS-RTOT-RECS-READ
           COMPUTE WS-RTOT-RECS-POSTED =
               WS-NOTICES-ISSUED + WS-PENALTIES-EFFECTIVE
               + WS-REVIEWS-DONE
           MOVE WS-ACCTS-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT69A - PENALTY APR PRICING ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-BIZDT-YYYYMMDD TO WS-CURR-YYYYMMDD
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
             DELIMITED BY SIZE
             INTO WS-EVENT-TS
           MOVE WS-BIZDT-DATE TO HOST-TODAY-DATE

      *    A notice issued tonight takes effect this many days out.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-YYYYMMDD)
               + WS-NOTICE-DAYS
           COMPUTE WS-EFF-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           STRING WS-EFF-YYYYMMDD(1:4) '-'
                  WS-EFF-YYYYMMDD(5:2) '-'
                  WS-EFF-YYYYMMDD(7:2)
             DELIMITED BY SIZE
             INTO HOST-EFF-DATE

           OPEN OUTPUT PENALTY-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PENALTY-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO PENALTY-RPT-LINE
           STRING 'PENALTY APR PRICING ACTIVITY - BUSINESS DATE '
                  WS-BIZDT-DATE
             DELIMITED BY SIZE
             INTO PENALTY-RPT-LINE
           WRITE PENALTY-RPT-LINE
           MOVE SPACES TO PENALTY-RPT-LINE
           STRING 'ACCOUNT      ACTION               DETAIL'
             DELIMITED BY SIZE
             INTO PENALTY-RPT-LINE
           WRITE PENALTY-RPT-LINE.

      *----------------------------------------------------------------*
      *                      2000-ISSUE-NOTICES
      * Accounts at 60 days or more past due with no open penalty
      * row get the advance notice. An account whose earlier penalty
      * was restored starts a fresh episode here if it rolls to 60
      * days again.
      *----------------------------------------------------------------*
       2000-ISSUE-NOTICES.

           SET TRG-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-PNA-TRIGGER CURSOR WITH HOLD FOR
               SELECT D.DLQ_ACCT_ID, A.ACCT_GROUP_ID
               FROM DELINQ D, ACCTDAT A
               WHERE A.ACCT_ID = D.DLQ_ACCT_ID
               AND   A.ACCT_ACTIVE_STATUS = 'Y'
               AND   D.DLQ_BUCKET >= '2'
               AND   NOT EXISTS
                     (SELECT 1 FROM PENALTY P
                      WHERE P.PNA_ACCT_ID = D.DLQ_ACCT_ID
                      AND   P.PNA_STATUS IN ('N', 'A'))
               ORDER BY D.DLQ_ACCT_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-PNA-TRIGGER
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-PNA-TRIGGER - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ACCTS-ERRORS
               SET TRG-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 2100-FETCH-TRIGGER
               UNTIL TRG-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-PNA-TRIGGER
           END-EXEC.

      *----------------------------------------------------------------*
      *                      2100-FETCH-TRIGGER
      *----------------------------------------------------------------*
       2100-FETCH-TRIGGER.

           EXEC SQL
               FETCH CUR-PNA-TRIGGER
               INTO :HOST-ACCT-ID, :HOST-ACCT-GROUP-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ACCTS-READ
                   PERFORM 2200-NOTICE-ONE-ACCOUNT
                      THRU 2200-NOTICE-ONE-ACCOUNT-EXIT
               WHEN 100
                   SET TRG-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-PNA-TRIGGER - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ACCTS-ERRORS
                   SET TRG-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2200-NOTICE-ONE-ACCOUNT
      * No notice where the penalty could never price the account:
      * an active workout plan or servicemember protection overrides
      * the rate, and a deceased cardholder's balance belongs to the
      * estate desk. A group whose penalty rate is not above its
      * standard rate has nothing to raise.
      *----------------------------------------------------------------*
       2200-NOTICE-ONE-ACCOUNT.

           PERFORM 2300-CHECK-EXEMPT
           IF ACCT-EXEMPT
               ADD 1 TO WS-ACCTS-EXEMPT
               GO TO 2200-NOTICE-ONE-ACCOUNT-EXIT
           END-IF

           EXEC SQL
               SELECT RATE_GROUP_APR,
                      COALESCE(RATE_GROUP_PENALTY_APR,
                               :WS-DEFAULT-PENALTY-APR)
               INTO :HOST-RATE-APR, :HOST-RATE-PENALTY-APR
               FROM RATEGRP
               WHERE RATE_GROUP_ID = :HOST-ACCT-GROUP-ID
               AND   RATE_GROUP_EFF_DATE <= :HOST-TODAY-DATE
               ORDER BY RATE_GROUP_EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'NO RATEGRP ROW FOR ACCT ' HOST-ACCT-ID
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ACCTS-ERRORS
               GO TO 2200-NOTICE-ONE-ACCOUNT-EXIT
           END-IF

           IF HOST-RATE-PENALTY-APR NOT > HOST-RATE-APR
               ADD 1 TO WS-ACCTS-EXEMPT
               GO TO 2200-NOTICE-ONE-ACCOUNT-EXIT
           END-IF

      *    A restored episode's row is replaced - its story stays on
      *    PENHIST.
           EXEC SQL
               DELETE FROM PENALTY
               WHERE PNA_ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           INITIALIZE PENALTY-PRICING-RECORD
           MOVE HOST-ACCT-ID TO PNA-ACCT-ID
           SET PNA-STATUS-NOTICED TO TRUE
           MOVE HOST-TODAY-DATE TO PNA-TRIGGER-DATE
           MOVE HOST-TODAY-DATE TO PNA-NOTICE-DATE
           MOVE HOST-EFF-DATE TO PNA-EFFECTIVE-DATE
           MOVE HOST-RATE-APR TO PNA-STD-APR
           MOVE HOST-RATE-PENALTY-APR TO PNA-PENALTY-APR
           MOVE SPACES TO PNA-LAST-REVIEW-DATE
           MOVE ZEROS TO PNA-ONTIME-CYCLES
           MOVE SPACES TO PNA-RESTORE-DATE
           MOVE 'PAYMENT 60 OR MORE DAYS PAST DUE' TO PNA-REASON
           MOVE WS-EVENT-TS TO PNA-UPDATE-TS

           EXEC SQL
               INSERT INTO PENALTY
               (PNA_ACCT_ID, PNA_STATUS, PNA_TRIGGER_DATE,
                PNA_NOTICE_DATE, PNA_EFFECTIVE_DATE, PNA_STD_APR,
                PNA_PENALTY_APR, PNA_LAST_REVIEW_DATE,
                PNA_ONTIME_CYCLES, PNA_RESTORE_DATE, PNA_REASON,
                PNA_UPDATE_TS)
               VALUES
               (:PNA-ACCT-ID, :PNA-STATUS, :PNA-TRIGGER-DATE,
                :PNA-NOTICE-DATE, :PNA-EFFECTIVE-DATE, :PNA-STD-APR,
                :PNA-PENALTY-APR, :PNA-LAST-REVIEW-DATE,
                :PNA-ONTIME-CYCLES, :PNA-RESTORE-DATE, :PNA-REASON,
                :PNA-UPDATE-TS)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING PENALTY FOR ACCT '
                       HOST-ACCT-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ACCTS-ERRORS
               GO TO 2200-NOTICE-ONE-ACCOUNT-EXIT
           END-IF

           SET PNH-EVENT-NOTICED TO TRUE
           MOVE PNA-STD-APR TO PNH-APR
           MOVE ZEROS TO PNH-ONTIME-CYCLES
           MOVE PNA-PENALTY-APR TO WS-APR-EDIT
           MOVE SPACES TO PNH-REASON
           STRING 'NOTICE: 60 DAYS PAST DUE - PENALTY APR '
                  WS-APR-EDIT ' FROM ' PNA-EFFECTIVE-DATE
             DELIMITED BY SIZE
             INTO PNH-REASON
           MOVE PNH-REASON TO WS-NOTIFY-MSG
           PERFORM 6000-RECORD-EVENT
              THRU 6000-RECORD-EVENT-EXIT

           IF NOTIFY-ERR-OFF
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-NOTICES-ISSUED
               MOVE 'NOTICE ISSUED' TO WS-RPT-ACTION
               MOVE PNH-REASON TO WS-RPT-DETAIL
               PERFORM 7000-WRITE-REPORT-LINE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ACCTS-ERRORS
           END-IF.
       2200-NOTICE-ONE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      2300-CHECK-EXEMPT
      *----------------------------------------------------------------*
       2300-CHECK-EXEMPT.

           SET ACCT-NOT-EXEMPT TO TRUE
           MOVE ZEROS TO HOST-EXEMPT-COUNT

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-EXEMPT-COUNT
               FROM WORKOUT
               WHERE WRK_ACCT_ID = :HOST-ACCT-ID
               AND   WRK_STATUS = 'A'
           END-EXEC
           IF SQLCODE = 0 AND HOST-EXEMPT-COUNT > 0
               SET ACCT-EXEMPT TO TRUE
           END-IF

           IF ACCT-NOT-EXEMPT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :HOST-EXEMPT-COUNT
                   FROM CXACAIX X, CUSTDAT C
                   WHERE X.XREF_ACCT_ID = :HOST-ACCT-ID
                   AND   C.CUST_ID = X.XREF_CUST_ID
                   AND   COALESCE(C.CUST_DATE_OF_DEATH, ' ') <> ' '
               END-EXEC
               IF SQLCODE = 0 AND HOST-EXEMPT-COUNT > 0
                   SET ACCT-EXEMPT TO TRUE
               END-IF
           END-IF

           IF ACCT-NOT-EXEMPT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :HOST-EXEMPT-COUNT
                   FROM CXACAIX X, SCRAPROT S
                   WHERE X.XREF_ACCT_ID = :HOST-ACCT-ID
                   AND   S.SCR_CUST_ID = X.XREF_CUST_ID
                   AND   COALESCE(S.SCR_RELEASE_DATE, ' ') = ' '
               END-EXEC
               IF SQLCODE = 0 AND HOST-EXEMPT-COUNT > 0
                   SET ACCT-EXEMPT TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                    3000-APPLY-PENALTY-RATES
      * Noticed rows whose notice period has run go Active - from
      * tonight CBACT01A prices the account at the penalty APR. The
      * six-cycle review clock starts on the effective date.
      *----------------------------------------------------------------*
       3000-APPLY-PENALTY-RATES.

           SET EFF-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-PNA-EFFECTIVE CURSOR WITH HOLD FOR
               SELECT PNA_ACCT_ID, PNA_PENALTY_APR
               FROM PENALTY
               WHERE PNA_STATUS = 'N'
               AND   PNA_EFFECTIVE_DATE <= :HOST-TODAY-DATE
               ORDER BY PNA_ACCT_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-PNA-EFFECTIVE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-PNA-EFFECTIVE - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ACCTS-ERRORS
               SET EFF-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 3100-FETCH-EFFECTIVE
               UNTIL EFF-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-PNA-EFFECTIVE
           END-EXEC.

      *----------------------------------------------------------------*
      *                     3100-FETCH-EFFECTIVE
      *----------------------------------------------------------------*
       3100-FETCH-EFFECTIVE.

           EXEC SQL
               FETCH CUR-PNA-EFFECTIVE
               INTO :HOST-ACCT-ID, :PNA-PENALTY-APR
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ACCTS-READ
                   PERFORM 3200-MAKE-EFFECTIVE
               WHEN 100
                   SET EFF-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-PNA-EFFECTIVE - '
                           'SQLCODE: ' WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ACCTS-ERRORS
                   SET EFF-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                     3200-MAKE-EFFECTIVE
      *----------------------------------------------------------------*
       3200-MAKE-EFFECTIVE.

           EXEC SQL
               UPDATE PENALTY
               SET PNA_STATUS = 'A',
                   PNA_LAST_REVIEW_DATE = :HOST-TODAY-DATE,
                   PNA_UPDATE_TS = :WS-EVENT-TS
               WHERE PNA_ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           SET NOTIFY-ERR-ON TO TRUE
           IF SQLCODE = 0
               SET PNH-EVENT-EFFECTIVE TO TRUE
               MOVE PNA-PENALTY-APR TO PNH-APR
               MOVE ZEROS TO PNH-ONTIME-CYCLES
               MOVE PNA-PENALTY-APR TO WS-APR-EDIT
               MOVE SPACES TO PNH-REASON
               STRING 'PENALTY APR ' WS-APR-EDIT
                      ' NOW IN EFFECT - 60 DAYS PAST DUE'
                 DELIMITED BY SIZE
                 INTO PNH-REASON
               MOVE PNH-REASON TO WS-NOTIFY-MSG
               PERFORM 6000-RECORD-EVENT
                  THRU 6000-RECORD-EVENT-EXIT
           END-IF

           IF NOTIFY-ERR-OFF
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-PENALTIES-EFFECTIVE
               MOVE 'PENALTY EFFECTIVE' TO WS-RPT-ACTION
               MOVE PNH-REASON TO WS-RPT-DETAIL
               PERFORM 7000-WRITE-REPORT-LINE
           ELSE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR APPLYING PENALTY FOR ACCT '
                       HOST-ACCT-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ACCTS-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                   4000-REVIEW-PENALTY-RATES
      * Every active penalty is re-evaluated once six more cycles
      * have closed since the effective date or the last review.
      *----------------------------------------------------------------*
       4000-REVIEW-PENALTY-RATES.

           SET REV-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-PNA-REVIEW CURSOR WITH HOLD FOR
               SELECT PNA_ACCT_ID, PNA_STD_APR, PNA_PENALTY_APR,
                      PNA_LAST_REVIEW_DATE
               FROM PENALTY
               WHERE PNA_STATUS = 'A'
               ORDER BY PNA_ACCT_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-PNA-REVIEW
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-PNA-REVIEW - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ACCTS-ERRORS
               SET REV-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 4100-FETCH-REVIEW
               UNTIL REV-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-PNA-REVIEW
           END-EXEC.

      *----------------------------------------------------------------*
      *                      4100-FETCH-REVIEW
      *----------------------------------------------------------------*
       4100-FETCH-REVIEW.

           EXEC SQL
               FETCH CUR-PNA-REVIEW
               INTO :HOST-ACCT-ID, :PNA-STD-APR, :PNA-PENALTY-APR,
                    :PNA-LAST-REVIEW-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 4200-REVIEW-ONE-ACCOUNT
                      THRU 4200-REVIEW-ONE-ACCOUNT-EXIT
               WHEN 100
                   SET REV-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-PNA-REVIEW - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ACCTS-ERRORS
                   SET REV-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   4200-REVIEW-ONE-ACCOUNT
      * Counts the on-time streak back from the newest closed cycle:
      * a cycle is on time when its payments covered the minimum due
      * on the statement before it (or that statement owed nothing).
      * Six in a row restores the standard rate; anything less keeps
      * the penalty and restarts the six-cycle clock.
      *----------------------------------------------------------------*
       4200-REVIEW-ONE-ACCOUNT.

           MOVE ZEROS TO HOST-CYCLES-SINCE
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-CYCLES-SINCE
               FROM CYCHIST
               WHERE CYC_ACCT_ID = :HOST-ACCT-ID
               AND   CYC_CLOSE_DATE > :PNA-LAST-REVIEW-DATE
           END-EXEC

           IF SQLCODE NOT = 0
            OR HOST-CYCLES-SINCE < WS-REVIEW-CYCLES
               GO TO 4200-REVIEW-ONE-ACCOUNT-EXIT
           END-IF

           ADD 1 TO WS-ACCTS-READ
           PERFORM 4300-LOAD-RECENT-CYCLES

           MOVE ZEROS TO WS-ONTIME-COUNT
           SET ONTIME-STREAK-INTACT TO TRUE
           PERFORM 4400-TEST-ONE-CYCLE
               VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX >= WS-CYC-COUNT
                  OR ONTIME-STREAK-BROKEN

           MOVE WS-ONTIME-COUNT TO PNH-ONTIME-CYCLES
           MOVE WS-ONTIME-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO PNH-REASON

           IF WS-ONTIME-COUNT >= WS-REVIEW-CYCLES
               EXEC SQL
                   UPDATE PENALTY
                   SET PNA_STATUS = 'R',
                       PNA_LAST_REVIEW_DATE = :HOST-TODAY-DATE,
                       PNA_ONTIME_CYCLES = :WS-ONTIME-COUNT,
                       PNA_RESTORE_DATE = :HOST-TODAY-DATE,
                       PNA_UPDATE_TS = :WS-EVENT-TS
                   WHERE PNA_ACCT_ID = :HOST-ACCT-ID
               END-EXEC
               SET PNH-EVENT-RESTORED TO TRUE
               MOVE PNA-STD-APR TO PNH-APR
               MOVE PNA-STD-APR TO WS-APR-EDIT
               STRING WS-COUNT-EDIT ' ON-TIME CYCLES - STANDARD APR '
                      WS-APR-EDIT ' RESTORED'
                 DELIMITED BY SIZE
                 INTO PNH-REASON
               MOVE 'RATE RESTORED' TO WS-RPT-ACTION
           ELSE
               EXEC SQL
                   UPDATE PENALTY
                   SET PNA_LAST_REVIEW_DATE = :HOST-TODAY-DATE,
                       PNA_ONTIME_CYCLES = :WS-ONTIME-COUNT,
                       PNA_UPDATE_TS = :WS-EVENT-TS
                   WHERE PNA_ACCT_ID = :HOST-ACCT-ID
               END-EXEC
               SET PNH-EVENT-REVIEWED TO TRUE
               MOVE PNA-PENALTY-APR TO PNH-APR
               STRING 'REVIEWED: ' WS-COUNT-EDIT
                      ' CONSECUTIVE ON-TIME CYCLES - PENALTY APR STAYS'
                 DELIMITED BY SIZE
                 INTO PNH-REASON
               MOVE 'REVIEWED - KEPT' TO WS-RPT-ACTION
           END-IF

           SET NOTIFY-ERR-ON TO TRUE
           IF SQLCODE = 0
               MOVE PNH-REASON TO WS-NOTIFY-MSG
               PERFORM 6000-RECORD-EVENT
                  THRU 6000-RECORD-EVENT-EXIT
           END-IF

           IF NOTIFY-ERR-OFF
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-REVIEWS-DONE
               IF PNH-EVENT-RESTORED
                   ADD 1 TO WS-RATES-RESTORED
               END-IF
               MOVE PNH-REASON TO WS-RPT-DETAIL
               PERFORM 7000-WRITE-REPORT-LINE
           ELSE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR REVIEWING PENALTY FOR ACCT '
                       HOST-ACCT-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ACCTS-ERRORS
           END-IF.
       4200-REVIEW-ONE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   4300-LOAD-RECENT-CYCLES
      * Seven snapshots evaluate six cycles - the oldest only
      * supplies the statement balance the one after it paid toward.
      *----------------------------------------------------------------*
       4300-LOAD-RECENT-CYCLES.

           MOVE ZEROS TO WS-CYC-COUNT
           SET CYC-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-PNA-CYCLES CURSOR FOR
               SELECT CYC_CREDIT_TOTAL, CYC_ENDING_BAL
               FROM CYCHIST
               WHERE CYC_ACCT_ID = :HOST-ACCT-ID
               ORDER BY CYC_CLOSE_DATE DESC
               FETCH FIRST 7 ROWS ONLY
           END-EXEC

           EXEC SQL
               OPEN CUR-PNA-CYCLES
           END-EXEC

           IF SQLCODE NOT = 0
               SET CYC-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 4350-FETCH-CYCLE
               UNTIL CYC-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-PNA-CYCLES
           END-EXEC.

      *----------------------------------------------------------------*
      *                      4350-FETCH-CYCLE
      *----------------------------------------------------------------*
       4350-FETCH-CYCLE.

           EXEC SQL
               FETCH CUR-PNA-CYCLES
               INTO :HOST-CYC-CREDIT-TOTAL, :HOST-CYC-ENDING-BAL
           END-EXEC

           IF SQLCODE = 0 AND WS-CYC-COUNT < 7
               ADD 1 TO WS-CYC-COUNT
               MOVE HOST-CYC-CREDIT-TOTAL
                 TO WS-CYC-CREDIT(WS-CYC-COUNT)
               MOVE HOST-CYC-ENDING-BAL
                 TO WS-CYC-END-BAL(WS-CYC-COUNT)
           ELSE
               SET CYC-CURSOR-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                     4400-TEST-ONE-CYCLE
      *----------------------------------------------------------------*
       4400-TEST-ONE-CYCLE.

           COMPUTE WS-MIN-DUE-AMT ROUNDED =
               WS-CYC-END-BAL(WS-CYC-IDX + 1) * WS-MIN-DUE-PERCENT
           IF WS-MIN-DUE-AMT < WS-MIN-DUE-FLOOR
               MOVE WS-MIN-DUE-FLOOR TO WS-MIN-DUE-AMT
           END-IF
           IF WS-MIN-DUE-AMT > WS-CYC-END-BAL(WS-CYC-IDX + 1)
               MOVE WS-CYC-END-BAL(WS-CYC-IDX + 1) TO WS-MIN-DUE-AMT
           END-IF

           IF WS-CYC-END-BAL(WS-CYC-IDX + 1) <= 0
            OR WS-CYC-CREDIT(WS-CYC-IDX) >= WS-MIN-DUE-AMT
               ADD 1 TO WS-ONTIME-COUNT
           ELSE
               SET ONTIME-STREAK-BROKEN TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      6000-RECORD-EVENT
      * PENHIST row plus the customer notice, inside the caller's
      * unit of work. PNH-EVENT-CD, PNH-APR, PNH-ONTIME-CYCLES,
      * PNH-REASON and WS-NOTIFY-MSG are set by the caller; NOTIFY-
      * ERR-ON comes back if either insert failed.
      *----------------------------------------------------------------*
       6000-RECORD-EVENT.

           SET NOTIFY-ERR-OFF TO TRUE
           MOVE HOST-ACCT-ID TO PNH-ACCT-ID
           MOVE WS-EVENT-TS TO PNH-EVENT-TS
           MOVE HOST-TODAY-DATE TO PNH-EVENT-DATE

           EXEC SQL
               INSERT INTO PENHIST
               (PNH_ACCT_ID, PNH_EVENT_TS, PNH_EVENT_CD,
                PNH_EVENT_DATE, PNH_APR, PNH_ONTIME_CYCLES,
                PNH_REASON)
               VALUES
               (:PNH-ACCT-ID, :PNH-EVENT-TS, :PNH-EVENT-CD,
                :PNH-EVENT-DATE, :PNH-APR, :PNH-ONTIME-CYCLES,
                :PNH-REASON)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING PENHIST FOR ACCT '
                       HOST-ACCT-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               SET NOTIFY-ERR-ON TO TRUE
               GO TO 6000-RECORD-EVENT-EXIT
           END-IF

           EXEC SQL
               SELECT MIN(XREF_CARD_NUM)
               INTO :HOST-XREF-CARD-NUM
               FROM CXACAIX
               WHERE XREF_ACCT_ID = :HOST-ACCT-ID
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SPACES TO HOST-XREF-CARD-NUM
           END-IF

           MOVE HOST-ACCT-ID TO WS-NOTIFY-ACCT-ID
           MOVE HOST-XREF-CARD-NUM TO WS-NOTIFY-CARD-NUM
           SET NOTIFY-TYPE-RATE-CHANGE TO TRUE
           PERFORM WRITE-NOTIFICATION.
       6000-RECORD-EVENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   7000-WRITE-REPORT-LINE
      *----------------------------------------------------------------*
       7000-WRITE-REPORT-LINE.

           MOVE HOST-ACCT-ID TO WS-ACCT-ID-EDIT
           MOVE SPACES TO PENALTY-RPT-LINE
           STRING WS-ACCT-ID-EDIT '  ' WS-RPT-ACTION ' ' WS-RPT-DETAIL
             DELIMITED BY SIZE
             INTO PENALTY-RPT-LINE
           WRITE PENALTY-RPT-LINE.

      *----------------------------------------------------------------*
      *                      5000-FINALIZE
      *----------------------------------------------------------------*
       5000-FINALIZE.

           CLOSE PENALTY-RPT-FILE

           DISPLAY 'ACCOUNTS PROCESSED.....: ' WS-ACCTS-READ
           DISPLAY 'PENALTY NOTICES ISSUED.: ' WS-NOTICES-ISSUED
           DISPLAY 'PENALTY RATES EFFECTIVE: ' WS-PENALTIES-EFFECTIVE
           DISPLAY 'SIX-CYCLE REVIEWS......: ' WS-REVIEWS-DONE
           DISPLAY 'STANDARD RATES RESTORED: ' WS-RATES-RESTORED
           DISPLAY 'EXEMPT / NO INCREASE...: ' WS-ACCTS-EXEMPT
           DISPLAY 'PROCESSING ERRORS......: ' WS-ACCTS-ERRORS

           IF WS-ACCTS-ERRORS > 0
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

      *----------------------------------------------------------------*
      *            WRITE-NOTIFICATION (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLNPL.
