      *****************************************************************
      * Program     : CBACT70A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Bankruptcy case tracking - runs after the
      *               charge-off sweep CBACT25A. A dismissed case
      *               (BANKRPT status X) restores normal servicing:
      *               held cards reactivate and a still-delinquent
      *               account goes back on the collections queue.
      *               A discharged case (status D) closes once
      *               CBACT25A has charged the balance off - its
      *               cards are closed for good. Open filings past
      *               the follow-up period for their chapter are
      *               listed for the recovery desk. Every action
      *               prints on the BKRRPT tracking report.
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
      * 2026-10-15 - New batch job: bankruptcy dismissal restore,
      *              discharge close-out and open-case follow-up
      * 2026-10-15 - Card restore/close moves journaled on ACCTHIST
      *              for the change-data extract
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT70A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKR-RPT-FILE ASSIGN TO BKRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD BKR-RPT-FILE
           RECORDING MODE IS F.
       01 BKR-RPT-LINE                   PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBACT70A'.
         05 WS-SQLCODE-DISPLAY         PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS         PIC X(02) VALUE '00'.

      * Literals and constants
       01 WS-CONSTANTS.
      * Days from filing after which an open case with no court
      * disposition is listed for follow-up. A chapter 7 discharge
      * normally comes within four months; a repayment-plan case
      * (chapter 11, 12 or 13) runs up to five years.
         05 WS-CH7-FOLLOWUP-DAYS       PIC 9(05) VALUE 120.
         05 WS-PLAN-FOLLOWUP-DAYS      PIC 9(05) VALUE 1825.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-CASES-READ              PIC 9(07) VALUE ZEROS.
         05 WS-CASES-RESTORED          PIC 9(07) VALUE ZEROS.
         05 WS-CASES-CLOSED            PIC 9(07) VALUE ZEROS.
         05 WS-CASES-AWAITING          PIC 9(07) VALUE ZEROS.
         05 WS-CASES-FOLLOWUP          PIC 9(07) VALUE ZEROS.
         05 WS-CARDS-RESTORED          PIC 9(07) VALUE ZEROS.
         05 WS-CARDS-CLOSED            PIC 9(07) VALUE ZEROS.
         05 WS-ACCTS-REQUEUED          PIC 9(07) VALUE ZEROS.
         05 WS-CASES-ERRORS            PIC 9(07) VALUE ZEROS.

      * Working fields
       01 WS-WORK-FIELDS.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).
         05 WS-EVENT-TS                PIC X(26).
         05 WS-FILING-YYYYMMDD         PIC 9(08).
         05 WS-DAYS-OPEN               PIC S9(07) COMP-3.
         05 WS-FOLLOWUP-DAYS           PIC 9(05).
         05 WS-ACCT-ID-EDIT            PIC 9(11).
         05 WS-COUNT-EDIT              PIC ZZ9.
         05 WS-DAYS-EDIT               PIC ZZZZ9.
         05 WS-AMT-EDIT                PIC -(8)9.99.
         05 WS-RPT-ACTION              PIC X(20).
         05 WS-RPT-DETAIL              PIC X(76).

       01 WS-END-OF-DSM-CURSOR-FLAG    PIC X(01) VALUE 'N'.
         88 DSM-CURSOR-EOF                        VALUE 'Y'.
         88 DSM-CURSOR-NOT-EOF                    VALUE 'N'.

       01 WS-END-OF-DSC-CURSOR-FLAG    PIC X(01) VALUE 'N'.
         88 DSC-CURSOR-EOF                        VALUE 'Y'.
         88 DSC-CURSOR-NOT-EOF                    VALUE 'N'.

       01 WS-END-OF-OPN-CURSOR-FLAG    PIC X(01) VALUE 'N'.
         88 OPN-CURSOR-EOF                        VALUE 'Y'.
         88 OPN-CURSOR-NOT-EOF                    VALUE 'N'.

      * Run control - see CSUTLJPL for the shared logic. Every step
      * selects by case status and moves the case on in the same
      * unit of work, so a rerun after an abend picks up where the
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

       01 HOST-TODAY-DATE               PIC X(10).
       01 HOST-ACCT-ACTIVE-STATUS       PIC X(01).
       01 HOST-ACCT-CURR-BAL            PIC S9(10)V99 COMP-3.
       01 HOST-OTHER-CASE-COUNT         PIC S9(04) COMP.
       01 HOST-DLQ-COUNT                PIC S9(04) COMP.
       01 HOST-ROW-COUNT                PIC S9(09) COMP.

       COPY CVBKR01Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT70A - BANKRUPTCY CASE TRACKING STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT70A' TO WS-JOBRUN-JOB-NAME
           MOVE 'CBACT25A' TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RESTORE-DISMISSED
           PERFORM 3000-CLOSE-DISCHARGED
           PERFORM 4000-REVIEW-OPEN-CASES
           PERFORM 5000-FINALIZE
           MOVE 'CBACT70A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-CASES-READ TO WS-RTOT-RECS-READ
           COMPUTE WS-RTOT-RECS-POSTED =
               WS-CASES-RESTORED + WS-CASES-CLOSED
           MOVE WS-CASES-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE ZEROS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT70A - BANKRUPTCY CASE TRACKING ENDED'
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

           OPEN OUTPUT BKR-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BKR-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO BKR-RPT-LINE
           STRING 'BANKRUPTCY CASE TRACKING - BUSINESS DATE '
                  WS-BIZDT-DATE
             DELIMITED BY SIZE
             INTO BKR-RPT-LINE
           WRITE BKR-RPT-LINE
           MOVE SPACES TO BKR-RPT-LINE
           STRING 'ACCOUNT      CASE NUMBER          CH '
                  'ACTION               DETAIL'
             DELIMITED BY SIZE
             INTO BKR-RPT-LINE
           WRITE BKR-RPT-LINE.

      *----------------------------------------------------------------*
      *                   2000-RESTORE-DISMISSED
      * A dismissal lifts the stay - the debt is owed again. Each
      * covered account gets back the cards the filing held and, if
      * it is still delinquent, its place on the collections queue.
      *----------------------------------------------------------------*
       2000-RESTORE-DISMISSED.

           SET DSM-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-BKR-DISMISSED CURSOR WITH HOLD FOR
               SELECT BKR_ACCT_ID, BKR_CASE_NUM, BKR_CHAPTER,
                      BKR_DISPOSITION_DATE
               FROM BANKRPT
               WHERE BKR_STATUS = 'X'
               ORDER BY BKR_ACCT_ID, BKR_CASE_NUM
           END-EXEC

           EXEC SQL
               OPEN CUR-BKR-DISMISSED
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-BKR-DISMISSED - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-CASES-ERRORS
               SET DSM-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 2100-FETCH-DISMISSED
               UNTIL DSM-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-BKR-DISMISSED
           END-EXEC.

      *----------------------------------------------------------------*
      *                    2100-FETCH-DISMISSED
      *----------------------------------------------------------------*
       2100-FETCH-DISMISSED.

           EXEC SQL
               FETCH CUR-BKR-DISMISSED
               INTO :BKR-ACCT-ID, :BKR-CASE-NUM, :BKR-CHAPTER,
                    :BKR-DISPOSITION-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CASES-READ
                   PERFORM 2200-RESTORE-ONE-ACCOUNT
                      THRU 2200-RESTORE-ONE-ACCOUNT-EXIT
               WHEN 100
                   SET DSM-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-BKR-DISMISSED - '
                           'SQLCODE: ' WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-CASES-ERRORS
                   SET DSM-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                  2200-RESTORE-ONE-ACCOUNT
      * An account another open case still covers stays held - the
      * dismissed row is simply marked restored. Otherwise the held
      * cards go back to active and the pulled queue row is requeued
      * with tonight's date when DELINQ still shows the account past
      * due, or closed when the account has caught up meanwhile.
      *----------------------------------------------------------------*
       2200-RESTORE-ONE-ACCOUNT.

           MOVE ZEROS TO HOST-OTHER-CASE-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-OTHER-CASE-COUNT
               FROM BANKRPT
               WHERE BKR_ACCT_ID = :BKR-ACCT-ID
               AND   BKR_CASE_NUM <> :BKR-CASE-NUM
               AND   BKR_STATUS IN ('F', 'D')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR CHECKING BANKRPT FOR ACCT '
                       BKR-ACCT-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               ADD 1 TO WS-CASES-ERRORS
               GO TO 2200-RESTORE-ONE-ACCOUNT-EXIT
           END-IF

           IF HOST-OTHER-CASE-COUNT > 0
               PERFORM 2500-MARK-RESTORED
                  THRU 2500-MARK-RESTORED-EXIT
               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-CASES-RESTORED
                   MOVE 'DISMISSAL NOTED' TO WS-RPT-ACTION
                   MOVE 'ANOTHER OPEN CASE COVERS THE ACCOUNT - STAY REM
      -                 'AINS IN FORCE' TO WS-RPT-DETAIL
                   PERFORM 7000-WRITE-REPORT-LINE
               END-IF
               GO TO 2200-RESTORE-ONE-ACCOUNT-EXIT
           END-IF

      *    Each card's move is journaled on ACCTHIST before the flip
           EXEC SQL
               INSERT INTO ACCTHIST
               (AHS_LOG_ID, AHS_ACCT_ID, AHS_FIELD_NAME,
                AHS_OLD_VALUE, AHS_NEW_VALUE, AHS_USER_ID,
                AHS_CHANGE_TS)
               SELECT NEXT VALUE FOR AHS_LOG_ID_SEQ, CARD_ACCT_ID,
                      'CARD-STATUS', CARD_NUM CONCAT ' B',
                      CARD_NUM CONCAT ' Y', :WS-PGMNAME,
                      CURRENT TIMESTAMP
               FROM CARDDAT
               WHERE CARD_ACCT_ID = :BKR-ACCT-ID
               AND   CARD_ACTIVE_STATUS = 'B'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR JOURNALING CARDS FOR ACCT '
                       BKR-ACCT-ID ' - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CASES-ERRORS
               GO TO 2200-RESTORE-ONE-ACCOUNT-EXIT
           END-IF

           MOVE ZEROS TO HOST-ROW-COUNT
           EXEC SQL
               UPDATE CARDDAT
               SET CARD_ACTIVE_STATUS = 'Y'
               WHERE CARD_ACCT_ID = :BKR-ACCT-ID
               AND   CARD_ACTIVE_STATUS = 'B'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO HOST-ROW-COUNT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR RESTORING CARDS FOR ACCT '
                           BKR-ACCT-ID ' - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-CASES-ERRORS
                   GO TO 2200-RESTORE-ONE-ACCOUNT-EXIT
           END-EVALUATE

           MOVE ZEROS TO HOST-DLQ-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-DLQ-COUNT
               FROM DELINQ
               WHERE DLQ_ACCT_ID = :BKR-ACCT-ID
               AND   DLQ_BUCKET > '0'
           END-EXEC

           IF SQLCODE = 0 AND HOST-DLQ-COUNT > 0
               EXEC SQL
                   UPDATE COLLWQ
                   SET COL_STATUS = 'Q',
                       COL_COLLECTOR_ID = ' ',
                       COL_QUEUED_DATE = :HOST-TODAY-DATE,
                       COL_LAST_ACTION_TS = :WS-EVENT-TS
                   WHERE COL_ACCT_ID = :BKR-ACCT-ID
                   AND   COL_STATUS = 'B'
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-ACCTS-REQUEUED
               END-IF
           ELSE
               EXEC SQL
                   UPDATE COLLWQ
                   SET COL_STATUS = 'C',
                       COL_LAST_ACTION_TS = :WS-EVENT-TS
                   WHERE COL_ACCT_ID = :BKR-ACCT-ID
                   AND   COL_STATUS = 'B'
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR RELEASING COLLWQ FOR ACCT '
                       BKR-ACCT-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CASES-ERRORS
               GO TO 2200-RESTORE-ONE-ACCOUNT-EXIT
           END-IF

           PERFORM 2500-MARK-RESTORED
              THRU 2500-MARK-RESTORED-EXIT
           IF SQLCODE NOT = 0
               GO TO 2200-RESTORE-ONE-ACCOUNT-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           ADD 1 TO WS-CASES-RESTORED
           ADD HOST-ROW-COUNT TO WS-CARDS-RESTORED
           MOVE 'SERVICING RESTORED' TO WS-RPT-ACTION
           MOVE HOST-ROW-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-RPT-DETAIL
           IF HOST-DLQ-COUNT > 0
               STRING 'DISMISSED ' BKR-DISPOSITION-DATE
                      ' - CARDS REACTIVATED ' WS-COUNT-EDIT
                      ', REQUEUED FOR COLLECTION'
                 DELIMITED BY SIZE
                 INTO WS-RPT-DETAIL
           ELSE
               STRING 'DISMISSED ' BKR-DISPOSITION-DATE
                      ' - CARDS REACTIVATED ' WS-COUNT-EDIT
                 DELIMITED BY SIZE
                 INTO WS-RPT-DETAIL
           END-IF
           PERFORM 7000-WRITE-REPORT-LINE.
       2200-RESTORE-ONE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                     2500-MARK-RESTORED
      * Shares the caller's unit of work; rolls back and counts the
      * error itself when the update fails.
      *----------------------------------------------------------------*
       2500-MARK-RESTORED.

           EXEC SQL
               UPDATE BANKRPT
               SET BKR_STATUS = 'R',
                   BKR_STATUS_TS = :WS-EVENT-TS
               WHERE BKR_ACCT_ID = :BKR-ACCT-ID
               AND   BKR_CASE_NUM = :BKR-CASE-NUM
               AND   BKR_STATUS = 'X'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR UPDATING BANKRPT FOR ACCT '
                       BKR-ACCT-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CASES-ERRORS
           END-IF.
       2500-MARK-RESTORED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    3000-CLOSE-DISCHARGED
      * A discharged balance is charged off by CBACT25A ahead of this
      * step. Once the account shows closed (or carries no balance to
      * charge off) the case is done: the held cards are closed, the
      * pulled queue row is closed, and the case goes to C. A
      * discharged account still open with a balance is listed - the
      * charge-off did not happen and the recovery desk must look.
      *----------------------------------------------------------------*
       3000-CLOSE-DISCHARGED.

           SET DSC-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-BKR-DISCHARGED CURSOR WITH HOLD FOR
               SELECT B.BKR_ACCT_ID, B.BKR_CASE_NUM, B.BKR_CHAPTER,
                      B.BKR_DISPOSITION_DATE,
                      A.ACCT_ACTIVE_STATUS, A.ACCT_CURR_BAL
               FROM BANKRPT B, ACCTDAT A
               WHERE B.BKR_STATUS = 'D'
               AND   A.ACCT_ID = B.BKR_ACCT_ID
               ORDER BY B.BKR_ACCT_ID, B.BKR_CASE_NUM
           END-EXEC

           EXEC SQL
               OPEN CUR-BKR-DISCHARGED
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-BKR-DISCHARGED - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-CASES-ERRORS
               SET DSC-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 3100-FETCH-DISCHARGED
               UNTIL DSC-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-BKR-DISCHARGED
           END-EXEC.

      *----------------------------------------------------------------*
      *                    3100-FETCH-DISCHARGED
      *----------------------------------------------------------------*
       3100-FETCH-DISCHARGED.

           EXEC SQL
               FETCH CUR-BKR-DISCHARGED
               INTO :BKR-ACCT-ID, :BKR-CASE-NUM, :BKR-CHAPTER,
                    :BKR-DISPOSITION-DATE,
                    :HOST-ACCT-ACTIVE-STATUS, :HOST-ACCT-CURR-BAL
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CASES-READ
                   PERFORM 3200-CLOSE-ONE-ACCOUNT
                      THRU 3200-CLOSE-ONE-ACCOUNT-EXIT
               WHEN 100
                   SET DSC-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-BKR-DISCHARGED - '
                           'SQLCODE: ' WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-CASES-ERRORS
                   SET DSC-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   3200-CLOSE-ONE-ACCOUNT
      *----------------------------------------------------------------*
       3200-CLOSE-ONE-ACCOUNT.

           IF HOST-ACCT-ACTIVE-STATUS = 'Y'
              AND HOST-ACCT-CURR-BAL > 0
               ADD 1 TO WS-CASES-AWAITING
               MOVE 'AWAITING CHARGE-OFF' TO WS-RPT-ACTION
               MOVE HOST-ACCT-CURR-BAL TO WS-AMT-EDIT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING 'DISCHARGED ' BKR-DISPOSITION-DATE
                      ' - BALANCE ' WS-AMT-EDIT
                      ' NOT YET CHARGED OFF'
                 DELIMITED BY SIZE
                 INTO WS-RPT-DETAIL
               PERFORM 7000-WRITE-REPORT-LINE
               GO TO 3200-CLOSE-ONE-ACCOUNT-EXIT
           END-IF

      *    Each card's move is journaled on ACCTHIST before the flip
           EXEC SQL
               INSERT INTO ACCTHIST
               (AHS_LOG_ID, AHS_ACCT_ID, AHS_FIELD_NAME,
                AHS_OLD_VALUE, AHS_NEW_VALUE, AHS_USER_ID,
                AHS_CHANGE_TS)
               SELECT NEXT VALUE FOR AHS_LOG_ID_SEQ, CARD_ACCT_ID,
                      'CARD-STATUS', CARD_NUM CONCAT ' B',
                      CARD_NUM CONCAT ' N', :WS-PGMNAME,
                      CURRENT TIMESTAMP
               FROM CARDDAT
               WHERE CARD_ACCT_ID = :BKR-ACCT-ID
               AND   CARD_ACTIVE_STATUS = 'B'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR JOURNALING CARDS FOR ACCT '
                       BKR-ACCT-ID ' - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CASES-ERRORS
               GO TO 3200-CLOSE-ONE-ACCOUNT-EXIT
           END-IF

           MOVE ZEROS TO HOST-ROW-COUNT
           EXEC SQL
               UPDATE CARDDAT
               SET CARD_ACTIVE_STATUS = 'N'
               WHERE CARD_ACCT_ID = :BKR-ACCT-ID
               AND   CARD_ACTIVE_STATUS = 'B'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO HOST-ROW-COUNT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR CLOSING CARDS FOR ACCT '
                           BKR-ACCT-ID ' - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-CASES-ERRORS
                   GO TO 3200-CLOSE-ONE-ACCOUNT-EXIT
           END-EVALUATE

           EXEC SQL
               UPDATE COLLWQ
               SET COL_STATUS = 'C',
                   COL_LAST_ACTION_TS = :WS-EVENT-TS
               WHERE COL_ACCT_ID = :BKR-ACCT-ID
               AND   COL_STATUS = 'B'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR CLOSING COLLWQ FOR ACCT '
                       BKR-ACCT-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CASES-ERRORS
               GO TO 3200-CLOSE-ONE-ACCOUNT-EXIT
           END-IF

           EXEC SQL
               UPDATE BANKRPT
               SET BKR_STATUS = 'C',
                   BKR_STATUS_TS = :WS-EVENT-TS
               WHERE BKR_ACCT_ID = :BKR-ACCT-ID
               AND   BKR_CASE_NUM = :BKR-CASE-NUM
               AND   BKR_STATUS = 'D'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR UPDATING BANKRPT FOR ACCT '
                       BKR-ACCT-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CASES-ERRORS
               GO TO 3200-CLOSE-ONE-ACCOUNT-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           ADD 1 TO WS-CASES-CLOSED
           ADD HOST-ROW-COUNT TO WS-CARDS-CLOSED
           MOVE 'CASE CLOSED' TO WS-RPT-ACTION
           MOVE HOST-ROW-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING 'DISCHARGED ' BKR-DISPOSITION-DATE
                  ' - CHARGED OFF, CARDS CLOSED ' WS-COUNT-EDIT
             DELIMITED BY SIZE
             INTO WS-RPT-DETAIL
           PERFORM 7000-WRITE-REPORT-LINE.
       3200-CLOSE-ONE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   4000-REVIEW-OPEN-CASES
      * Open filings with no disposition recorded past the follow-up
      * period for their chapter - the desk should check the court
      * docket for a discharge or dismissal that was never keyed.
      *----------------------------------------------------------------*
       4000-REVIEW-OPEN-CASES.

           SET OPN-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-BKR-OPEN CURSOR FOR
               SELECT BKR_ACCT_ID, BKR_CASE_NUM, BKR_CHAPTER,
                      BKR_FILING_DATE
               FROM BANKRPT
               WHERE BKR_STATUS = 'F'
               ORDER BY BKR_FILING_DATE, BKR_ACCT_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-BKR-OPEN
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-BKR-OPEN - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-CASES-ERRORS
               SET OPN-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 4100-FETCH-OPEN-CASE
               UNTIL OPN-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-BKR-OPEN
           END-EXEC.

      *----------------------------------------------------------------*
      *                    4100-FETCH-OPEN-CASE
      *----------------------------------------------------------------*
       4100-FETCH-OPEN-CASE.

           EXEC SQL
               FETCH CUR-BKR-OPEN
               INTO :BKR-ACCT-ID, :BKR-CASE-NUM, :BKR-CHAPTER,
                    :BKR-FILING-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CASES-READ
                   PERFORM 4200-CHECK-ONE-CASE
               WHEN 100
                   SET OPN-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-BKR-OPEN - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-CASES-ERRORS
                   SET OPN-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    4200-CHECK-ONE-CASE
      *----------------------------------------------------------------*
       4200-CHECK-ONE-CASE.

           IF BKR-CHAPTER-7
               MOVE WS-CH7-FOLLOWUP-DAYS TO WS-FOLLOWUP-DAYS
           ELSE
               MOVE WS-PLAN-FOLLOWUP-DAYS TO WS-FOLLOWUP-DAYS
           END-IF

           MOVE BKR-FILING-DATE(1:4) TO WS-FILING-YYYYMMDD(1:4)
           MOVE BKR-FILING-DATE(6:2) TO WS-FILING-YYYYMMDD(5:2)
           MOVE BKR-FILING-DATE(9:2) TO WS-FILING-YYYYMMDD(7:2)
           IF WS-FILING-YYYYMMDD NOT NUMERIC
               MOVE ZEROS TO WS-DAYS-OPEN
           ELSE
               COMPUTE WS-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(WS-CURR-YYYYMMDD)
                   - FUNCTION INTEGER-OF-DATE(WS-FILING-YYYYMMDD)
           END-IF

           IF WS-DAYS-OPEN > WS-FOLLOWUP-DAYS
               ADD 1 TO WS-CASES-FOLLOWUP
               MOVE 'FOLLOW-UP DUE' TO WS-RPT-ACTION
               MOVE WS-DAYS-OPEN TO WS-DAYS-EDIT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING 'FILED ' BKR-FILING-DATE ' - OPEN '
                      WS-DAYS-EDIT ' DAYS, NO DISPOSITION RECORDED'
                 DELIMITED BY SIZE
                 INTO WS-RPT-DETAIL
               PERFORM 7000-WRITE-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                   7000-WRITE-REPORT-LINE
      *----------------------------------------------------------------*
       7000-WRITE-REPORT-LINE.

           MOVE BKR-ACCT-ID TO WS-ACCT-ID-EDIT
           MOVE SPACES TO BKR-RPT-LINE
           STRING WS-ACCT-ID-EDIT '  ' BKR-CASE-NUM ' '
                  BKR-CHAPTER ' ' WS-RPT-ACTION ' ' WS-RPT-DETAIL
             DELIMITED BY SIZE
             INTO BKR-RPT-LINE
           WRITE BKR-RPT-LINE.

      *----------------------------------------------------------------*
      *                      5000-FINALIZE
      *----------------------------------------------------------------*
       5000-FINALIZE.

           CLOSE BKR-RPT-FILE

           DISPLAY 'CASE ROWS PROCESSED....: ' WS-CASES-READ
           DISPLAY 'DISMISSALS RESTORED....: ' WS-CASES-RESTORED
           DISPLAY 'CARDS REACTIVATED......: ' WS-CARDS-RESTORED
           DISPLAY 'ACCOUNTS REQUEUED......: ' WS-ACCTS-REQUEUED
           DISPLAY 'DISCHARGES CLOSED......: ' WS-CASES-CLOSED
           DISPLAY 'CARDS CLOSED...........: ' WS-CARDS-CLOSED
           DISPLAY 'AWAITING CHARGE-OFF....: ' WS-CASES-AWAITING
           DISPLAY 'OPEN CASES FOR FOLLOW-UP: ' WS-CASES-FOLLOWUP
           DISPLAY 'PROCESSING ERRORS......: ' WS-CASES-ERRORS

           IF WS-CASES-ERRORS > 0 OR WS-CASES-AWAITING > 0
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
