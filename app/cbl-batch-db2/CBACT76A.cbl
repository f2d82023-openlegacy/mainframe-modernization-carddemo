      *****************************************************************
      * Program     : CBACT76A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Batch posting backout. Reverses every posting
      *               one batch job made for one business date - the
      *               job and date come from the BKOTPARM card - so a
      *               bad run (interest priced from a bad RATEGRP row,
      *               a doubled autopay draft, a corrupt lockbox file)
      *               can be taken off the books and rerun clean:
      *               (1) every POSTJRNL change the run made is undone
      *               - the balance, cycle totals and allocation
      *               buckets are put back by exactly what the posting
      *               moved them - and the TRANSACT row it belongs to
      *               gets an offsetting row (negated amount, source
      *               BACKOUT, TRAN_REVERSAL_ID naming the original);
      *               rewards points CBACT22A already accrued on the
      *               original are taken back;
      *               (2) any stamped TRANSACT row left without a
      *               journal row gets a ledger-only offset and is
      *               listed for review;
      *               (3) with nothing left to reverse, the run's
      *               INTCALC detail (CBACT01A) and RUNTOTALS row are
      *               removed and its JOBRUN row is marked Backed out,
      *               so the corrected rerun is not refused.
      *               The BKORPT control report carries the before
      *               and after figures; the backout runs and totals
      *               under 'BK' + the job suffix for the target date
      *               (CBACT01A backs out as BKACT01A), the stamp its
      *               offsets carry and the RUNTOTALS row CBACT20A
      *               proves. Rerunnable: a journal row or TRANSACT
      *               row already reversed is never reversed again.
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
      * 2026-10-15 - New batch job: backout of one batch job's
      *              postings for one business date
      * 2026-10-15 - Each TRANSACT posting also added to its monthly
      *              TRANSUM summary row (CSUTLWPL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT76A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKO-PARM-FILE ASSIGN TO BKOTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT BKO-RPT-FILE ASSIGN TO BKORPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD BKO-PARM-FILE
           RECORDING MODE IS F.
       01 BKO-PARM-RECORD.
          05 PARM-JOB-NAME              PIC X(08).
          05 FILLER                     PIC X(01).
          05 PARM-JOB-DATE              PIC X(10).
          05 FILLER                     PIC X(01).
          05 PARM-REASON                PIC X(60).

       FD BKO-RPT-FILE
           RECORDING MODE IS F.
       01 BKO-RPT-LINE                   PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBACT76A'.
         05 WS-SQLCODE-DISPLAY         PIC 9(05) VALUE ZEROS.
         05 WS-PARM-FILE-STATUS        PIC X(02) VALUE '00'.
         05 WS-RPT-FILE-STATUS         PIC X(02) VALUE '00'.

      * Offsets post under the job's own transaction type; only the
      * source tells them apart from ordinary activity.
       01 WS-CONSTANTS.
         05 WS-BKO-TRAN-SOURCE         PIC X(10) VALUE 'BACKOUT'.
         05 WS-PURCHASE-TRAN-TYPE      PIC X(02) VALUE '01'.
         05 WS-INTCALC-JOB-NAME        PIC X(08) VALUE 'CBACT01A'.

      * Target run (from BKOTPARM) and this backout's own run key
       01 WS-TARGET-FIELDS.
         05 WS-TARGET-JOB-NAME         PIC X(08).
         05 WS-TARGET-JOB-DATE         PIC X(10).
         05 WS-BKO-JOB-NAME            PIC X(08).
         05 WS-BKO-REASON              PIC X(60).

       01 WS-PARM-FLAG                 PIC X(01) VALUE 'N'.
         88 PARM-VALID                            VALUE 'Y'.
         88 PARM-INVALID                          VALUE 'N'.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-JRNL-READ               PIC 9(07) VALUE ZEROS.
         05 WS-JRNL-REVERSED           PIC 9(07) VALUE ZEROS.
         05 WS-LEDGER-READ             PIC 9(07) VALUE ZEROS.
         05 WS-LEDGER-ONLY             PIC 9(07) VALUE ZEROS.
         05 WS-OFFSETS-PRIOR           PIC 9(07) VALUE ZEROS.
         05 WS-OFFSETS-WRITTEN         PIC 9(07) VALUE ZEROS.
         05 WS-POINTS-REVERSED         PIC S9(11) VALUE ZEROS.
         05 WS-INTCALC-REMOVED         PIC 9(07) VALUE ZEROS.
         05 WS-BKO-ERRORS              PIC 9(07) VALUE ZEROS.
         05 WS-OFFSET-AMT              PIC S9(13)V99 VALUE ZEROS.

      * Control figures - before the backout and after it
       01 WS-CONTROL-FIGURES.
         05 WS-RTOT-FOUND-FLAG         PIC X(01) VALUE 'N'.
           88 ORIG-RTOT-FOUND                     VALUE 'Y'.
           88 ORIG-RTOT-NOT-FOUND                 VALUE 'N'.
         05 WS-ORIG-RECS-READ          PIC S9(09) COMP-3.
         05 WS-ORIG-RECS-POSTED        PIC S9(09) COMP-3.
         05 WS-ORIG-RECS-REJECTED      PIC S9(09) COMP-3.
         05 WS-ORIG-TOTAL-AMT          PIC S9(13)V99 COMP-3.
         05 WS-JOBRUN-STATUS-BEFORE    PIC X(01).
         05 WS-LIVE-COUNT              PIC S9(09) COMP-3.
         05 WS-LIVE-AMT                PIC S9(13)V99 COMP-3.
         05 WS-OPEN-JRNL-COUNT         PIC S9(09) COMP-3.
         05 WS-OPEN-DELTAS.
           10 WS-OPEN-CURR-BAL         PIC S9(13)V99 COMP-3.
           10 WS-OPEN-CYC-CREDIT       PIC S9(13)V99 COMP-3.
           10 WS-OPEN-CYC-DEBIT        PIC S9(13)V99 COMP-3.
           10 WS-OPEN-CASH-BAL         PIC S9(13)V99 COMP-3.
           10 WS-OPEN-INTEREST         PIC S9(13)V99 COMP-3.
           10 WS-OPEN-FEES             PIC S9(13)V99 COMP-3.
           10 WS-OPEN-PURCHASES        PIC S9(13)V99 COMP-3.
         05 WS-REVERSED-ORIG-AMT       PIC S9(13)V99 COMP-3.
         05 WS-NET-AMT                 PIC S9(13)V99 COMP-3.
         05 WS-INTCALC-COUNT           PIC S9(09) COMP-3.

       01 WS-WORK-FIELDS.
         05 WS-TRAN-ID-N               PIC 9(16).
         05 WS-POINTS-N                PIC S9(09) COMP-3.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).
         05 WS-NOW-TS                  PIC X(26).
         05 WS-ITEM-STATUS             PIC X(24).
         05 WS-ACCT-ID-EDIT            PIC 9(11).
         05 WS-AMT-EDIT-1              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 WS-AMT-EDIT-2              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 WS-AMT-EDIT-3              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 WS-CNT-EDIT-1              PIC ZZZ,ZZZ,ZZ9.
         05 WS-CNT-EDIT-2              PIC ZZZ,ZZZ,ZZ9.
         05 WS-CNT-EDIT-3              PIC ZZZ,ZZZ,ZZ9.
         05 WS-PTS-EDIT                PIC -ZZZ,ZZZ,ZZZ,ZZ9.

       01 WS-ITEM-FLAG                 PIC X(01) VALUE 'N'.
         88 ITEM-ERR-ON                           VALUE 'Y'.
         88 ITEM-ERR-OFF                          VALUE 'N'.

       01 WS-OFFSET-FLAG               PIC X(01) VALUE 'N'.
         88 OFFSET-WRITTEN                        VALUE 'Y'.
         88 OFFSET-NOT-WRITTEN                    VALUE 'N'.

       01 WS-END-OF-CURSOR-FLAG        PIC X(01) VALUE 'N'.
         88 BKO-CURSOR-EOF                        VALUE 'Y'.
         88 BKO-CURSOR-NOT-EOF                    VALUE 'N'.

      * Run control - see CSUTLJPL for the shared logic. Keyed by
      * the backout name and the TARGET run's date, so a run can be
      * backed out once and an abended backout restarts.
       01 WS-JOBRUN-FIELDS.
       COPY CSUTLJWY.

      * Business processing date - see CSUTLBPL.
       01 WS-BIZDT-FIELDS.
       COPY CSUTLBWY.

      * Durable run totals - see CSUTLTPL; the backout's own row
      * is what CBACT20A proves the offsets against.
       01 WS-RTOT-FIELDS.
       COPY CSUTLTWY.

      * Transaction summary - see CSUTLWPL; every TRANSACT row
      * posted here is added to its monthly TRANSUM row in the
      * same unit of work.
       01 WS-TSUM-FIELDS.
       COPY CSUTLWWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01 HOST-TARGET-JOB-NAME          PIC X(08).
       01 HOST-TARGET-JOB-DATE          PIC X(10).
       01 HOST-BKO-JOB-NAME             PIC X(08).
       01 HOST-RWD-HIGH-WATER           PIC X(21).
       01 HOST-TRAN-ID-SEQ              PIC S9(18) COMP-3.
       01 HOST-RATE-POINTS-PER-DOLLAR   PIC S9(03)V99 COMP-3.
       01 HOST-POINTS                   PIC S9(09) COMP-3.

      * Host variables - one journaled balance change
       COPY CVPJR01Y.

      * Host variables - the account as it stands
       01 HOST-ACCT-BALANCES.
         05 HOST-ACCT-ID                PIC S9(11) COMP-3.
         05 HOST-ACCT-CURR-BAL          PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-BAL-AFTER         PIC S9(10)V99 COMP-3.

      * Host variables - original TRANSACT row and its offset
       01 HOST-ORIG-TRAN.
         05 HOST-ORIG-TRAN-ID           PIC X(16).
         05 HOST-ORIG-TYPE-CD           PIC X(02).
         05 HOST-ORIG-CAT-CD            PIC S9(04) COMP.
         05 HOST-ORIG-AMT               PIC S9(10)V99 COMP-3.
         05 HOST-ORIG-CARD-NUM          PIC X(16).
         05 HOST-ORIG-MERCHANT-ID       PIC S9(09) COMP.
         05 HOST-ORIG-MERCH-NAME        PIC X(50).
         05 HOST-ORIG-MERCH-CITY        PIC X(50).
         05 HOST-ORIG-MERCH-ZIP         PIC X(10).
         05 HOST-ORIG-CURR-CD           PIC X(03).
         05 HOST-ORIG-CURR-AMT          PIC S9(10)V99 COMP-3.
         05 HOST-ORIG-MCC-CD            PIC S9(04) COMP.

       01 HOST-OFFSET-TRAN.
         05 HOST-OFS-TRAN-ID            PIC X(16).
         05 HOST-OFS-DESC               PIC X(50).
         05 HOST-OFS-AMT                PIC S9(10)V99 COMP-3.
         05 HOST-OFS-CURR-AMT           PIC S9(10)V99 COMP-3.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT76A - BATCH POSTING BACKOUT STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           PERFORM 1100-READ-BACKOUT-PARM
              THRU 1100-READ-BACKOUT-PARM-EXIT
           IF PARM-INVALID
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-BKO-JOB-NAME TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-TARGET-JOB-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BEFORE-FIGURES
           PERFORM 3000-REVERSE-JOURNAL
           PERFORM 3500-REVERSE-LEDGER-ONLY
           PERFORM 4000-UNWIND-RUN
              THRU 4000-UNWIND-RUN-EXIT
           PERFORM 5000-AFTER-FIGURES
           PERFORM 9000-FINALIZE
           MOVE WS-BKO-JOB-NAME TO WS-RTOT-JOB-NAME
           MOVE WS-TARGET-JOB-DATE TO WS-RTOT-RUN-DATE
           COMPUTE WS-RTOT-RECS-READ = WS-JRNL-READ + WS-LEDGER-READ
           COMPUTE WS-RTOT-RECS-POSTED =
               WS-OFFSETS-PRIOR + WS-OFFSETS-WRITTEN
           MOVE WS-BKO-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE WS-OFFSET-AMT TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           IF WS-BKO-ERRORS = 0
               PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           END-IF
           DISPLAY 'CBACT76A - BATCH POSTING BACKOUT ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      * Offsets an earlier, abended attempt already committed are
      * counted in from the start, so the run totals always cover
      * every offset this backout has written.
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-JRNL-READ
           MOVE ZEROS TO WS-JRNL-REVERSED
           MOVE ZEROS TO WS-LEDGER-READ
           MOVE ZEROS TO WS-LEDGER-ONLY
           MOVE ZEROS TO WS-OFFSETS-PRIOR
           MOVE ZEROS TO WS-OFFSETS-WRITTEN
           MOVE ZEROS TO WS-POINTS-REVERSED
           MOVE ZEROS TO WS-INTCALC-REMOVED
           MOVE ZEROS TO WS-BKO-ERRORS
           MOVE ZEROS TO WS-OFFSET-AMT

           MOVE WS-TARGET-JOB-NAME TO HOST-TARGET-JOB-NAME
           MOVE WS-TARGET-JOB-DATE TO HOST-TARGET-JOB-DATE
           MOVE WS-BKO-JOB-NAME TO HOST-BKO-JOB-NAME

           PERFORM 1200-SET-TIMESTAMP

           OPEN OUTPUT BKO-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BKO-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               ADD 1 TO WS-BKO-ERRORS
           END-IF

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(TRAN_AMT), 0)
               INTO :WS-LIVE-COUNT, :WS-OFFSET-AMT
               FROM TRANSACT
               WHERE TRAN_JOB_NAME = :HOST-BKO-JOB-NAME
               AND   TRAN_JOB_DATE = :HOST-TARGET-JOB-DATE
           END-EXEC

           IF SQLCODE = 0
               MOVE WS-LIVE-COUNT TO WS-OFFSETS-PRIOR
           ELSE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR READING PRIOR OFFSETS - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-BKO-ERRORS
               MOVE ZEROS TO WS-OFFSET-AMT
           END-IF

      *    Rewards accrual position - a purchase at or below it has
      *    already earned its points.
           MOVE LOW-VALUES TO HOST-RWD-HIGH-WATER
           EXEC SQL
               SELECT LAST_KEY
               INTO :HOST-RWD-HIGH-WATER
               FROM BATCH_CHECKPOINT
               WHERE JOB_NAME = 'CBACT22A'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE LOW-VALUES TO HOST-RWD-HIGH-WATER
           END-IF

           MOVE SPACES TO BKO-RPT-LINE
           STRING '=== BATCH POSTING BACKOUT - ' WS-TARGET-JOB-NAME
                  ' RUN OF ' WS-TARGET-JOB-DATE ' AS '
                  WS-BKO-JOB-NAME ' - BUSINESS DATE ' WS-BIZDT-DATE
                  ' ==='
             DELIMITED BY SIZE
             INTO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           MOVE SPACES TO BKO-RPT-LINE
           STRING 'REASON: ' WS-BKO-REASON
             DELIMITED BY SIZE
             INTO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           IF WS-OFFSETS-PRIOR > 0
               MOVE WS-OFFSETS-PRIOR TO WS-CNT-EDIT-1
               MOVE SPACES TO BKO-RPT-LINE
               STRING 'RESTART - OFFSETS ALREADY WRITTEN BY AN '
                      'EARLIER ATTEMPT: ' WS-CNT-EDIT-1
                 DELIMITED BY SIZE
                 INTO BKO-RPT-LINE
               WRITE BKO-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                   1100-READ-BACKOUT-PARM
      * One BKOTPARM card: the job name (cols 1-8), the business
      * date of the run to back out (cols 10-19, YYYY-MM-DD) and a
      * free-text reason (cols 21-80). Only a CBACTnnA posting job
      * can be named - never a backout itself.
      *----------------------------------------------------------------*
       1100-READ-BACKOUT-PARM.

           SET PARM-INVALID TO TRUE

           OPEN INPUT BKO-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'CBACT76A - NO BKOTPARM CARD - STATUS: '
                       WS-PARM-FILE-STATUS
               GO TO 1100-READ-BACKOUT-PARM-EXIT
           END-IF

           READ BKO-PARM-FILE
               AT END
                   DISPLAY 'CBACT76A - BKOTPARM IS EMPTY'
                   CLOSE BKO-PARM-FILE
                   GO TO 1100-READ-BACKOUT-PARM-EXIT
           END-READ
           CLOSE BKO-PARM-FILE

           IF PARM-JOB-NAME(1:5) NOT = 'CBACT'
              OR PARM-JOB-NAME = WS-PGMNAME
              OR PARM-JOB-DATE(5:1) NOT = '-'
              OR PARM-JOB-DATE(8:1) NOT = '-'
              OR PARM-JOB-DATE(1:4) IS NOT NUMERIC
              OR PARM-JOB-DATE(6:2) IS NOT NUMERIC
              OR PARM-JOB-DATE(9:2) IS NOT NUMERIC
               DISPLAY 'CBACT76A - INVALID BKOTPARM CARD: '
                       BKO-PARM-RECORD
               GO TO 1100-READ-BACKOUT-PARM-EXIT
           END-IF

           IF PARM-JOB-DATE > WS-BIZDT-DATE
               DISPLAY 'CBACT76A - ' PARM-JOB-DATE
                       ' IS AFTER THE BUSINESS DATE - REFUSED'
               GO TO 1100-READ-BACKOUT-PARM-EXIT
           END-IF

           MOVE PARM-JOB-NAME TO WS-TARGET-JOB-NAME
           MOVE PARM-JOB-DATE TO WS-TARGET-JOB-DATE
           MOVE PARM-REASON TO WS-BKO-REASON
           MOVE SPACES TO WS-BKO-JOB-NAME
           STRING 'BK' PARM-JOB-NAME(3:6)
             DELIMITED BY SIZE
             INTO WS-BKO-JOB-NAME
           SET PARM-VALID TO TRUE
           DISPLAY 'BACKING OUT ' WS-TARGET-JOB-NAME ' RUN OF '
                   WS-TARGET-JOB-DATE ' AS ' WS-BKO-JOB-NAME.
       1100-READ-BACKOUT-PARM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      1200-SET-TIMESTAMP
      *----------------------------------------------------------------*
       1200-SET-TIMESTAMP.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
             DELIMITED BY SIZE
             INTO WS-NOW-TS.

      *----------------------------------------------------------------*
      *                    2000-BEFORE-FIGURES
      * What the run left on the books: its RUNTOTALS row and JOBRUN
      * status, the stamped TRANSACT rows still live, and the sum of
      * the balance changes still journaled against it.
      *----------------------------------------------------------------*
       2000-BEFORE-FIGURES.

           MOVE SPACES TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           MOVE '--- BEFORE BACKOUT ---' TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE

           SET ORIG-RTOT-NOT-FOUND TO TRUE
           EXEC SQL
               SELECT RECS_READ, RECS_POSTED, RECS_REJECTED,
                      TOTAL_AMOUNT
               INTO :WS-ORIG-RECS-READ, :WS-ORIG-RECS-POSTED,
                    :WS-ORIG-RECS-REJECTED, :WS-ORIG-TOTAL-AMT
               FROM RUNTOTALS
               WHERE JOB_NAME = :HOST-TARGET-JOB-NAME
               AND   RUN_DATE = :HOST-TARGET-JOB-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET ORIG-RTOT-FOUND TO TRUE
                   MOVE WS-ORIG-RECS-READ TO WS-CNT-EDIT-1
                   MOVE WS-ORIG-RECS-POSTED TO WS-CNT-EDIT-2
                   MOVE WS-ORIG-RECS-REJECTED TO WS-CNT-EDIT-3
                   MOVE WS-ORIG-TOTAL-AMT TO WS-AMT-EDIT-1
                   MOVE SPACES TO BKO-RPT-LINE
                   STRING 'RUN TOTALS.........: READ ' WS-CNT-EDIT-1
                          '  POSTED ' WS-CNT-EDIT-2
                          '  REJECTED ' WS-CNT-EDIT-3
                          '  AMOUNT ' WS-AMT-EDIT-1
                     DELIMITED BY SIZE
                     INTO BKO-RPT-LINE
               WHEN 100
                   MOVE SPACES TO BKO-RPT-LINE
                   MOVE 'RUN TOTALS.........: NO RUNTOTALS ROW'
                     TO BKO-RPT-LINE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING RUNTOTALS - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-BKO-ERRORS
                   MOVE SPACES TO BKO-RPT-LINE
                   MOVE 'RUN TOTALS.........: UNREADABLE'
                     TO BKO-RPT-LINE
           END-EVALUATE
           WRITE BKO-RPT-LINE

           MOVE SPACES TO WS-JOBRUN-STATUS-BEFORE
           EXEC SQL
               SELECT RUN_STATUS
               INTO :WS-JOBRUN-STATUS-BEFORE
               FROM JOBRUN
               WHERE JOB_NAME = :HOST-TARGET-JOB-NAME
               AND   RUN_DATE = :HOST-TARGET-JOB-DATE
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE '-' TO WS-JOBRUN-STATUS-BEFORE
           END-IF
           MOVE SPACES TO BKO-RPT-LINE
           STRING 'JOBRUN STATUS......: ' WS-JOBRUN-STATUS-BEFORE
             DELIMITED BY SIZE
             INTO BKO-RPT-LINE
           WRITE BKO-RPT-LINE

           PERFORM 2100-COUNT-LIVE-POSTINGS
           PERFORM 2200-SUM-OPEN-JOURNAL
           PERFORM 2300-WRITE-JOURNAL-FIGURES

           MOVE SPACES TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           MOVE '--- REVERSALS ---' TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           MOVE SPACES TO BKO-RPT-LINE
           STRING 'ACCOUNT      POSTED TRAN ID    OFFSET TRAN ID    '
                  '        POSTED AMT      BALANCE BEFORE'
                  '       BALANCE AFTER  STATUS'
             DELIMITED BY SIZE
             INTO BKO-RPT-LINE
           WRITE BKO-RPT-LINE.

      *----------------------------------------------------------------*
      *                  2100-COUNT-LIVE-POSTINGS
      * Stamped rows of the run that no offset names yet.
      *----------------------------------------------------------------*
       2100-COUNT-LIVE-POSTINGS.

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(T.TRAN_AMT), 0)
               INTO :WS-LIVE-COUNT, :WS-LIVE-AMT
               FROM TRANSACT T
               WHERE T.TRAN_JOB_NAME = :HOST-TARGET-JOB-NAME
               AND   T.TRAN_JOB_DATE = :HOST-TARGET-JOB-DATE
               AND   NOT EXISTS
                     (SELECT 1 FROM TRANSACT B
                      WHERE B.TRAN_REVERSAL_ID = T.TRAN_ID)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR COUNTING LIVE POSTINGS - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-BKO-ERRORS
               MOVE ZEROS TO WS-LIVE-COUNT
               MOVE ZEROS TO WS-LIVE-AMT
           END-IF

           MOVE WS-LIVE-COUNT TO WS-CNT-EDIT-1
           MOVE WS-LIVE-AMT TO WS-AMT-EDIT-1
           MOVE SPACES TO BKO-RPT-LINE
           STRING 'LIVE POSTINGS......: ' WS-CNT-EDIT-1
                  '  AMOUNT ' WS-AMT-EDIT-1
             DELIMITED BY SIZE
             INTO BKO-RPT-LINE
           WRITE BKO-RPT-LINE.

      *----------------------------------------------------------------*
      *                   2200-SUM-OPEN-JOURNAL
      * Journal rows of the run not yet backed out, and what they
      * moved, bucket by bucket.
      *----------------------------------------------------------------*
       2200-SUM-OPEN-JOURNAL.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(PJ_CURR_BAL_DELTA), 0),
                      COALESCE(SUM(PJ_CYC_CREDIT_DELTA), 0),
                      COALESCE(SUM(PJ_CYC_DEBIT_DELTA), 0),
                      COALESCE(SUM(PJ_CASH_BAL_DELTA), 0),
                      COALESCE(SUM(PJ_INTEREST_DELTA), 0),
                      COALESCE(SUM(PJ_FEES_DELTA), 0),
                      COALESCE(SUM(PJ_PURCHASES_DELTA), 0)
               INTO :WS-OPEN-JRNL-COUNT, :WS-OPEN-CURR-BAL,
                    :WS-OPEN-CYC-CREDIT, :WS-OPEN-CYC-DEBIT,
                    :WS-OPEN-CASH-BAL, :WS-OPEN-INTEREST,
                    :WS-OPEN-FEES, :WS-OPEN-PURCHASES
               FROM POSTJRNL
               WHERE PJ_JOB_NAME = :HOST-TARGET-JOB-NAME
               AND   PJ_JOB_DATE = :HOST-TARGET-JOB-DATE
               AND   PJ_BACKOUT_TS = ' '
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR SUMMING POSTJRNL - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-BKO-ERRORS
               MOVE ZEROS TO WS-OPEN-JRNL-COUNT
               INITIALIZE WS-OPEN-DELTAS
           END-IF.

      *----------------------------------------------------------------*
      *                 2300-WRITE-JOURNAL-FIGURES
      *----------------------------------------------------------------*
       2300-WRITE-JOURNAL-FIGURES.

           MOVE WS-OPEN-JRNL-COUNT TO WS-CNT-EDIT-1
           MOVE WS-OPEN-CURR-BAL TO WS-AMT-EDIT-1
           MOVE SPACES TO BKO-RPT-LINE
           STRING 'OPEN JOURNAL ROWS..: ' WS-CNT-EDIT-1
                  '  BALANCE MOVED ' WS-AMT-EDIT-1
             DELIMITED BY SIZE
             INTO BKO-RPT-LINE
           WRITE BKO-RPT-LINE

           MOVE WS-OPEN-CYC-CREDIT TO WS-AMT-EDIT-1
           MOVE WS-OPEN-CYC-DEBIT TO WS-AMT-EDIT-2
           MOVE SPACES TO BKO-RPT-LINE
           STRING '  CYCLE CREDIT     ' WS-AMT-EDIT-1
                  '  CYCLE DEBIT      ' WS-AMT-EDIT-2
             DELIMITED BY SIZE
             INTO BKO-RPT-LINE
           WRITE BKO-RPT-LINE

           MOVE WS-OPEN-FEES TO WS-AMT-EDIT-1
           MOVE WS-OPEN-INTEREST TO WS-AMT-EDIT-2
           MOVE SPACES TO BKO-RPT-LINE
           STRING '  FEES BUCKET      ' WS-AMT-EDIT-1
                  '  INTEREST BUCKET  ' WS-AMT-EDIT-2
             DELIMITED BY SIZE
             INTO BKO-RPT-LINE
           WRITE BKO-RPT-LINE

           MOVE WS-OPEN-CASH-BAL TO WS-AMT-EDIT-1
           MOVE WS-OPEN-PURCHASES TO WS-AMT-EDIT-2
           MOVE SPACES TO BKO-RPT-LINE
           STRING '  CASH BUCKET      ' WS-AMT-EDIT-1
                  '  PURCHASES BUCKET ' WS-AMT-EDIT-2
             DELIMITED BY SIZE
             INTO BKO-RPT-LINE
           WRITE BKO-RPT-LINE.

      *----------------------------------------------------------------*
      *                  3000-REVERSE-JOURNAL
      * Newest change first, each journal row one unit of work with
      * its TRANSACT offset and rewards take-back, so the cursor is
      * held across commits.
      *----------------------------------------------------------------*
       3000-REVERSE-JOURNAL.

           SET BKO-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-BKO-JRNL CURSOR WITH HOLD FOR
               SELECT PJ_SEQ, PJ_ACCT_ID, PJ_TRAN_ID,
                      PJ_CURR_BAL_DELTA, PJ_CYC_CREDIT_DELTA,
                      PJ_CYC_DEBIT_DELTA, PJ_CASH_BAL_DELTA,
                      PJ_INTEREST_DELTA, PJ_FEES_DELTA,
                      PJ_PURCHASES_DELTA
               FROM POSTJRNL
               WHERE PJ_JOB_NAME = :HOST-TARGET-JOB-NAME
               AND   PJ_JOB_DATE = :HOST-TARGET-JOB-DATE
               AND   PJ_BACKOUT_TS = ' '
               ORDER BY PJ_SEQ DESC
           END-EXEC

           EXEC SQL
               OPEN CUR-BKO-JRNL
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-BKO-JRNL - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-BKO-ERRORS
               SET BKO-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 3100-FETCH-JOURNAL-ROW
                   UNTIL BKO-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-BKO-JRNL
           END-EXEC.

      *----------------------------------------------------------------*
      *                  3100-FETCH-JOURNAL-ROW
      *----------------------------------------------------------------*
       3100-FETCH-JOURNAL-ROW.

           EXEC SQL
               FETCH CUR-BKO-JRNL
               INTO :PJ-SEQ, :PJ-ACCT-ID, :PJ-TRAN-ID,
                    :PJ-CURR-BAL-DELTA, :PJ-CYC-CREDIT-DELTA,
                    :PJ-CYC-DEBIT-DELTA, :PJ-CASH-BAL-DELTA,
                    :PJ-INTEREST-DELTA, :PJ-FEES-DELTA,
                    :PJ-PURCHASES-DELTA
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-JRNL-READ
                   PERFORM 3200-REVERSE-ONE-CHANGE
                      THRU 3200-REVERSE-ONE-CHANGE-EXIT
               WHEN 100
                   SET BKO-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-BKO-JRNL - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-BKO-ERRORS
                   SET BKO-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                 3200-REVERSE-ONE-CHANGE
      * Take the journaled change back off the account, offset the
      * TRANSACT row it belongs to (once - a second journal row for
      * the same posting finds it already offset), and mark the
      * journal row backed out.
      *----------------------------------------------------------------*
       3200-REVERSE-ONE-CHANGE.

           SET ITEM-ERR-OFF TO TRUE
           SET OFFSET-NOT-WRITTEN TO TRUE
           MOVE SPACES TO HOST-OFS-TRAN-ID
           MOVE ZEROS TO HOST-ORIG-AMT
           MOVE PJ-ACCT-ID TO HOST-ACCT-ID
           MOVE PJ-TRAN-ID TO HOST-ORIG-TRAN-ID
           PERFORM 1200-SET-TIMESTAMP

           EXEC SQL
               SELECT ACCT_CURR_BAL
               INTO :HOST-ACCT-CURR-BAL
               FROM ACCTDAT
               WHERE ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ACCOUNT NOT READ' TO WS-ITEM-STATUS
               GO TO 3200-REVERSE-ONE-CHANGE-FAIL
           END-IF

           EXEC SQL
               UPDATE ACCTDAT
               SET ACCT_CURR_BAL =
                       ACCT_CURR_BAL - :PJ-CURR-BAL-DELTA,
                   ACCT_CURR_CYC_CREDIT =
                       ACCT_CURR_CYC_CREDIT - :PJ-CYC-CREDIT-DELTA,
                   ACCT_CURR_CYC_DEBIT =
                       ACCT_CURR_CYC_DEBIT - :PJ-CYC-DEBIT-DELTA,
                   ACCT_CASH_BAL =
                       COALESCE(ACCT_CASH_BAL, 0) - :PJ-CASH-BAL-DELTA,
                   ACCT_BAL_INTEREST =
                       COALESCE(ACCT_BAL_INTEREST, 0)
                       - :PJ-INTEREST-DELTA,
                   ACCT_BAL_FEES =
                       COALESCE(ACCT_BAL_FEES, 0) - :PJ-FEES-DELTA,
                   ACCT_BAL_PURCHASES =
                       COALESCE(ACCT_BAL_PURCHASES, 0)
                       - :PJ-PURCHASES-DELTA
               WHERE ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'BALANCE NOT RESTORED' TO WS-ITEM-STATUS
               GO TO 3200-REVERSE-ONE-CHANGE-FAIL
           END-IF

           IF HOST-ORIG-TRAN-ID NOT = SPACES
               PERFORM 3300-OFFSET-TRANSACT
                  THRU 3300-OFFSET-TRANSACT-EXIT
               IF ITEM-ERR-ON
                   GO TO 3200-REVERSE-ONE-CHANGE-FAIL
               END-IF
           END-IF

           EXEC SQL
               UPDATE POSTJRNL
               SET PJ_BACKOUT_TS = :WS-NOW-TS
               WHERE PJ_SEQ = :PJ-SEQ
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'JOURNAL NOT MARKED' TO WS-ITEM-STATUS
               GO TO 3200-REVERSE-ONE-CHANGE-FAIL
           END-IF

           EXEC SQL
               SELECT ACCT_CURR_BAL
               INTO :HOST-ACCT-BAL-AFTER
               FROM ACCTDAT
               WHERE ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ACCOUNT NOT READ' TO WS-ITEM-STATUS
               GO TO 3200-REVERSE-ONE-CHANGE-FAIL
           END-IF

           EXEC SQL COMMIT END-EXEC
           ADD 1 TO WS-JRNL-REVERSED
           IF OFFSET-WRITTEN
               ADD 1 TO WS-OFFSETS-WRITTEN
               ADD HOST-OFS-AMT TO WS-OFFSET-AMT
               ADD WS-POINTS-N TO WS-POINTS-REVERSED
               MOVE 'REVERSED' TO WS-ITEM-STATUS
           ELSE
               IF HOST-ORIG-TRAN-ID = SPACES
                   MOVE 'BALANCE ONLY' TO WS-ITEM-STATUS
               ELSE
                   MOVE 'BALANCE - TRAN ALREADY OFFSET'
                     TO WS-ITEM-STATUS
               END-IF
           END-IF
           PERFORM 3800-WRITE-REVERSAL-LINE
           GO TO 3200-REVERSE-ONE-CHANGE-EXIT.

       3200-REVERSE-ONE-CHANGE-FAIL.
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           DISPLAY 'BACKOUT FAILED FOR ACCT ' HOST-ACCT-ID
                   ' TRAN ' HOST-ORIG-TRAN-ID ' - ' WS-ITEM-STATUS
                   ' - SQLCODE: ' WS-SQLCODE-DISPLAY
           EXEC SQL ROLLBACK END-EXEC
           ADD 1 TO WS-BKO-ERRORS
           MOVE HOST-ACCT-CURR-BAL TO HOST-ACCT-BAL-AFTER
           MOVE SPACES TO HOST-OFS-TRAN-ID
           PERFORM 3800-WRITE-REVERSAL-LINE.
       3200-REVERSE-ONE-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   3300-OFFSET-TRANSACT
      * The offset keeps the original's type, category, card and
      * merchant so every report that sums by them nets to zero; it
      * carries the backout's stamp and names the row it reverses.
      * An original already offset (or not of this run) is left
      * alone. Sets ITEM-ERR-ON on a failure.
      *----------------------------------------------------------------*
       3300-OFFSET-TRANSACT.

           MOVE ZEROS TO WS-POINTS-N

           EXEC SQL
               SELECT T.TRAN_TYPE_CD, T.TRAN_CAT_CD, T.TRAN_AMT,
                      T.TRAN_CARD_NUM,
                      COALESCE(T.TRAN_MERCHANT_ID, 0),
                      COALESCE(T.TRAN_MERCHANT_NAME, ' '),
                      COALESCE(T.TRAN_MERCHANT_CITY, ' '),
                      COALESCE(T.TRAN_MERCHANT_ZIP, ' '),
                      COALESCE(T.TRAN_ORIG_CURR_CD, 'USD'),
                      COALESCE(T.TRAN_ORIG_AMT, T.TRAN_AMT),
                      COALESCE(T.TRAN_MCC_CD, 0)
               INTO :HOST-ORIG-TYPE-CD, :HOST-ORIG-CAT-CD,
                    :HOST-ORIG-AMT, :HOST-ORIG-CARD-NUM,
                    :HOST-ORIG-MERCHANT-ID, :HOST-ORIG-MERCH-NAME,
                    :HOST-ORIG-MERCH-CITY, :HOST-ORIG-MERCH-ZIP,
                    :HOST-ORIG-CURR-CD, :HOST-ORIG-CURR-AMT,
                    :HOST-ORIG-MCC-CD
               FROM TRANSACT T
               WHERE T.TRAN_ID = :HOST-ORIG-TRAN-ID
               AND   T.TRAN_JOB_NAME = :HOST-TARGET-JOB-NAME
               AND   T.TRAN_JOB_DATE = :HOST-TARGET-JOB-DATE
               AND   NOT EXISTS
                     (SELECT 1 FROM TRANSACT B
                      WHERE B.TRAN_REVERSAL_ID = T.TRAN_ID)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   GO TO 3300-OFFSET-TRANSACT-EXIT
               WHEN OTHER
                   MOVE 'POSTING NOT READ' TO WS-ITEM-STATUS
                   SET ITEM-ERR-ON TO TRUE
                   GO TO 3300-OFFSET-TRANSACT-EXIT
           END-EVALUATE

           EXEC SQL
               SELECT NEXT VALUE FOR TRAN_ID_SEQ
               INTO :HOST-TRAN-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'NO TRAN ID' TO WS-ITEM-STATUS
               SET ITEM-ERR-ON TO TRUE
               GO TO 3300-OFFSET-TRANSACT-EXIT
           END-IF

           MOVE HOST-TRAN-ID-SEQ TO WS-TRAN-ID-N
           MOVE WS-TRAN-ID-N     TO HOST-OFS-TRAN-ID
           COMPUTE HOST-OFS-AMT = 0 - HOST-ORIG-AMT
           COMPUTE HOST-OFS-CURR-AMT = 0 - HOST-ORIG-CURR-AMT
           MOVE SPACES TO HOST-OFS-DESC
           STRING 'BACKOUT OF ' HOST-ORIG-TRAN-ID ' '
                  WS-TARGET-JOB-NAME ' ' WS-TARGET-JOB-DATE
             DELIMITED BY SIZE
             INTO HOST-OFS-DESC

           EXEC SQL
               INSERT INTO TRANSACT
               (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_MERCHANT_ID,
                TRAN_MERCHANT_NAME, TRAN_MERCHANT_CITY,
                TRAN_MERCHANT_ZIP, TRAN_ORIG_TS, TRAN_PROC_TS,
                TRAN_ORIG_CURR_CD, TRAN_ORIG_AMT, TRAN_MCC_CD,
                TRAN_JOB_NAME, TRAN_JOB_DATE, TRAN_REVERSAL_ID)
               VALUES
               (:HOST-OFS-TRAN-ID, :HOST-ORIG-TYPE-CD,
                :HOST-ORIG-CAT-CD, :WS-BKO-TRAN-SOURCE,
                :HOST-OFS-DESC, :HOST-OFS-AMT, :HOST-ORIG-CARD-NUM,
                :HOST-ORIG-MERCHANT-ID, :HOST-ORIG-MERCH-NAME,
                :HOST-ORIG-MERCH-CITY, :HOST-ORIG-MERCH-ZIP,
                :WS-NOW-TS, :WS-NOW-TS, :HOST-ORIG-CURR-CD,
                :HOST-OFS-CURR-AMT, :HOST-ORIG-MCC-CD,
                :HOST-BKO-JOB-NAME, :HOST-TARGET-JOB-DATE,
                :HOST-ORIG-TRAN-ID)
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-OFS-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               MOVE 'OFFSET NOT WRITTEN' TO WS-ITEM-STATUS
               SET ITEM-ERR-ON TO TRUE
               GO TO 3300-OFFSET-TRANSACT-EXIT
           END-IF

           SET OFFSET-WRITTEN TO TRUE

           IF HOST-ORIG-TYPE-CD = WS-PURCHASE-TRAN-TYPE
              AND HOST-ORIG-AMT > 0
              AND HOST-ORIG-TRAN-ID <= HOST-RWD-HIGH-WATER(1:16)
               PERFORM 3400-REVERSE-REWARDS
                  THRU 3400-REVERSE-REWARDS-EXIT
           END-IF.
       3300-OFFSET-TRANSACT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   3400-REVERSE-REWARDS
      * CBACT22A has already accrued the purchase - take back the
      * points it earned, priced at the category's earn rate the
      * same way the accrual priced it. No earn rate or no rewards
      * row means nothing was earned.
      *----------------------------------------------------------------*
       3400-REVERSE-REWARDS.

           EXEC SQL
               SELECT RWDRT_POINTS_PER_DOLLAR
               INTO :HOST-RATE-POINTS-PER-DOLLAR
               FROM REWARDRT
               WHERE RWDRT_TRAN_CAT_CD = :HOST-ORIG-CAT-CD
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   GO TO 3400-REVERSE-REWARDS-EXIT
               WHEN OTHER
                   MOVE 'EARN RATE NOT READ' TO WS-ITEM-STATUS
                   SET ITEM-ERR-ON TO TRUE
                   GO TO 3400-REVERSE-REWARDS-EXIT
           END-EVALUATE

           COMPUTE WS-POINTS-N =
               HOST-ORIG-AMT * HOST-RATE-POINTS-PER-DOLLAR
           IF WS-POINTS-N NOT > 0
               MOVE ZEROS TO WS-POINTS-N
               GO TO 3400-REVERSE-REWARDS-EXIT
           END-IF
           MOVE WS-POINTS-N TO HOST-POINTS

           EXEC SQL
               UPDATE REWARDS
               SET RWD_POINTS_BAL = RWD_POINTS_BAL - :HOST-POINTS,
                   RWD_POINTS_EARNED_LTD =
                       RWD_POINTS_EARNED_LTD - :HOST-POINTS
               WHERE RWD_ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE ZEROS TO WS-POINTS-N
               WHEN OTHER
                   MOVE 'REWARDS NOT REVERSED' TO WS-ITEM-STATUS
                   SET ITEM-ERR-ON TO TRUE
           END-EVALUATE.
       3400-REVERSE-REWARDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                3500-REVERSE-LEDGER-ONLY
      * A stamped TRANSACT row of the run that no journal row
      * covered (it moved no balance, or its balance change was
      * made outside the journal) still comes off the ledger; it is
      * flagged on the report for the account to be reviewed.
      *----------------------------------------------------------------*
       3500-REVERSE-LEDGER-ONLY.

           SET BKO-CURSOR-NOT-EOF TO TRUE

           EXEC SQL
               DECLARE CUR-BKO-TRAN CURSOR WITH HOLD FOR
               SELECT T.TRAN_ID
               FROM TRANSACT T
               WHERE T.TRAN_JOB_NAME = :HOST-TARGET-JOB-NAME
               AND   T.TRAN_JOB_DATE = :HOST-TARGET-JOB-DATE
               AND   NOT EXISTS
                     (SELECT 1 FROM TRANSACT B
                      WHERE B.TRAN_REVERSAL_ID = T.TRAN_ID)
               ORDER BY T.TRAN_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-BKO-TRAN
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-BKO-TRAN - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-BKO-ERRORS
               SET BKO-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 3600-FETCH-LEDGER-ROW
                   UNTIL BKO-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-BKO-TRAN
           END-EXEC.

      *----------------------------------------------------------------*
      *                  3600-FETCH-LEDGER-ROW
      *----------------------------------------------------------------*
       3600-FETCH-LEDGER-ROW.

           EXEC SQL
               FETCH CUR-BKO-TRAN
               INTO :HOST-ORIG-TRAN-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-LEDGER-READ
                   PERFORM 3700-REVERSE-ONE-LEDGER
                      THRU 3700-REVERSE-ONE-LEDGER-EXIT
               WHEN 100
                   SET BKO-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-BKO-TRAN - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-BKO-ERRORS
                   SET BKO-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                 3700-REVERSE-ONE-LEDGER
      *----------------------------------------------------------------*
       3700-REVERSE-ONE-LEDGER.

           SET ITEM-ERR-OFF TO TRUE
           SET OFFSET-NOT-WRITTEN TO TRUE
           MOVE SPACES TO HOST-OFS-TRAN-ID
           MOVE ZEROS TO HOST-ORIG-AMT
           MOVE ZEROS TO HOST-ACCT-ID
           MOVE ZEROS TO HOST-ACCT-CURR-BAL
           PERFORM 1200-SET-TIMESTAMP

      *    The account, for the rewards take-back and the report
           EXEC SQL
               SELECT X.XREF_ACCT_ID, A.ACCT_CURR_BAL
               INTO :HOST-ACCT-ID, :HOST-ACCT-CURR-BAL
               FROM TRANSACT T, CXACAIX X, ACCTDAT A
               WHERE T.TRAN_ID = :HOST-ORIG-TRAN-ID
               AND   X.XREF_CARD_NUM = T.TRAN_CARD_NUM
               AND   A.ACCT_ID = X.XREF_ACCT_ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZEROS TO HOST-ACCT-ID
               MOVE ZEROS TO HOST-ACCT-CURR-BAL
           END-IF

           PERFORM 3300-OFFSET-TRANSACT
              THRU 3300-OFFSET-TRANSACT-EXIT
           IF ITEM-ERR-ON
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'BACKOUT FAILED FOR TRAN ' HOST-ORIG-TRAN-ID
                       ' - ' WS-ITEM-STATUS
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-BKO-ERRORS
               MOVE SPACES TO HOST-OFS-TRAN-ID
               MOVE HOST-ACCT-CURR-BAL TO HOST-ACCT-BAL-AFTER
               PERFORM 3800-WRITE-REVERSAL-LINE
               GO TO 3700-REVERSE-ONE-LEDGER-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           MOVE HOST-ACCT-CURR-BAL TO HOST-ACCT-BAL-AFTER
           IF OFFSET-WRITTEN
               ADD 1 TO WS-LEDGER-ONLY
               ADD 1 TO WS-OFFSETS-WRITTEN
               ADD HOST-OFS-AMT TO WS-OFFSET-AMT
               ADD WS-POINTS-N TO WS-POINTS-REVERSED
               MOVE 'LEDGER ONLY - REVIEW ACCT' TO WS-ITEM-STATUS
               PERFORM 3800-WRITE-REVERSAL-LINE
           END-IF.
       3700-REVERSE-ONE-LEDGER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                 3800-WRITE-REVERSAL-LINE
      *----------------------------------------------------------------*
       3800-WRITE-REVERSAL-LINE.

           MOVE HOST-ACCT-ID TO WS-ACCT-ID-EDIT
           MOVE HOST-ORIG-AMT TO WS-AMT-EDIT-1
           MOVE HOST-ACCT-CURR-BAL TO WS-AMT-EDIT-2
           MOVE HOST-ACCT-BAL-AFTER TO WS-AMT-EDIT-3
           MOVE SPACES TO BKO-RPT-LINE
           STRING WS-ACCT-ID-EDIT '  ' HOST-ORIG-TRAN-ID '  '
                  HOST-OFS-TRAN-ID '  ' WS-AMT-EDIT-1 ' '
                  WS-AMT-EDIT-2 ' ' WS-AMT-EDIT-3 '  '
                  WS-ITEM-STATUS
             DELIMITED BY SIZE
             INTO BKO-RPT-LINE
           WRITE BKO-RPT-LINE.

      *----------------------------------------------------------------*
      *                     4000-UNWIND-RUN
      * Only once nothing of the run is left live: its INTCALC
      * detail (an interest run) and its RUNTOTALS row go, and its
      * JOBRUN row is marked Backed out - JOBRUN-START refuses only
      * a Completed run, so the corrected rerun goes through. The
      * removed totals stay on this report.
      *----------------------------------------------------------------*
       4000-UNWIND-RUN.

           MOVE SPACES TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           MOVE '--- DEPENDENT ROWS ---' TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE

           IF WS-BKO-ERRORS > 0
               MOVE SPACES TO BKO-RPT-LINE
               MOVE 'NOT UNWOUND - BACKOUT ERRORS; RERUN CBACT76A'
                 TO BKO-RPT-LINE
               WRITE BKO-RPT-LINE
               GO TO 4000-UNWIND-RUN-EXIT
           END-IF

           IF WS-TARGET-JOB-NAME = WS-INTCALC-JOB-NAME
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-INTCALC-COUNT
                   FROM INTCALC
                   WHERE INT_CALC_DATE = :HOST-TARGET-JOB-DATE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE ZEROS TO WS-INTCALC-COUNT
               END-IF

               EXEC SQL
                   DELETE FROM INTCALC
                   WHERE INT_CALC_DATE = :HOST-TARGET-JOB-DATE
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   GO TO 4000-UNWIND-RUN-FAIL
               END-IF
               MOVE WS-INTCALC-COUNT TO WS-INTCALC-REMOVED
           END-IF

           EXEC SQL
               DELETE FROM RUNTOTALS
               WHERE JOB_NAME = :HOST-TARGET-JOB-NAME
               AND   RUN_DATE = :HOST-TARGET-JOB-DATE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               GO TO 4000-UNWIND-RUN-FAIL
           END-IF

           EXEC SQL
               UPDATE JOBRUN
               SET RUN_STATUS = 'B'
               WHERE JOB_NAME = :HOST-TARGET-JOB-NAME
               AND   RUN_DATE = :HOST-TARGET-JOB-DATE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               GO TO 4000-UNWIND-RUN-FAIL
           END-IF

           EXEC SQL COMMIT END-EXEC

           MOVE WS-INTCALC-REMOVED TO WS-CNT-EDIT-1
           MOVE SPACES TO BKO-RPT-LINE
           STRING 'INTCALC ROWS REMOVED......: ' WS-CNT-EDIT-1
             DELIMITED BY SIZE
             INTO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           MOVE SPACES TO BKO-RPT-LINE
           IF ORIG-RTOT-FOUND
               MOVE 'RUNTOTALS ROW.............: REMOVED'
                 TO BKO-RPT-LINE
           ELSE
               MOVE 'RUNTOTALS ROW.............: NONE ON FILE'
                 TO BKO-RPT-LINE
           END-IF
           WRITE BKO-RPT-LINE
           MOVE SPACES TO BKO-RPT-LINE
           MOVE 'JOBRUN STATUS.............: B - RERUN ALLOWED'
             TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           GO TO 4000-UNWIND-RUN-EXIT.

       4000-UNWIND-RUN-FAIL.
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           DISPLAY 'ERROR UNWINDING ' WS-TARGET-JOB-NAME
                   ' - SQLCODE: ' WS-SQLCODE-DISPLAY
           EXEC SQL ROLLBACK END-EXEC
           ADD 1 TO WS-BKO-ERRORS
           MOVE ZEROS TO WS-INTCALC-REMOVED
           MOVE SPACES TO BKO-RPT-LINE
           MOVE 'NOT UNWOUND - DATABASE ERROR; RERUN CBACT76A'
             TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE.
       4000-UNWIND-RUN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   5000-AFTER-FIGURES
      * The run's live postings and open journal rows should now be
      * zero, and the originals the offsets name plus the offsets
      * themselves should net to zero - the same proof CBACT20A
      * runs from RUNTOTALS.
      *----------------------------------------------------------------*
       5000-AFTER-FIGURES.

           MOVE SPACES TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           MOVE '--- AFTER BACKOUT ---' TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE

           PERFORM 2100-COUNT-LIVE-POSTINGS
           PERFORM 2200-SUM-OPEN-JOURNAL
           PERFORM 2300-WRITE-JOURNAL-FIGURES

           EXEC SQL
               SELECT COALESCE(SUM(O.TRAN_AMT), 0)
               INTO :WS-REVERSED-ORIG-AMT
               FROM TRANSACT O, TRANSACT B
               WHERE B.TRAN_JOB_NAME = :HOST-BKO-JOB-NAME
               AND   B.TRAN_JOB_DATE = :HOST-TARGET-JOB-DATE
               AND   O.TRAN_ID = B.TRAN_REVERSAL_ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR SUMMING REVERSED POSTINGS - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-BKO-ERRORS
               MOVE ZEROS TO WS-REVERSED-ORIG-AMT
           END-IF

           COMPUTE WS-NET-AMT = WS-REVERSED-ORIG-AMT + WS-OFFSET-AMT

           COMPUTE WS-CNT-EDIT-1 = WS-OFFSETS-PRIOR
                                 + WS-OFFSETS-WRITTEN
           MOVE WS-OFFSET-AMT TO WS-AMT-EDIT-1
           MOVE SPACES TO BKO-RPT-LINE
           STRING 'OFFSETS WRITTEN....: ' WS-CNT-EDIT-1
                  '  AMOUNT ' WS-AMT-EDIT-1
             DELIMITED BY SIZE
             INTO BKO-RPT-LINE
           WRITE BKO-RPT-LINE

           MOVE WS-REVERSED-ORIG-AMT TO WS-AMT-EDIT-1
           MOVE WS-NET-AMT TO WS-AMT-EDIT-2
           MOVE SPACES TO BKO-RPT-LINE
           STRING 'POSTINGS REVERSED..: AMOUNT ' WS-AMT-EDIT-1
                  '  NET WITH OFFSETS ' WS-AMT-EDIT-2
             DELIMITED BY SIZE
             INTO BKO-RPT-LINE
           WRITE BKO-RPT-LINE

           MOVE WS-POINTS-REVERSED TO WS-PTS-EDIT
           MOVE SPACES TO BKO-RPT-LINE
           STRING 'REWARDS PTS TAKEN..: ' WS-PTS-EDIT
             DELIMITED BY SIZE
             INTO BKO-RPT-LINE
           WRITE BKO-RPT-LINE

           MOVE SPACES TO BKO-RPT-LINE
           IF WS-LIVE-COUNT = 0 AND WS-OPEN-JRNL-COUNT = 0
              AND WS-NET-AMT = 0
               MOVE 'CONTROL............: IN BALANCE'
                 TO BKO-RPT-LINE
           ELSE
               MOVE 'CONTROL............: *** OUT OF BALANCE ***'
                 TO BKO-RPT-LINE
               ADD 1 TO WS-BKO-ERRORS
           END-IF
           WRITE BKO-RPT-LINE.

      *----------------------------------------------------------------*
      *                      9000-FINALIZE
      *----------------------------------------------------------------*
       9000-FINALIZE.

           CLOSE BKO-RPT-FILE

           DISPLAY 'RUN BACKED OUT..........: ' WS-TARGET-JOB-NAME
                   ' ' WS-TARGET-JOB-DATE
           DISPLAY 'JOURNAL ROWS READ.......: ' WS-JRNL-READ
           DISPLAY 'JOURNAL ROWS REVERSED...: ' WS-JRNL-REVERSED
           DISPLAY 'LEDGER-ONLY OFFSETS.....: ' WS-LEDGER-ONLY
           DISPLAY 'OFFSETS WRITTEN.........: ' WS-OFFSETS-WRITTEN
           DISPLAY 'INTCALC ROWS REMOVED....: ' WS-INTCALC-REMOVED
           DISPLAY 'PROCESSING ERRORS.......: ' WS-BKO-ERRORS

           IF WS-BKO-ERRORS > 0
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
      *            TRANSUM-POST (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLWPL.
