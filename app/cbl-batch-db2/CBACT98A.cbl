      *****************************************************************
      * Program     : CBACT98A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Back-value interest adjustment - for every
      *               payment or credit recorded on BACKVAL as posted
      *               later than its effective date (an effective
      *               date keyed through COTRN02A, a misapplied
      *               payment re-posted by COPXF01A, a held lockbox
      *               deposit posted by CBACT47A), recomputes the
      *               interest of every INTCALC cycle whose average
      *               daily balance missed the credit for the days
      *               between, posts the difference back as an
      *               interest adjustment with its arithmetic on
      *               INTADJ beside the INTCALC row it corrects,
      *               corrects the DAILYBAL snapshots for those days
      *               so the cycle not yet billed accrues right,
      *               reverses any late fee the credit would have
      *               prevented, and reports each back-value
      *               handled. Replaces working the adjustment out
      *               on a calculator and keying it as a generic
      *               credit.
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
      * 2026-10-15 - New batch job: back-valued credit interest and
      *              late-fee adjustment
      * 2026-10-15 - Each TRANSACT posting also added to its monthly
      *              TRANSUM summary row (CSUTLWPL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT98A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKVAL-RPT-FILE ASSIGN TO BKVALRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD BACKVAL-RPT-FILE
           RECORDING MODE IS F.
       01 BACKVAL-RPT-LINE               PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBACT98A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.

      * Literals and constants - the adjustments post under the same
      * type and category as the charges they give back (interest
      * as CBACT01A posts it, late fees as CBACT68A posts them)
       01 WS-CONSTANTS.
         05 WS-ADJ-TRAN-SOURCE         PIC X(10) VALUE 'BACKVAL'.
         05 WS-INT-TRAN-TYPE-CD        PIC X(02) VALUE '02'.
         05 WS-INT-TRAN-CAT-CD         PIC 9(04) VALUE 0001.
         05 WS-LTF-TRAN-TYPE-CD        PIC X(02) VALUE '03'.
         05 WS-LTF-TRAN-CAT-CD         PIC 9(04) VALUE 0009.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-TOTAL-CREDITED-AMT      PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
         05 WS-TOTAL-INT-ADJ-AMT       PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
         05 WS-TOTAL-FEE-REV-AMT       PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
         05 WS-BVALS-READ              PIC 9(07) VALUE ZEROS.
         05 WS-BVALS-DONE              PIC 9(07) VALUE ZEROS.
         05 WS-BVALS-WAITING           PIC 9(07) VALUE ZEROS.
         05 WS-BVALS-VOID              PIC 9(07) VALUE ZEROS.
         05 WS-BVALS-ERRORS            PIC 9(07) VALUE ZEROS.
         05 WS-CYCLES-ADJUSTED         PIC 9(07) VALUE ZEROS.
         05 WS-FEES-REVERSED           PIC 9(07) VALUE ZEROS.

      * Working fields
       01 WS-WORK-FIELDS.
      * Key of the last BACKVAL row taken - the run walks the pending
      * rows in key order, so a row left pending (still queued) or
      * rolled back is not picked up again the same night.
         05 WS-LAST-BVL-TRAN-ID        PIC X(16) VALUE LOW-VALUES.
         05 WS-TRAN-ID-N               PIC 9(16) VALUE ZEROS.
      * Basis reduction R for the cycle being adjusted - the credit
      * spread over the share of the cycle's snapshots that missed
      * it - and what is left of it after the cash bucket.
         05 WS-CYCLE-REDUCT            PIC S9(10)V99 COMP-3.
         05 WS-REDUCT-REMAINING        PIC S9(10)V99 COMP-3.
         05 WS-NEW-PURCH-RESULT        PIC S9(09)V99 COMP-3.
         05 WS-NEW-CASH-RESULT         PIC S9(09)V99 COMP-3.
         05 WS-ITEM-INT-ADJ-AMT        PIC S9(09)V99 COMP-3.
         05 WS-ITEM-FEE-REV-AMT        PIC S9(09)V99 COMP-3.
      * Credit posting - see 2700-POST-CREDIT
         05 WS-CREDIT-AMT              PIC S9(10)V99 COMP-3.
         05 WS-CREDIT-BUCKET           PIC X(01).
           88 CREDIT-TO-INTEREST                  VALUE 'I'.
           88 CREDIT-TO-FEES                      VALUE 'F'.
         05 WS-ALLOC-PORTION           PIC S9(10)V99 COMP-3.
         05 WS-ALLOC-REMAINING         PIC S9(10)V99 COMP-3.
         05 WS-ACCT-ID-EDIT            PIC 9(11).
         05 WS-AMT-EDIT-1              PIC -(9)9.99.
         05 WS-AMT-EDIT-2              PIC -(9)9.99.
         05 WS-AMT-EDIT-3              PIC -(9)9.99.
         05 WS-DAYS-EDIT               PIC ZZZZ9.
         05 WS-RPT-OUTCOME             PIC X(20).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).
         05 WS-TRAN-TS                 PIC X(26).

       01 WS-END-OF-BACKVAL-FLAG       PIC X(01) VALUE 'N'.
         88 BACKVAL-EOF                           VALUE 'Y'.
         88 BACKVAL-NOT-EOF                       VALUE 'N'.

       01 WS-INT-CYCLE-EOF-FLAG        PIC X(01) VALUE 'N'.
         88 INT-CYCLE-EOF                         VALUE 'Y'.
         88 INT-CYCLE-NOT-EOF                     VALUE 'N'.

       01 WS-LATE-FEE-EOF-FLAG         PIC X(01) VALUE 'N'.
         88 LATE-FEE-EOF                          VALUE 'Y'.
         88 LATE-FEE-NOT-EOF                      VALUE 'N'.

       01 WS-ITEM-ERR-FLAG             PIC X(01) VALUE 'N'.
         88 ITEM-ERR-ON                           VALUE 'Y'.
         88 ITEM-ERR-OFF                          VALUE 'N'.

      * Whether the credit can be adjusted for tonight
       01 WS-BVAL-STATE-FLAG           PIC X(01) VALUE 'R'.
         88 BVAL-READY                            VALUE 'R'.
         88 BVAL-WAITING                          VALUE 'W'.
         88 BVAL-VOIDED                           VALUE 'V'.

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

      * Posting journal - see CSUTLGPL; every ACCTDAT change
      * is journaled with its job and business date so the
      * run can be backed out by CBACT76A.
       01 WS-PJ-FIELDS.
       COPY CSUTLGWY.

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

      * Host variables - Account Master (ACCTDAT)
       01 HOST-ACCT-GROUP-ID            PIC X(10).
       01 HOST-ACCT-BAL-INTEREST        PIC S9(10)V99 COMP-3.
       01 HOST-ACCT-BAL-FEES            PIC S9(10)V99 COMP-3.
       01 HOST-ACCT-BAL-PURCHASES       PIC S9(10)V99 COMP-3.

      * Host variables - card the adjustments post to (CXACAIX)
       01 HOST-XREF-CARD-NUM            PIC X(16).

      * Host variables - the back-valued credit's own posting
       01 HOST-POSTED-PROC-TS           PIC X(26).
       01 HOST-MP-STATUS                PIC X(01).
       01 HOST-REVERSED-COUNT           PIC S9(04) COMP.
       01 HOST-DESC-MATCH               PIC X(60).

      * Host variables - rate group row in force at the cycle date,
      * for an INTCALC row with no APR captured
       01 HOST-RATE-APR                 PIC S9(03)V9(02) COMP-3.
       01 HOST-RATE-CASH-APR            PIC S9(03)V9(02) COMP-3.

      * Host variables - adjustment / reversal posting (TRANSACT)
       01 HOST-TRAN-ID-SEQ              PIC S9(18) COMP-3.
       01 HOST-TRAN-RECORD.
         05 HOST-TRAN-ID                PIC X(16).
         05 HOST-TRAN-TYPE-CD           PIC X(02).
         05 HOST-TRAN-CAT-CD            PIC S9(04) COMP.
         05 HOST-TRAN-DESC              PIC X(50).
         05 HOST-TRAN-AMT               PIC S9(10)V99 COMP-3.
         05 HOST-TRAN-REVERSAL-ID       PIC X(16).

      * Back-valued credit (BACKVAL)
       COPY CVBVL01Y.

      * Interest cycle being corrected (INTCALC) - the basis and
      * result fields are fetched net of every earlier INTADJ
      * correction to the same cycle.
       COPY CVINT01Y.

      * Interest adjustment detail (INTADJ)
       COPY CVINT02Y.

      * Late-fee decision (LATEFEE)
       COPY CVLTF01Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT98A - BACK-VALUE ADJUSTMENT STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT98A' TO WS-JOBRUN-JOB-NAME
           MOVE 'CBACT68A' TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'CBACT98A' TO WS-PJ-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-PJ-JOB-DATE
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-BACKVALS
                   UNTIL BACKVAL-EOF
           PERFORM 3000-FINALIZE
           MOVE 'CBACT98A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-BVALS-READ TO WS-RTOT-RECS-READ
           MOVE WS-BVALS-DONE TO WS-RTOT-RECS-POSTED
           MOVE WS-BVALS-VOID TO WS-RTOT-RECS-REJECTED
           MOVE WS-TOTAL-CREDITED-AMT TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT98A - BACK-VALUE ADJUSTMENT ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      * No checkpoint is kept - each back-value's adjustments and its
      * BACKVAL status commit together, so a restarted run simply
      * finds only the rows still pending.
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-BVALS-READ
           MOVE ZEROS TO WS-BVALS-DONE
           MOVE ZEROS TO WS-BVALS-WAITING
           MOVE ZEROS TO WS-BVALS-VOID
           MOVE ZEROS TO WS-BVALS-ERRORS
           MOVE ZEROS TO WS-CYCLES-ADJUSTED
           MOVE ZEROS TO WS-FEES-REVERSED
           MOVE ZEROS TO WS-TOTAL-CREDITED-AMT
           MOVE ZEROS TO WS-TOTAL-INT-ADJ-AMT
           MOVE ZEROS TO WS-TOTAL-FEE-REV-AMT
           MOVE LOW-VALUES TO WS-LAST-BVL-TRAN-ID
           SET BACKVAL-NOT-EOF TO TRUE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-BIZDT-YYYYMMDD TO WS-CURR-YYYYMMDD
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
             DELIMITED BY SIZE
             INTO WS-TRAN-TS

           OPEN OUTPUT BACKVAL-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BACKVAL-RPT-FILE - STATUS: '
                       WS-RPT-FILE-STATUS
               SET BACKVAL-EOF TO TRUE
           END-IF

           EXEC SQL
               DECLARE CUR-INT-CYCLE CURSOR FOR
               SELECT I.INT_CALC_DATE, I.INT_WINDOW_START_DATE,
                      I.INT_SNAP_COUNT,
                      I.INT_PURCH_BASIS
                      - COALESCE((SELECT SUM(A.INA_PURCH_BASIS_REDUCT)
                                  FROM INTADJ A
                                  WHERE A.INA_ACCT_ID = I.INT_ACCT_ID
                                  AND   A.INA_CALC_DATE =
                                        I.INT_CALC_DATE), 0),
                      I.INT_CASH_BASIS
                      - COALESCE((SELECT SUM(A.INA_CASH_BASIS_REDUCT)
                                  FROM INTADJ A
                                  WHERE A.INA_ACCT_ID = I.INT_ACCT_ID
                                  AND   A.INA_CALC_DATE =
                                        I.INT_CALC_DATE), 0),
                      I.INT_PURCH_APR, I.INT_CASH_APR,
                      I.INT_PURCH_RESULT
                      - COALESCE((SELECT SUM(A.INA_PURCH_ADJ_AMT)
                                  FROM INTADJ A
                                  WHERE A.INA_ACCT_ID = I.INT_ACCT_ID
                                  AND   A.INA_CALC_DATE =
                                        I.INT_CALC_DATE), 0),
                      I.INT_CASH_RESULT
                      - COALESCE((SELECT SUM(A.INA_CASH_ADJ_AMT)
                                  FROM INTADJ A
                                  WHERE A.INA_ACCT_ID = I.INT_ACCT_ID
                                  AND   A.INA_CALC_DATE =
                                        I.INT_CALC_DATE), 0)
               FROM INTCALC I
               WHERE I.INT_ACCT_ID = :BVL-ACCT-ID
               AND   I.INT_CALC_DATE >= :BVL-EFF-DATE
               AND   I.INT_WINDOW_START_DATE < :BVL-POST-DATE
               ORDER BY I.INT_CALC_DATE
           END-EXEC

           EXEC SQL
               DECLARE CUR-LATE-FEE CURSOR FOR
               SELECT LTF_DUE_DATE, LTF_MIN_DUE_AMT, LTF_PAID_AMT,
                      LTF_FEE_AMT, LTF_TRAN_ID
               FROM LATEFEE
               WHERE LTF_ACCT_ID = :BVL-ACCT-ID
               AND   LTF_DECISION_CD = 'A'
               AND   LTF_DUE_DATE >= :BVL-EFF-DATE
               AND   LTF_DUE_DATE < :BVL-POST-DATE
               ORDER BY LTF_DUE_DATE
           END-EXEC.

      *----------------------------------------------------------------*
      *                     2000-PROCESS-BACKVALS
      * One pending row at a time, in key order, by singleton read -
      * every row ends in its own COMMIT or ROLLBACK, which an open
      * cursor would not survive.
      *----------------------------------------------------------------*
       2000-PROCESS-BACKVALS.

           EXEC SQL
               SELECT BVL_TRAN_ID, BVL_ACCT_ID, BVL_CREDIT_AMT,
                      BVL_EFF_DATE, BVL_POST_DATE, BVL_SOURCE_PGM,
                      BVL_USER_ID, BVL_STATUS
               INTO :BVL-TRAN-ID, :BVL-ACCT-ID, :BVL-CREDIT-AMT,
                    :BVL-EFF-DATE, :BVL-POST-DATE, :BVL-SOURCE-PGM,
                    :BVL-USER-ID, :BVL-STATUS
               FROM BACKVAL
               WHERE BVL_STATUS = 'P'
               AND   BVL_TRAN_ID > :WS-LAST-BVL-TRAN-ID
               ORDER BY BVL_TRAN_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE BVL-TRAN-ID TO WS-LAST-BVL-TRAN-ID
                   ADD 1 TO WS-BVALS-READ
                   PERFORM 2100-ADJUST-ONE-BACKVAL
                      THRU 2100-ADJUST-ONE-BACKVAL-EXIT
               WHEN 100
                   SET BACKVAL-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING BACKVAL - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-BVALS-ERRORS
                   SET BACKVAL-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                  2100-ADJUST-ONE-BACKVAL
      * Interest, the snapshots, the late fees and the BACKVAL status
      * are one unit of work - a failure anywhere rolls the credit
      * back to pending for the next run.
      *----------------------------------------------------------------*
       2100-ADJUST-ONE-BACKVAL.

           SET ITEM-ERR-OFF TO TRUE
           MOVE ZEROS TO WS-ITEM-INT-ADJ-AMT
           MOVE ZEROS TO WS-ITEM-FEE-REV-AMT
           MOVE ZEROS TO BVL-DAYS-CORRECTED

           PERFORM 2150-CHECK-CREDIT-STANDS
              THRU 2150-CHECK-CREDIT-STANDS-EXIT

           IF BVAL-WAITING
               ADD 1 TO WS-BVALS-WAITING
               GO TO 2100-ADJUST-ONE-BACKVAL-EXIT
           END-IF

           IF BVAL-VOIDED
               SET BVL-STATUS-VOID TO TRUE
               PERFORM 2800-CLOSE-BACKVAL
               GO TO 2100-ADJUST-ONE-BACKVAL-EXIT
           END-IF

           IF BVL-EFF-DATE NOT < BVL-POST-DATE
               SET BVL-STATUS-DONE TO TRUE
               PERFORM 2800-CLOSE-BACKVAL
               GO TO 2100-ADJUST-ONE-BACKVAL-EXIT
           END-IF

           PERFORM 2200-READ-ACCOUNT
           IF ITEM-ERR-ON
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-BVALS-ERRORS
               GO TO 2100-ADJUST-ONE-BACKVAL-EXIT
           END-IF

           PERFORM 2300-ADJUST-INTEREST

           IF ITEM-ERR-OFF
               PERFORM 2400-CORRECT-SNAPSHOTS
           END-IF

           IF ITEM-ERR-OFF
               PERFORM 2500-REVERSE-LATE-FEES
           END-IF

           IF ITEM-ERR-OFF
               SET BVL-STATUS-DONE TO TRUE
               PERFORM 2800-CLOSE-BACKVAL
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-BVALS-ERRORS
           END-IF.
       2100-ADJUST-ONE-BACKVAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                  2150-CHECK-CREDIT-STANDS
      * A memo-posted credit has no posting date until CBACT77A
      * applies it - it waits, or is void if the queue rejected it.
      * A credit since reversed, returned or moved to another
      * account (which carries its own BACKVAL row) is void.
      *----------------------------------------------------------------*
       2150-CHECK-CREDIT-STANDS.

           SET BVAL-READY TO TRUE

           IF BVL-POST-DATE = SPACES
               EXEC SQL
                   SELECT TRAN_PROC_TS
                   INTO :HOST-POSTED-PROC-TS
                   FROM TRANSACT
                   WHERE TRAN_ID = :BVL-TRAN-ID
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE HOST-POSTED-PROC-TS(1:10)
                         TO BVL-POST-DATE
                   WHEN 100
                       PERFORM 2160-CHECK-MEMO-QUEUE
                   WHEN OTHER
                       MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                       DISPLAY 'ERROR READING TRANSACT FOR BACKVAL '
                               BVL-TRAN-ID ' - SQLCODE: '
                               WS-SQLCODE-DISPLAY
                       SET BVAL-WAITING TO TRUE
               END-EVALUATE
           END-IF

           IF NOT BVAL-READY
               GO TO 2150-CHECK-CREDIT-STANDS-EXIT
           END-IF

           MOVE SPACES TO HOST-DESC-MATCH
           STRING '%S ' DELIMITED BY SIZE
                  FUNCTION TRIM(BVL-TRAN-ID) DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
             INTO HOST-DESC-MATCH

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-REVERSED-COUNT
               FROM TRANSACT
               WHERE TRAN_REVERSAL_ID = :BVL-TRAN-ID
               OR   (TRAN_TYPE_CD = 'RP'
                     AND TRAN_DESC LIKE :HOST-DESC-MATCH)
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING TRANSACT FOR BACKVAL '
                           BVL-TRAN-ID ' - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   SET BVAL-WAITING TO TRUE
               WHEN HOST-REVERSED-COUNT > 0
                   SET BVAL-VOIDED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2150-CHECK-CREDIT-STANDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                  2160-CHECK-MEMO-QUEUE
      *----------------------------------------------------------------*
       2160-CHECK-MEMO-QUEUE.

           EXEC SQL
               SELECT MP_STATUS
               INTO :HOST-MP-STATUS
               FROM MEMOPOST
               WHERE MP_TRAN_ID = :BVL-TRAN-ID
           END-EXEC

           IF SQLCODE = 0 AND HOST-MP-STATUS = 'R'
               SET BVAL-VOIDED TO TRUE
           ELSE
               SET BVAL-WAITING TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      2200-READ-ACCOUNT
      * The account's group prices an INTCALC row with no APR on it;
      * the lowest card number carries the adjustment rows, as it
      * carries CBACT01A's interest.
      *----------------------------------------------------------------*
       2200-READ-ACCOUNT.

           EXEC SQL
               SELECT ACCT_GROUP_ID
               INTO :HOST-ACCT-GROUP-ID
               FROM ACCTDAT
               WHERE ACCT_ID = :BVL-ACCT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR READING ACCTDAT FOR BACKVAL '
                       BVL-TRAN-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               SET ITEM-ERR-ON TO TRUE
           END-IF

           MOVE SPACES TO HOST-XREF-CARD-NUM

           EXEC SQL
               SELECT MIN(XREF_CARD_NUM)
               INTO :HOST-XREF-CARD-NUM
               FROM CXACAIX
               WHERE XREF_ACCT_ID = :BVL-ACCT-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR HOST-XREF-CARD-NUM = SPACES
               DISPLAY 'NO CARD ON FILE FOR BACKVAL ' BVL-TRAN-ID
               SET ITEM-ERR-ON TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                    2300-ADJUST-INTEREST
      * Every interest cycle already billed whose window holds days
      * on or after the effective date and before the posting date.
      *----------------------------------------------------------------*
       2300-ADJUST-INTEREST.

           EXEC SQL
               OPEN CUR-INT-CYCLE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-INT-CYCLE - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               SET ITEM-ERR-ON TO TRUE
           ELSE
               SET INT-CYCLE-NOT-EOF TO TRUE
               PERFORM 2310-FETCH-INT-CYCLE
                   UNTIL INT-CYCLE-EOF
               EXEC SQL
                   CLOSE CUR-INT-CYCLE
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                    2310-FETCH-INT-CYCLE
      *----------------------------------------------------------------*
       2310-FETCH-INT-CYCLE.

           EXEC SQL
               FETCH CUR-INT-CYCLE
               INTO :INT-CALC-DATE, :INT-WINDOW-START-DATE,
                    :INT-SNAP-COUNT, :INT-PURCH-BASIS,
                    :INT-CASH-BASIS, :INT-PURCH-APR, :INT-CASH-APR,
                    :INT-PURCH-RESULT, :INT-CASH-RESULT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 2320-ADJUST-ONE-CYCLE
                      THRU 2320-ADJUST-ONE-CYCLE-EXIT
                   IF ITEM-ERR-ON
                       SET INT-CYCLE-EOF TO TRUE
                   END-IF
               WHEN 100
                   SET INT-CYCLE-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-INT-CYCLE - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   SET ITEM-ERR-ON TO TRUE
                   SET INT-CYCLE-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2320-ADJUST-ONE-CYCLE
      * The cycle's average daily balance took in the credit for none
      * of the k snapshots dated on or after the effective date and
      * before the posting date, out of the n it averaged - had the
      * credit posted on time, the average would have been lower by
      * amount x k / n. A cycle that fell back to the point-in-time
      * balance (no snapshots) missed the whole credit if it was
      * billed before the posting date. The reduction comes off the
      * cash basis first, then purchases; each bucket's interest is
      * re-priced at the APR the cycle was billed at and the
      * difference is credited back.
      *----------------------------------------------------------------*
       2320-ADJUST-ONE-CYCLE.

           MOVE ZEROS TO WS-CYCLE-REDUCT
           MOVE ZEROS TO INA-DAYS-AFFECTED

           IF INT-SNAP-COUNT > 0
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :INA-DAYS-AFFECTED
                   FROM DAILYBAL
                   WHERE BAL_ACCT_ID = :BVL-ACCT-ID
                   AND   BAL_DATE > :INT-WINDOW-START-DATE
                   AND   BAL_DATE <= :INT-CALC-DATE
                   AND   BAL_DATE >= :BVL-EFF-DATE
                   AND   BAL_DATE < :BVL-POST-DATE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR COUNTING DAILYBAL - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   SET ITEM-ERR-ON TO TRUE
                   GO TO 2320-ADJUST-ONE-CYCLE-EXIT
               END-IF
               COMPUTE WS-CYCLE-REDUCT ROUNDED =
                   BVL-CREDIT-AMT * INA-DAYS-AFFECTED / INT-SNAP-COUNT
           ELSE
               IF INT-CALC-DATE < BVL-POST-DATE
                   MOVE BVL-CREDIT-AMT TO WS-CYCLE-REDUCT
               END-IF
           END-IF

           IF WS-CYCLE-REDUCT NOT > 0
               GO TO 2320-ADJUST-ONE-CYCLE-EXIT
           END-IF

           MOVE ZEROS TO INA-CASH-BASIS-REDUCT
           MOVE ZEROS TO INA-PURCH-BASIS-REDUCT
           MOVE WS-CYCLE-REDUCT TO WS-REDUCT-REMAINING

           IF INT-CASH-BASIS > 0
               IF WS-REDUCT-REMAINING < INT-CASH-BASIS
                   MOVE WS-REDUCT-REMAINING TO INA-CASH-BASIS-REDUCT
               ELSE
                   MOVE INT-CASH-BASIS TO INA-CASH-BASIS-REDUCT
               END-IF
               SUBTRACT INA-CASH-BASIS-REDUCT FROM WS-REDUCT-REMAINING
           END-IF

           IF INT-PURCH-BASIS > 0
               IF WS-REDUCT-REMAINING < INT-PURCH-BASIS
                   MOVE WS-REDUCT-REMAINING TO INA-PURCH-BASIS-REDUCT
               ELSE
                   MOVE INT-PURCH-BASIS TO INA-PURCH-BASIS-REDUCT
               END-IF
           END-IF

           IF INT-PURCH-APR = 0 OR INT-CASH-APR = 0
               PERFORM 2330-LOOKUP-RATE-AT-CYCLE
           END-IF

           COMPUTE WS-NEW-PURCH-RESULT ROUNDED =
               (INT-PURCH-BASIS - INA-PURCH-BASIS-REDUCT)
               * INT-PURCH-APR / 1200
           COMPUTE WS-NEW-CASH-RESULT ROUNDED =
               (INT-CASH-BASIS - INA-CASH-BASIS-REDUCT)
               * INT-CASH-APR / 1200

           COMPUTE INA-PURCH-ADJ-AMT =
               INT-PURCH-RESULT - WS-NEW-PURCH-RESULT
           IF INA-PURCH-ADJ-AMT < 0
               MOVE ZEROS TO INA-PURCH-ADJ-AMT
           END-IF
           COMPUTE INA-CASH-ADJ-AMT =
               INT-CASH-RESULT - WS-NEW-CASH-RESULT
           IF INA-CASH-ADJ-AMT < 0
               MOVE ZEROS TO INA-CASH-ADJ-AMT
           END-IF
           COMPUTE INA-ADJ-AMT = INA-PURCH-ADJ-AMT + INA-CASH-ADJ-AMT

           MOVE SPACES TO INA-TRAN-ID

           IF INA-ADJ-AMT > 0
               MOVE WS-INT-TRAN-TYPE-CD TO HOST-TRAN-TYPE-CD
               MOVE WS-INT-TRAN-CAT-CD  TO HOST-TRAN-CAT-CD
               MOVE SPACES              TO HOST-TRAN-REVERSAL-ID
               MOVE SPACES              TO HOST-TRAN-DESC
               STRING 'BACK-VALUE INTEREST ADJ - CREDIT '
                      DELIMITED BY SIZE
                      BVL-TRAN-ID
                      DELIMITED BY SIZE
                 INTO HOST-TRAN-DESC
               MOVE INA-ADJ-AMT TO WS-CREDIT-AMT
               SET CREDIT-TO-INTEREST TO TRUE
               PERFORM 2700-POST-CREDIT
                  THRU 2700-POST-CREDIT-EXIT
               IF ITEM-ERR-ON
                   GO TO 2320-ADJUST-ONE-CYCLE-EXIT
               END-IF
               MOVE HOST-TRAN-ID TO INA-TRAN-ID
               ADD INA-ADJ-AMT TO WS-ITEM-INT-ADJ-AMT
           END-IF

           PERFORM 2340-WRITE-INTADJ.
       2320-ADJUST-ONE-CYCLE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                 2330-LOOKUP-RATE-AT-CYCLE
      * An INTCALC row carries the APRs the cycle was billed at; one
      * without them is priced at the group's rate row in force on
      * the cycle date, as CBACT01A would have priced it.
      *----------------------------------------------------------------*
       2330-LOOKUP-RATE-AT-CYCLE.

           EXEC SQL
               SELECT RATE_GROUP_APR,
                      COALESCE(RATE_GROUP_CASH_APR, RATE_GROUP_APR)
               INTO :HOST-RATE-APR, :HOST-RATE-CASH-APR
               FROM RATEGRP
               WHERE RATE_GROUP_ID = :HOST-ACCT-GROUP-ID
               AND   RATE_GROUP_EFF_DATE <= :INT-CALC-DATE
               ORDER BY RATE_GROUP_EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               IF INT-PURCH-APR = 0
                   MOVE HOST-RATE-APR TO INT-PURCH-APR
               END-IF
               IF INT-CASH-APR = 0
                   MOVE HOST-RATE-CASH-APR TO INT-CASH-APR
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                    2340-WRITE-INTADJ
      * Written even when the reduction moved no interest (a bucket
      * at zero APR), so a later back-value in the same cycle starts
      * from the reduced basis.
      *----------------------------------------------------------------*
       2340-WRITE-INTADJ.

           MOVE BVL-ACCT-ID      TO INA-ACCT-ID
           MOVE INT-CALC-DATE    TO INA-CALC-DATE
           MOVE BVL-TRAN-ID      TO INA-BVL-TRAN-ID
           MOVE BVL-EFF-DATE     TO INA-EFF-DATE
           MOVE BVL-POST-DATE    TO INA-POST-DATE
           MOVE INT-SNAP-COUNT   TO INA-SNAP-COUNT
           MOVE INT-PURCH-APR    TO INA-PURCH-APR
           MOVE INT-CASH-APR     TO INA-CASH-APR
           MOVE WS-TRAN-TS       TO INA-CREATE-TS

           EXEC SQL
               INSERT INTO INTADJ
               (INA_ACCT_ID, INA_CALC_DATE, INA_BVL_TRAN_ID,
                INA_EFF_DATE, INA_POST_DATE, INA_DAYS_AFFECTED,
                INA_SNAP_COUNT, INA_PURCH_BASIS_REDUCT,
                INA_CASH_BASIS_REDUCT, INA_PURCH_APR, INA_CASH_APR,
                INA_PURCH_ADJ_AMT, INA_CASH_ADJ_AMT, INA_ADJ_AMT,
                INA_TRAN_ID, INA_CREATE_TS)
               VALUES
               (:INA-ACCT-ID, :INA-CALC-DATE, :INA-BVL-TRAN-ID,
                :INA-EFF-DATE, :INA-POST-DATE, :INA-DAYS-AFFECTED,
                :INA-SNAP-COUNT, :INA-PURCH-BASIS-REDUCT,
                :INA-CASH-BASIS-REDUCT, :INA-PURCH-APR,
                :INA-CASH-APR, :INA-PURCH-ADJ-AMT,
                :INA-CASH-ADJ-AMT, :INA-ADJ-AMT, :INA-TRAN-ID,
                :INA-CREATE-TS)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-CYCLES-ADJUSTED
           ELSE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING INTADJ FOR BACKVAL '
                       BVL-TRAN-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               SET ITEM-ERR-ON TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                   2400-CORRECT-SNAPSHOTS
      * The snapshots that missed the credit are restated as though
      * it had posted on the effective date - the cash bucket gives
      * it up first, as the basis reduction above assumed - so the
      * cycle not yet billed averages the right balance when
      * CBACT01A reaches it.
      *----------------------------------------------------------------*
       2400-CORRECT-SNAPSHOTS.

           EXEC SQL
               UPDATE DAILYBAL
               SET BAL_AMT = BAL_AMT - :BVL-CREDIT-AMT,
                   BAL_CASH_AMT =
                       CASE WHEN BAL_CASH_AMT > :BVL-CREDIT-AMT
                            THEN BAL_CASH_AMT - :BVL-CREDIT-AMT
                            ELSE 0 END
               WHERE BAL_ACCT_ID = :BVL-ACCT-ID
               AND   BAL_DATE >= :BVL-EFF-DATE
               AND   BAL_DATE < :BVL-POST-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3) TO BVL-DAYS-CORRECTED
               WHEN 100
                   MOVE ZEROS TO BVL-DAYS-CORRECTED
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR UPDATING DAILYBAL FOR BACKVAL '
                           BVL-TRAN-ID ' - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   SET ITEM-ERR-ON TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2500-REVERSE-LATE-FEES
      * A late fee assessed on a due date the credit was effective
      * by, before it actually posted, is reversed when the credit
      * would have brought the payments up to the minimum due.
      *----------------------------------------------------------------*
       2500-REVERSE-LATE-FEES.

           EXEC SQL
               OPEN CUR-LATE-FEE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-LATE-FEE - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               SET ITEM-ERR-ON TO TRUE
           ELSE
               SET LATE-FEE-NOT-EOF TO TRUE
               PERFORM 2510-FETCH-LATE-FEE
                   UNTIL LATE-FEE-EOF
               EXEC SQL
                   CLOSE CUR-LATE-FEE
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                    2510-FETCH-LATE-FEE
      *----------------------------------------------------------------*
       2510-FETCH-LATE-FEE.

           EXEC SQL
               FETCH CUR-LATE-FEE
               INTO :LTF-DUE-DATE, :LTF-MIN-DUE-AMT, :LTF-PAID-AMT,
                    :LTF-FEE-AMT, :LTF-TRAN-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF LTF-PAID-AMT + BVL-CREDIT-AMT
                      NOT < LTF-MIN-DUE-AMT
                       PERFORM 2520-REVERSE-ONE-FEE
                   END-IF
                   IF ITEM-ERR-ON
                       SET LATE-FEE-EOF TO TRUE
                   END-IF
               WHEN 100
                   SET LATE-FEE-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-LATE-FEE - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   SET ITEM-ERR-ON TO TRUE
                   SET LATE-FEE-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2520-REVERSE-ONE-FEE
      * The reversal names the fee it reverses (TRAN_REVERSAL_ID), so
      * a backout of the late-fee run leaves it alone; the LATEFEE
      * decision records the reversal and the payment now counted.
      *----------------------------------------------------------------*
       2520-REVERSE-ONE-FEE.

           MOVE WS-LTF-TRAN-TYPE-CD TO HOST-TRAN-TYPE-CD
           MOVE WS-LTF-TRAN-CAT-CD  TO HOST-TRAN-CAT-CD
           MOVE LTF-TRAN-ID         TO HOST-TRAN-REVERSAL-ID
           MOVE SPACES              TO HOST-TRAN-DESC
           STRING 'LATE FEE REVERSED - BACK-VALUE CREDIT '
                  DELIMITED BY SIZE
                  BVL-TRAN-ID
                  DELIMITED BY SIZE
             INTO HOST-TRAN-DESC
           MOVE LTF-FEE-AMT TO WS-CREDIT-AMT
           SET CREDIT-TO-FEES TO TRUE
           PERFORM 2700-POST-CREDIT
              THRU 2700-POST-CREDIT-EXIT

           IF ITEM-ERR-OFF
               EXEC SQL
                   UPDATE LATEFEE
                   SET LTF_DECISION_CD = 'R',
                       LTF_PAID_AMT = LTF_PAID_AMT + :BVL-CREDIT-AMT
                   WHERE LTF_ACCT_ID = :BVL-ACCT-ID
                   AND   LTF_DUE_DATE = :LTF-DUE-DATE
               END-EXEC
               IF SQLCODE = 0
                   ADD LTF-FEE-AMT TO WS-ITEM-FEE-REV-AMT
                   ADD 1 TO WS-FEES-REVERSED
               ELSE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR UPDATING LATEFEE FOR BACKVAL '
                           BVL-TRAN-ID ' - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   SET ITEM-ERR-ON TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      2700-POST-CREDIT
      * Posts WS-CREDIT-AMT as a credit (negative TRANSACT row) of
      * type HOST-TRAN-TYPE-CD / HOST-TRAN-CAT-CD and takes it off
      * the bucket it was charged to - interest or fees - with any
      * remainder off purchases, journaled like every batch posting.
      * The credit counts toward the cycle's credits.
      *----------------------------------------------------------------*
       2700-POST-CREDIT.

           EXEC SQL
               SELECT NEXT VALUE FOR TRAN_ID_SEQ
               INTO :HOST-TRAN-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE HOST-TRAN-ID-SEQ TO WS-TRAN-ID-N
           MOVE WS-TRAN-ID-N     TO HOST-TRAN-ID
           COMPUTE HOST-TRAN-AMT = 0 - WS-CREDIT-AMT

           EXEC SQL
               INSERT INTO TRANSACT
               (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                TRAN_PROC_TS, TRAN_JOB_NAME, TRAN_JOB_DATE,
                TRAN_REVERSAL_ID)
               VALUES
               (:HOST-TRAN-ID, :HOST-TRAN-TYPE-CD, :HOST-TRAN-CAT-CD,
                :WS-ADJ-TRAN-SOURCE, :HOST-TRAN-DESC, :HOST-TRAN-AMT,
                :HOST-XREF-CARD-NUM, :WS-TRAN-TS, :WS-TRAN-TS,
                :WS-PJ-JOB-NAME, :WS-PJ-JOB-DATE,
                :HOST-TRAN-REVERSAL-ID)
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING TRANSACT FOR BACKVAL '
                       BVL-TRAN-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               SET ITEM-ERR-ON TO TRUE
               GO TO 2700-POST-CREDIT-EXIT
           END-IF

           EXEC SQL
               SELECT COALESCE(ACCT_BAL_INTEREST, 0),
                      COALESCE(ACCT_BAL_FEES, 0),
                      COALESCE(ACCT_BAL_PURCHASES, 0)
               INTO :HOST-ACCT-BAL-INTEREST, :HOST-ACCT-BAL-FEES,
                    :HOST-ACCT-BAL-PURCHASES
               FROM ACCTDAT
               WHERE ACCT_ID = :BVL-ACCT-ID
           END-EXEC

           MOVE WS-CREDIT-AMT TO WS-ALLOC-REMAINING

           IF CREDIT-TO-INTEREST AND HOST-ACCT-BAL-INTEREST > 0
               IF WS-ALLOC-REMAINING < HOST-ACCT-BAL-INTEREST
                   MOVE WS-ALLOC-REMAINING TO WS-ALLOC-PORTION
               ELSE
                   MOVE HOST-ACCT-BAL-INTEREST TO WS-ALLOC-PORTION
               END-IF
               SUBTRACT WS-ALLOC-PORTION FROM HOST-ACCT-BAL-INTEREST
               SUBTRACT WS-ALLOC-PORTION FROM WS-ALLOC-REMAINING
           END-IF

           IF CREDIT-TO-FEES AND HOST-ACCT-BAL-FEES > 0
               IF WS-ALLOC-REMAINING < HOST-ACCT-BAL-FEES
                   MOVE WS-ALLOC-REMAINING TO WS-ALLOC-PORTION
               ELSE
                   MOVE HOST-ACCT-BAL-FEES TO WS-ALLOC-PORTION
               END-IF
               SUBTRACT WS-ALLOC-PORTION FROM HOST-ACCT-BAL-FEES
               SUBTRACT WS-ALLOC-PORTION FROM WS-ALLOC-REMAINING
           END-IF

           SUBTRACT WS-ALLOC-REMAINING FROM HOST-ACCT-BAL-PURCHASES

           MOVE BVL-ACCT-ID  TO WS-PJ-ACCT-ID
           MOVE HOST-TRAN-ID TO WS-PJ-TRAN-ID
           PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT

           EXEC SQL
               UPDATE ACCTDAT
               SET ACCT_CURR_BAL = ACCT_CURR_BAL + :HOST-TRAN-AMT,
                   ACCT_CURR_CYC_CREDIT =
                       ACCT_CURR_CYC_CREDIT + :WS-CREDIT-AMT,
                   ACCT_BAL_INTEREST = :HOST-ACCT-BAL-INTEREST,
                   ACCT_BAL_FEES = :HOST-ACCT-BAL-FEES,
                   ACCT_BAL_PURCHASES = :HOST-ACCT-BAL-PURCHASES
               WHERE ACCT_ID = :BVL-ACCT-ID
           END-EXEC

           IF SQLCODE = 0
               PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
           END-IF

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR UPDATING ACCTDAT FOR BACKVAL '
                       BVL-TRAN-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               SET ITEM-ERR-ON TO TRUE
           END-IF.
       2700-POST-CREDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    2800-CLOSE-BACKVAL
      * Stamps the outcome (status set by the caller) and the totals
      * on BACKVAL, commits the back-value's unit of work and reports
      * it.
      *----------------------------------------------------------------*
       2800-CLOSE-BACKVAL.

           MOVE WS-ITEM-INT-ADJ-AMT TO BVL-INT-ADJ-AMT
           MOVE WS-ITEM-FEE-REV-AMT TO BVL-FEE-REV-AMT

           EXEC SQL
               UPDATE BACKVAL
               SET BVL_STATUS = :BVL-STATUS,
                   BVL_POST_DATE = :BVL-POST-DATE,
                   BVL_DAYS_CORRECTED = :BVL-DAYS-CORRECTED,
                   BVL_INT_ADJ_AMT = :BVL-INT-ADJ-AMT,
                   BVL_FEE_REV_AMT = :BVL-FEE-REV-AMT,
                   BVL_PROCESS_DATE = :WS-BIZDT-DATE
               WHERE BVL_TRAN_ID = :BVL-TRAN-ID
               AND   BVL_STATUS = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR UPDATING BACKVAL ' BVL-TRAN-ID
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-BVALS-ERRORS
           ELSE
               EXEC SQL COMMIT END-EXEC
               IF BVL-STATUS-VOID
                   ADD 1 TO WS-BVALS-VOID
                   MOVE 'VOID - NOT STANDING' TO WS-RPT-OUTCOME
               ELSE
                   ADD 1 TO WS-BVALS-DONE
                   MOVE 'ADJUSTED' TO WS-RPT-OUTCOME
                   ADD WS-ITEM-INT-ADJ-AMT TO WS-TOTAL-INT-ADJ-AMT
                   ADD WS-ITEM-FEE-REV-AMT TO WS-TOTAL-FEE-REV-AMT
                   ADD WS-ITEM-INT-ADJ-AMT TO WS-TOTAL-CREDITED-AMT
                   ADD WS-ITEM-FEE-REV-AMT TO WS-TOTAL-CREDITED-AMT
               END-IF
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                   2900-WRITE-REPORT-LINE
      *----------------------------------------------------------------*
       2900-WRITE-REPORT-LINE.

           MOVE BVL-ACCT-ID        TO WS-ACCT-ID-EDIT
           MOVE BVL-CREDIT-AMT     TO WS-AMT-EDIT-1
           MOVE BVL-INT-ADJ-AMT    TO WS-AMT-EDIT-2
           MOVE BVL-FEE-REV-AMT    TO WS-AMT-EDIT-3
           MOVE BVL-DAYS-CORRECTED TO WS-DAYS-EDIT
           MOVE SPACES TO BACKVAL-RPT-LINE
           STRING 'TRAN ' DELIMITED BY SIZE
                  BVL-TRAN-ID DELIMITED BY SIZE
                  ' ACCT ' DELIMITED BY SIZE
                  WS-ACCT-ID-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BVL-SOURCE-PGM DELIMITED BY SIZE
                  ' EFF ' DELIMITED BY SIZE
                  BVL-EFF-DATE DELIMITED BY SIZE
                  ' POST ' DELIMITED BY SIZE
                  BVL-POST-DATE DELIMITED BY SIZE
                  ' AMT ' DELIMITED BY SIZE
                  WS-AMT-EDIT-1 DELIMITED BY SIZE
                  ' DAYS ' DELIMITED BY SIZE
                  WS-DAYS-EDIT DELIMITED BY SIZE
                  ' INT ' DELIMITED BY SIZE
                  WS-AMT-EDIT-2 DELIMITED BY SIZE
                  ' FEE ' DELIMITED BY SIZE
                  WS-AMT-EDIT-3 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-OUTCOME DELIMITED BY SIZE
             INTO BACKVAL-RPT-LINE
           WRITE BACKVAL-RPT-LINE.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      *----------------------------------------------------------------*
       3000-FINALIZE.

           CLOSE BACKVAL-RPT-FILE

           MOVE WS-TOTAL-INT-ADJ-AMT TO WS-AMT-EDIT-1
           MOVE WS-TOTAL-FEE-REV-AMT TO WS-AMT-EDIT-2

           DISPLAY 'BACK-VALUES READ.......: ' WS-BVALS-READ
           DISPLAY 'BACK-VALUES ADJUSTED...: ' WS-BVALS-DONE
           DISPLAY 'WAITING ON MEMO QUEUE..: ' WS-BVALS-WAITING
           DISPLAY 'VOID (REVERSED/MOVED)..: ' WS-BVALS-VOID
           DISPLAY 'INTEREST CYCLES ADJ....: ' WS-CYCLES-ADJUSTED
           DISPLAY 'INTEREST CREDITED......: ' WS-AMT-EDIT-1
           DISPLAY 'LATE FEES REVERSED.....: ' WS-FEES-REVERSED
           DISPLAY 'LATE FEE AMT REVERSED..: ' WS-AMT-EDIT-2
           DISPLAY 'PROCESSING ERRORS......: ' WS-BVALS-ERRORS

           IF WS-BVALS-ERRORS > 0
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
      *          POSTJRNL-BEFORE / POSTJRNL-WRITE (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLGPL.

      *----------------------------------------------------------------*
      *            TRANSUM-POST (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLWPL.
