      *****************************************************************
      * Program     : CBACT77A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Memo-post queue apply - runs after CBACT19A has
      *               advanced the business date. Every posting the
      *               online services (COTRN02A, and COPAY01A and
      *               COSUS01A through it) queued to MEMOPOST while
      *               the end-of-day chain held the balances is
      *               applied in queue order under the new business
      *               date: the TRANSACT row is written with the
      *               Tran ID the caller was given, ACCTDAT is
      *               updated by the same rules the online path
      *               applies (charges to the purchase or cash
      *               bucket, credits through the fees / interest /
      *               cash / purchases allocation), the change is
      *               journaled for CBACT76A, and the queue row is
      *               marked Applied - all in one unit of work. An
      *               item that cannot post is marked Rejected with
      *               the reason. The applied total is written to
      *               RUNTOTALS for CBACT20A to tie to the TRANSACT
      *               rows stamped by this job.
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
      * 2026-10-15 - New batch job: apply the online memo-post queue
      *              under the new business date
      * 2026-10-15 - Queued payments credited to any settlement offer
      *              open on the account
      * 2026-10-15 - Each TRANSACT posting also added to its monthly
      *              TRANSUM summary row (CSUTLWPL)
      * 2026-10-15 - Queued merchant credits matched to open disputes
      *              when they apply (CSUTL2PL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT77A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBACT77A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-ITEMS-READ              PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-APPLIED           PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-REJECTED          PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-ERRORS            PIC 9(07) VALUE ZEROS.
         05 WS-CREDITS-MATCHED         PIC 9(07) VALUE ZEROS.
         05 WS-CREDITS-NEAR-MISS       PIC 9(07) VALUE ZEROS.
         05 WS-TOTAL-APPLIED-AMT       PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
         05 WS-TOTAL-REJECTED-AMT      PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).
         05 WS-TRAN-TS                 PIC X(26).
         05 WS-REJECT-REASON           PIC X(40) VALUE SPACES.
         05 WS-ALLOC-REMAINING         PIC S9(10)V99 VALUE ZEROS.
         05 WS-ALLOC-PORTION           PIC S9(10)V99 VALUE ZEROS.
         05 WS-AMT-EDIT-1              PIC -(12)9.99.
         05 WS-AMT-EDIT-2              PIC -(12)9.99.

       01 WS-MEMO-CURSOR-FLAG          PIC X(01) VALUE 'N'.
         88 MEMO-CURSOR-EOF                       VALUE 'Y'.
         88 MEMO-CURSOR-NOT-EOF                   VALUE 'N'.

      * Run control - see CSUTLJPL for the shared logic.
      * JOBRUN-START refuses a second run for a date that
      * has already completed; JOBRUN-END marks the run
      * complete. The run date is the NEW business date, so
      * the job cannot name CBACT19A (last night's date) as
      * its dependency - it is scheduled after it instead.
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

      * Posting journal - see CSUTLGPL; every ACCTDAT change
      * is journaled with its job and business date so the
      * run can be backed out by CBACT76A.
       01 WS-PJ-FIELDS.
       COPY CSUTLGWY.

      * Settlement tracking - see CSUTLOPL; a queued payment counts
      * toward any settlement offer open on the account once it
      * applies, in the same unit of work.
       01 WS-STLT-FIELDS.
       COPY CSUTLOWY.

      * Transaction summary - see CSUTLWPL; every TRANSACT row
      * posted here is added to its monthly TRANSUM row in the
      * same unit of work.
       01 WS-TSUM-FIELDS.
       COPY CSUTLWWY.

      * Merchant credit to dispute matching - see CSUTL2PL; a
      * queued merchant credit settles any dispute it refunds in
      * the unit of work that applies it.
       01 WS-DCM-FIELDS.
       COPY CSUTL2WY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01 HOST-ACCT-RECORD.
         05 HOST-ACCT-ACTIVE-STATUS    PIC X(01).
         05 HOST-ACCT-CASH-BAL         PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-BAL-INTEREST     PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-BAL-FEES         PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-BAL-PURCHASES    PIC S9(10)V99 COMP-3.

       COPY CVMEM01Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT77A - MEMO-POST QUEUE APPLY STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT77A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'CBACT77A' TO WS-PJ-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-PJ-JOB-DATE
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-QUEUE
           PERFORM 9000-FINALIZE
           MOVE 'CBACT77A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-ITEMS-READ TO WS-RTOT-RECS-READ
           MOVE WS-ITEMS-APPLIED TO WS-RTOT-RECS-POSTED
           MOVE WS-ITEMS-REJECTED TO WS-RTOT-RECS-REJECTED
           MOVE WS-TOTAL-APPLIED-AMT TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT77A - MEMO-POST QUEUE APPLY ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      * Applied items post under the new business date with the
      * time of the run, as CBACT47A stamps its payments.
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-ITEMS-READ
           MOVE ZEROS TO WS-ITEMS-APPLIED
           MOVE ZEROS TO WS-ITEMS-REJECTED
           MOVE ZEROS TO WS-ITEMS-ERRORS
           MOVE ZEROS TO WS-CREDITS-MATCHED
           MOVE ZEROS TO WS-CREDITS-NEAR-MISS
           MOVE ZEROS TO WS-TOTAL-APPLIED-AMT
           MOVE ZEROS TO WS-TOTAL-REJECTED-AMT
           SET MEMO-CURSOR-NOT-EOF TO TRUE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-BIZDT-YYYYMMDD TO WS-CURR-YYYYMMDD
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
             DELIMITED BY SIZE
             INTO WS-TRAN-TS.

      *----------------------------------------------------------------*
      *                      2000-APPLY-QUEUE
      * Every pending item, oldest first - the order the cardholder
      * and the desk took them in, so a payment queued ahead of a
      * charge is allocated before the charge lands. An item queued
      * while this job is running may or may not be seen; one that
      * is not waits, still pending, for the next run.
      *----------------------------------------------------------------*
       2000-APPLY-QUEUE.

           EXEC SQL
               DECLARE CUR-MEMO-QUEUE CURSOR WITH HOLD FOR
               SELECT MP_SEQ, MP_TRAN_ID, MP_ACCT_ID,
                      MP_TRAN_TYPE_CD, MP_TRAN_CAT_CD,
                      MP_TRAN_SOURCE, MP_TRAN_DESC, MP_TRAN_AMT,
                      MP_CARD_NUM, MP_MERCHANT_ID, MP_MERCHANT_NAME,
                      MP_MERCHANT_CITY, MP_MERCHANT_ZIP, MP_ORIG_TS,
                      MP_ORIG_CURR_CD, MP_ORIG_AMT, MP_MCC_CD,
                      MP_QUEUED_BIZ_DATE
               FROM MEMOPOST
               WHERE MP_STATUS = 'P'
               ORDER BY MP_SEQ
           END-EXEC

           EXEC SQL
               OPEN CUR-MEMO-QUEUE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-MEMO-QUEUE - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-ITEMS-ERRORS
               SET MEMO-CURSOR-EOF TO TRUE
           END-IF

           PERFORM 2100-FETCH-MEMO-ROW
                   UNTIL MEMO-CURSOR-EOF

           EXEC SQL
               CLOSE CUR-MEMO-QUEUE
           END-EXEC.

      *----------------------------------------------------------------*
      *                    2100-FETCH-MEMO-ROW
      *----------------------------------------------------------------*
       2100-FETCH-MEMO-ROW.

           EXEC SQL
               FETCH CUR-MEMO-QUEUE
               INTO :MP-SEQ, :MP-TRAN-ID, :MP-ACCT-ID,
                    :MP-TRAN-TYPE-CD, :MP-TRAN-CAT-CD,
                    :MP-TRAN-SOURCE, :MP-TRAN-DESC, :MP-TRAN-AMT,
                    :MP-CARD-NUM, :MP-MERCHANT-ID, :MP-MERCHANT-NAME,
                    :MP-MERCHANT-CITY, :MP-MERCHANT-ZIP, :MP-ORIG-TS,
                    :MP-ORIG-CURR-CD, :MP-ORIG-AMT, :MP-MCC-CD,
                    :MP-QUEUED-BIZ-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ITEMS-READ
                   PERFORM 2200-APPLY-ONE-ITEM
                      THRU 2200-APPLY-ONE-ITEM-EXIT
               WHEN 100
                   SET MEMO-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-MEMO-QUEUE - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-ITEMS-ERRORS
                   SET MEMO-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    2200-APPLY-ONE-ITEM
      * The posted row, the balance change, its journal row and the
      * queue status commit together; any failure rolls the lot back
      * and the item is marked Rejected on its own. The edits the
      * online service made when it queued the item stand - only a
      * change the night itself made is re-judged: a charge against
      * an account CBACT25A charged off tonight is not posted.
      *----------------------------------------------------------------*
       2200-APPLY-ONE-ITEM.

           MOVE SPACES TO WS-REJECT-REASON

           EXEC SQL
               SELECT ACCT_ACTIVE_STATUS,
                      COALESCE(ACCT_CASH_BAL, 0),
                      COALESCE(ACCT_BAL_INTEREST, 0),
                      COALESCE(ACCT_BAL_FEES, 0),
                      COALESCE(ACCT_BAL_PURCHASES, 0)
               INTO :HOST-ACCT-ACTIVE-STATUS, :HOST-ACCT-CASH-BAL,
                    :HOST-ACCT-BAL-INTEREST, :HOST-ACCT-BAL-FEES,
                    :HOST-ACCT-BAL-PURCHASES
               FROM ACCTDAT
               WHERE ACCT_ID = :MP-ACCT-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
                   GO TO 2200-APPLY-ONE-ITEM-FAIL
               WHEN SQLCODE NOT = 0
                   MOVE 'ACCOUNT NOT READ' TO WS-REJECT-REASON
                   GO TO 2200-APPLY-ONE-ITEM-FAIL
               WHEN HOST-ACCT-ACTIVE-STATUS = 'C'
                AND MP-TRAN-AMT > 0
                   MOVE 'ACCOUNT CHARGED OFF' TO WS-REJECT-REASON
                   GO TO 2200-APPLY-ONE-ITEM-FAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXEC SQL
               INSERT INTO TRANSACT
               (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_MERCHANT_ID,
                TRAN_MERCHANT_NAME, TRAN_MERCHANT_CITY,
                TRAN_MERCHANT_ZIP, TRAN_ORIG_TS, TRAN_PROC_TS,
                TRAN_ORIG_CURR_CD, TRAN_ORIG_AMT, TRAN_MCC_CD,
                TRAN_JOB_NAME, TRAN_JOB_DATE, TRAN_REVERSAL_ID)
               VALUES
               (:MP-TRAN-ID, :MP-TRAN-TYPE-CD, :MP-TRAN-CAT-CD,
                :MP-TRAN-SOURCE, :MP-TRAN-DESC, :MP-TRAN-AMT,
                :MP-CARD-NUM, :MP-MERCHANT-ID,
                :MP-MERCHANT-NAME, :MP-MERCHANT-CITY,
                :MP-MERCHANT-ZIP, :MP-ORIG-TS, :WS-TRAN-TS,
                :MP-ORIG-CURR-CD, :MP-ORIG-AMT, :MP-MCC-CD,
                :WS-PJ-JOB-NAME, :WS-PJ-JOB-DATE, ' ')
           END-EXEC

           IF SQLCODE = 0
               MOVE MP-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN -803
                   MOVE 'TRAN ID ALREADY ON TRANSACT'
                     TO WS-REJECT-REASON
                   GO TO 2200-APPLY-ONE-ITEM-FAIL
               WHEN OTHER
                   MOVE 'TRANSACT NOT WRITTEN' TO WS-REJECT-REASON
                   GO TO 2200-APPLY-ONE-ITEM-FAIL
           END-EVALUATE

           PERFORM 2300-UPDATE-ACCOUNT
           IF SQLCODE NOT = 0
               MOVE 'BALANCE NOT UPDATED' TO WS-REJECT-REASON
               GO TO 2200-APPLY-ONE-ITEM-FAIL
           END-IF

      * A payment counts toward a settlement from the day it was
      * made, not the day the queue applied it.
           IF MP-TRAN-TYPE-CD = '04'
               MOVE MP-ACCT-ID TO WS-STLT-ACCT-ID
               COMPUTE WS-STLT-PAY-AMT = 0 - MP-TRAN-AMT
               MOVE MP-QUEUED-BIZ-DATE TO WS-STLT-PAY-DATE
               PERFORM TRACK-SETTLEMENT-PAYMENT
                  THRU TRACK-SETTLEMENT-PAYMENT-EXIT
               IF STLT-ERR-ON
                   MOVE 'SETTLEMENT NOT CREDITED' TO WS-REJECT-REASON
                   GO TO 2200-APPLY-ONE-ITEM-FAIL
               END-IF
           END-IF

      * A merchant credit (not a payment, not a points redemption)
      * may be the refund of a disputed charge - COTRN02A leaves the
      * match to this job when it queues the credit.
           IF MP-TRAN-AMT < 0
              AND MP-TRAN-TYPE-CD NOT = '04'
              AND MP-TRAN-TYPE-CD NOT = '06'
               PERFORM 2250-MATCH-CREDIT-TO-DISPUTE
               IF DCM-ERR-ON
                   MOVE 'DISPUTE MATCH FAILED' TO WS-REJECT-REASON
                   GO TO 2200-APPLY-ONE-ITEM-FAIL
               END-IF
           END-IF

           EXEC SQL
               UPDATE MEMOPOST
               SET MP_STATUS = 'A',
                   MP_APPLIED_DATE = :WS-BIZDT-DATE,
                   MP_APPLIED_TS = CURRENT TIMESTAMP
               WHERE MP_SEQ = :MP-SEQ
               AND   MP_STATUS = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'QUEUE ROW NOT MARKED' TO WS-REJECT-REASON
               GO TO 2200-APPLY-ONE-ITEM-FAIL
           END-IF

           EXEC SQL COMMIT END-EXEC
           ADD 1 TO WS-ITEMS-APPLIED
           ADD MP-TRAN-AMT TO WS-TOTAL-APPLIED-AMT
           GO TO 2200-APPLY-ONE-ITEM-EXIT.

       2200-APPLY-ONE-ITEM-FAIL.
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           EXEC SQL ROLLBACK END-EXEC
           PERFORM 2500-REJECT-ITEM.
       2200-APPLY-ONE-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                2250-MATCH-CREDIT-TO-DISPUTE
      * Loaded the way COTRN02A loads it for a credit it posts
      * directly; the posting journal fields already carry this
      * job and the business date. A failure rolls the item back
      * with everything else and it is marked Rejected.
      *----------------------------------------------------------------*
       2250-MATCH-CREDIT-TO-DISPUTE.

           MOVE MP-TRAN-ID            TO WS-DCM-CREDIT-TRAN-ID
           MOVE MP-ACCT-ID            TO WS-DCM-ACCT-ID
           MOVE MP-CARD-NUM           TO WS-DCM-CARD-NUM
           MOVE MP-MERCHANT-ID        TO WS-DCM-MERCHANT-ID
           COMPUTE WS-DCM-CREDIT-AMT = 0 - MP-TRAN-AMT
           MOVE WS-PGMNAME            TO WS-DCM-SOURCE-PGM
           MOVE WS-TRAN-TS            TO WS-DCM-TRAN-TS
           PERFORM MATCH-CREDIT-TO-DISPUTE
              THRU MATCH-CREDIT-TO-DISPUTE-EXIT

           EVALUATE TRUE
               WHEN DCM-ERR-ON
                   CONTINUE
               WHEN DCM-RESULT-FULL OR DCM-RESULT-PARTIAL
                   ADD 1 TO WS-CREDITS-MATCHED
               WHEN DCM-RESULT-NEAR-MISS
                   ADD 1 TO WS-CREDITS-NEAR-MISS
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2300-UPDATE-ACCOUNT
      * The same ACCTDAT rules COTRN02A applies when it posts
      * directly: a charge adds to the cycle debits and to the cash
      * or purchase bucket; a credit adds to the cycle credits and
      * is allocated fees first, then interest, then the cash-advance
      * balance, then purchases, against the buckets as they stand
      * now - after tonight's interest and fees have landed. Leaves
      * SQLCODE as the result of the update (or its journal row).
      *----------------------------------------------------------------*
       2300-UPDATE-ACCOUNT.

           MOVE MP-ACCT-ID TO WS-PJ-ACCT-ID
           MOVE MP-TRAN-ID TO WS-PJ-TRAN-ID
           PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT

           EVALUATE TRUE
               WHEN MP-TRAN-AMT >= 0
                AND MP-TRAN-TYPE-CD = '05'
                   EXEC SQL
                       UPDATE ACCTDAT
                       SET ACCT_CURR_BAL =
                               ACCT_CURR_BAL + :MP-TRAN-AMT,
                           ACCT_CURR_CYC_DEBIT =
                               ACCT_CURR_CYC_DEBIT + :MP-TRAN-AMT,
                           ACCT_CASH_BAL =
                               COALESCE(ACCT_CASH_BAL, 0)
                               + :MP-TRAN-AMT
                       WHERE ACCT_ID = :MP-ACCT-ID
                   END-EXEC
               WHEN MP-TRAN-AMT >= 0
                   EXEC SQL
                       UPDATE ACCTDAT
                       SET ACCT_CURR_BAL =
                               ACCT_CURR_BAL + :MP-TRAN-AMT,
                           ACCT_CURR_CYC_DEBIT =
                               ACCT_CURR_CYC_DEBIT + :MP-TRAN-AMT,
                           ACCT_BAL_PURCHASES =
                               COALESCE(ACCT_BAL_PURCHASES, 0)
                               + :MP-TRAN-AMT
                       WHERE ACCT_ID = :MP-ACCT-ID
                   END-EXEC
               WHEN OTHER
                   PERFORM 2400-ALLOCATE-CREDIT
                   EXEC SQL
                       UPDATE ACCTDAT
                       SET ACCT_CURR_BAL =
                               ACCT_CURR_BAL + :MP-TRAN-AMT,
                           ACCT_CURR_CYC_CREDIT =
                               ACCT_CURR_CYC_CREDIT
                               + (:MP-TRAN-AMT * -1),
                           ACCT_BAL_FEES = :HOST-ACCT-BAL-FEES,
                           ACCT_BAL_INTEREST = :HOST-ACCT-BAL-INTEREST,
                           ACCT_CASH_BAL = :HOST-ACCT-CASH-BAL,
                           ACCT_BAL_PURCHASES =
                               :HOST-ACCT-BAL-PURCHASES
                       WHERE ACCT_ID = :MP-ACCT-ID
                   END-EXEC
           END-EVALUATE

           IF SQLCODE = 0
               PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
           END-IF.

      *----------------------------------------------------------------*
      *                   2400-ALLOCATE-CREDIT
      *----------------------------------------------------------------*
       2400-ALLOCATE-CREDIT.

           COMPUTE WS-ALLOC-REMAINING = 0 - MP-TRAN-AMT

           IF HOST-ACCT-BAL-FEES > 0
               IF WS-ALLOC-REMAINING < HOST-ACCT-BAL-FEES
                   MOVE WS-ALLOC-REMAINING TO WS-ALLOC-PORTION
               ELSE
                   MOVE HOST-ACCT-BAL-FEES TO WS-ALLOC-PORTION
               END-IF
               SUBTRACT WS-ALLOC-PORTION FROM HOST-ACCT-BAL-FEES
               SUBTRACT WS-ALLOC-PORTION FROM WS-ALLOC-REMAINING
           END-IF

           IF HOST-ACCT-BAL-INTEREST > 0
               IF WS-ALLOC-REMAINING < HOST-ACCT-BAL-INTEREST
                   MOVE WS-ALLOC-REMAINING TO WS-ALLOC-PORTION
               ELSE
                   MOVE HOST-ACCT-BAL-INTEREST TO WS-ALLOC-PORTION
               END-IF
               SUBTRACT WS-ALLOC-PORTION FROM HOST-ACCT-BAL-INTEREST
               SUBTRACT WS-ALLOC-PORTION FROM WS-ALLOC-REMAINING
           END-IF

           IF HOST-ACCT-CASH-BAL > 0
               IF WS-ALLOC-REMAINING < HOST-ACCT-CASH-BAL
                   MOVE WS-ALLOC-REMAINING TO WS-ALLOC-PORTION
               ELSE
                   MOVE HOST-ACCT-CASH-BAL TO WS-ALLOC-PORTION
               END-IF
               SUBTRACT WS-ALLOC-PORTION FROM HOST-ACCT-CASH-BAL
               SUBTRACT WS-ALLOC-PORTION FROM WS-ALLOC-REMAINING
           END-IF

           SUBTRACT WS-ALLOC-REMAINING FROM HOST-ACCT-BAL-PURCHASES.

      *----------------------------------------------------------------*
      *                     2500-REJECT-ITEM
      * The item leaves the queue as Rejected with its reason, so it
      * stops counting against open-to-buy and operations can see
      * it. If even the status update fails the item stays pending
      * for the next run and the job ends RC 8.
      *----------------------------------------------------------------*
       2500-REJECT-ITEM.

           MOVE MP-TRAN-AMT TO WS-AMT-EDIT-1
           DISPLAY 'ITEM REJECTED - SEQ ' MP-SEQ
                   ' TRAN ' MP-TRAN-ID ' ACCT ' MP-ACCT-ID
                   ' AMT ' WS-AMT-EDIT-1
           DISPLAY '    ' WS-REJECT-REASON
                   ' - SQLCODE: ' WS-SQLCODE-DISPLAY

           MOVE WS-REJECT-REASON TO MP-REJECT-REASON

           EXEC SQL
               UPDATE MEMOPOST
               SET MP_STATUS = 'R',
                   MP_APPLIED_DATE = :WS-BIZDT-DATE,
                   MP_APPLIED_TS = CURRENT TIMESTAMP,
                   MP_REJECT_REASON = :MP-REJECT-REASON
               WHERE MP_SEQ = :MP-SEQ
               AND   MP_STATUS = 'P'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-ITEMS-REJECTED
                   ADD MP-TRAN-AMT TO WS-TOTAL-REJECTED-AMT
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR MARKING MEMOPOST REJECTED - '
                           'SQLCODE: ' WS-SQLCODE-DISPLAY
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-ITEMS-ERRORS
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      9000-FINALIZE
      * Every item read is either applied or rejected; a rejected
      * item needs a look (RC 4), an item left pending by an error
      * holds the online services in queue mode until it clears
      * (RC 8).
      *----------------------------------------------------------------*
       9000-FINALIZE.

           MOVE WS-TOTAL-APPLIED-AMT  TO WS-AMT-EDIT-1
           MOVE WS-TOTAL-REJECTED-AMT TO WS-AMT-EDIT-2

           DISPLAY 'QUEUED ITEMS READ......: ' WS-ITEMS-READ
           DISPLAY 'ITEMS APPLIED..........: ' WS-ITEMS-APPLIED
           DISPLAY 'APPLIED AMOUNT.........: ' WS-AMT-EDIT-1
           DISPLAY 'ITEMS REJECTED.........: ' WS-ITEMS-REJECTED
           DISPLAY 'REJECTED AMOUNT........: ' WS-AMT-EDIT-2
           DISPLAY 'CREDITS MATCHED TO DSP.: ' WS-CREDITS-MATCHED
           DISPLAY 'CREDITS NEAR MISS......: ' WS-CREDITS-NEAR-MISS
           DISPLAY 'PROCESSING ERRORS......: ' WS-ITEMS-ERRORS

           EVALUATE TRUE
               WHEN WS-ITEMS-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ITEMS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

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
      *          TRACK-SETTLEMENT-PAYMENT (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLOPL.

      *----------------------------------------------------------------*
      *            TRANSUM-POST (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLWPL.

      *----------------------------------------------------------------*
      *            MATCH-CREDIT-TO-DISPUTE (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTL2PL.
