      *****************************************************************
      * Program     : CBACT90A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Settlement tracking - works every open
      *               settlement offer (SETTLE) against the payments
      *               credited to it by COTRN02A, the CBACT47A
      *               lockbox, CORCV01A and CBACT89A. An offer paid
      *               in full completes: the remainder is waived as
      *               its own 'SW' transaction, the account's
      *               DELINQ, COLLWQ or RECOVERY rows close, and the
      *               forgiven amount is kept on the offer for the
      *               CBACT60A cancellation-of-debt extract. An
      *               offer that misses an installment (or runs past
      *               its expiry unpaid) breaks and the full balance
      *               stands; a pending offer nobody approved before
      *               its expiry lapses.
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
      * 2026-10-15 - New batch job: settlement-in-full offer
      *              completion, break and expiry
      * 2026-10-15 - Each TRANSACT posting also added to its monthly
      *              TRANSUM summary row (CSUTLWPL)
      * 2026-10-15 - Settled delinquent account's close journaled on
      *              ACCTHIST (CSUTLHPL) for the change-data extract
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT90A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBACT90A'.
         05 WS-SQLCODE-DISPLAY         PIC 9(05) VALUE ZEROS.

      * An installment counts as missed once it is more than the
      * grace days past due and the offer has not been paid up to
      * it.
       01 WS-CONSTANTS.
         05 WS-GRACE-DAYS              PIC 9(03) VALUE 5.
         05 WS-SW-TRAN-DESC            PIC X(50)
             VALUE 'SETTLED IN FULL - REMAINDER WAIVED'.
         05 WS-DONE-DESC               PIC X(50)
             VALUE 'SETTLEMENT PAID IN FULL - REMAINDER WAIVED'.
         05 WS-BROKEN-DESC             PIC X(50)
             VALUE 'SETTLEMENT BROKEN - FULL BALANCE REINSTATED'.
         05 WS-VOID-DESC               PIC X(50)
             VALUE 'SETTLEMENT VOID - ACCOUNT CHARGED OFF'.
         05 WS-EXPIRED-DESC            PIC X(50)
             VALUE 'SETTLEMENT OFFER EXPIRED UNAPPROVED'.

       01 WS-JOB-TOTALS.
         05 WS-OFFERS-READ             PIC 9(07) VALUE ZEROS.
         05 WS-OFFERS-COMPLETED        PIC 9(07) VALUE ZEROS.
         05 WS-OFFERS-BROKEN           PIC 9(07) VALUE ZEROS.
         05 WS-OFFERS-EXPIRED          PIC 9(07) VALUE ZEROS.
         05 WS-WAIVED-DOLLARS          PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
         05 WS-OFFERS-ERRORS           PIC 9(07) VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-TRAN-ID-N               PIC 9(16) VALUE ZEROS.
         05 WS-BIZDT-INT               PIC S9(09) COMP.
         05 WS-EXPIRY-INT              PIC S9(09) COMP.
         05 WS-FIRST-DUE-INT           PIC S9(09) COMP.
         05 WS-DAYS-PAST-FIRST         PIC S9(09) COMP.
         05 WS-INSTALLS-DUE            PIC S9(04) COMP.
         05 WS-REQUIRED-AMT            PIC S9(10)V99 COMP-3.
         05 WS-DATE-8.
           10 WS-DATE-8-YYYY           PIC 9(04).
           10 WS-DATE-8-MM             PIC 9(02).
           10 WS-DATE-8-DD             PIC 9(02).
         05 WS-DATE-8-N REDEFINES WS-DATE-8
                                       PIC 9(08).
         05 WS-DATE-IN                 PIC X(10).
         05 WS-DATE-INT                PIC S9(09) COMP.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).
         05 WS-TRAN-TS                 PIC X(26).

       01 WS-END-OF-CURSOR-FLAG        PIC X(01) VALUE 'N'.
         88 STL-CURSOR-EOF                        VALUE 'Y'.
         88 STL-CURSOR-NOT-EOF                    VALUE 'N'.

       01 WS-OFFER-ERR-FLG             PIC X(01) VALUE 'N'.
         88 OFFER-FAILED                          VALUE 'Y'.
         88 OFFER-OK                              VALUE 'N'.

      * What the nightly review decided for the offer in hand.
       01 WS-STL-OUTCOME               PIC X(01) VALUE SPACE.
         88 STL-OUTCOME-NONE                      VALUE SPACE.
         88 STL-OUTCOME-COMPLETE                  VALUE 'C'.
         88 STL-OUTCOME-BREAK                     VALUE 'B'.
         88 STL-OUTCOME-VOID                      VALUE 'V'.
         88 STL-OUTCOME-EXPIRE                    VALUE 'X'.

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

      * Account maintenance history - see CSUTLHPL; the
      * account's close is journaled on ACCTHIST for the change extract.
       01 WS-AHST-FIELDS.
       COPY CSUTLHWY.

      *----------------------------------------------------------------*
      *                     DB2 SQL COMMUNICATION AREA
      *----------------------------------------------------------------*
       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

      * Settlement offer layout (SETTLE)
       COPY CVSTL01Y.

       01 HOST-ACCT-RECORD.
         05 HOST-ACCT-ID                PIC S9(11) COMP.
         05 HOST-ACCT-STATUS            PIC X(01).
         05 HOST-ACCT-CURR-BAL          PIC S9(10)V99 COMP-3.

       01 HOST-XREF-CARD-NUM            PIC X(16).
       01 HOST-TRAN-ID-SEQ              PIC S9(18) COMP-3.
       01 HOST-COLA-ID-SEQ              PIC S9(18) COMP-3.
       01 HOST-COLA-DESC                PIC X(50).
       01 HOST-COL-NEW-STATUS           PIC X(01).
       01 HOST-RCV-REMAINING-AMT        PIC S9(10)V99 COMP-3.
       01 HOST-WAIVED-AMT               PIC S9(10)V99 COMP-3.
       01 HOST-TRAN-SOURCE              PIC X(10).
       01 HOST-TRAN-RECORD.
         05 HOST-TRAN-ID                PIC X(16).
         05 HOST-TRAN-AMT               PIC S9(10)V99 COMP-3.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT90A - SETTLEMENT TRACKING STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT90A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'CBACT90A' TO WS-PJ-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-PJ-JOB-DATE
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-OFFERS
                   UNTIL STL-CURSOR-EOF
           PERFORM 3000-FINALIZE
           MOVE 'CBACT90A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-OFFERS-READ TO WS-RTOT-RECS-READ
           MOVE WS-OFFERS-COMPLETED TO WS-RTOT-RECS-POSTED
           MOVE WS-OFFERS-ERRORS TO WS-RTOT-RECS-REJECTED
           MOVE WS-WAIVED-DOLLARS TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT90A - SETTLEMENT TRACKING ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-OFFERS-READ
           MOVE ZEROS TO WS-OFFERS-COMPLETED
           MOVE ZEROS TO WS-OFFERS-BROKEN
           MOVE ZEROS TO WS-OFFERS-EXPIRED
           MOVE ZEROS TO WS-WAIVED-DOLLARS
           MOVE ZEROS TO WS-OFFERS-ERRORS
           SET STL-CURSOR-NOT-EOF TO TRUE

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

           COMPUTE WS-BIZDT-INT =
               FUNCTION INTEGER-OF-DATE(WS-BIZDT-YYYYMMDD)

      *    Every offer still open - pending a supervisor's decision
      *    or active and being paid.
           EXEC SQL
               DECLARE CUR-STL-OPEN CURSOR WITH HOLD FOR
               SELECT STL_OFFER_ID, STL_ACCT_ID, STL_TYPE,
                      STL_OFFER_AMT, STL_INSTALL_COUNT,
                      STL_INSTALL_AMT, STL_FIRST_DUE_DATE,
                      STL_INSTALL_DAYS, STL_EXPIRY_DATE,
                      STL_PAID_AMT, STL_STATUS
               FROM SETTLE
               WHERE STL_STATUS IN ('P', 'A')
               ORDER BY STL_OFFER_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-STL-OPEN
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-STL-OPEN - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               ADD 1 TO WS-OFFERS-ERRORS
               SET STL-CURSOR-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      2000-PROCESS-OFFERS
      *----------------------------------------------------------------*
       2000-PROCESS-OFFERS.

           EXEC SQL
               FETCH CUR-STL-OPEN
               INTO :STL-OFFER-ID, :STL-ACCT-ID, :STL-TYPE,
                    :STL-OFFER-AMT, :STL-INSTALL-COUNT,
                    :STL-INSTALL-AMT, :STL-FIRST-DUE-DATE,
                    :STL-INSTALL-DAYS, :STL-EXPIRY-DATE,
                    :STL-PAID-AMT, :STL-STATUS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-OFFERS-READ
                   PERFORM 2100-REVIEW-ONE-OFFER
                      THRU 2100-REVIEW-ONE-OFFER-EXIT
               WHEN 100
                   SET STL-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-STL-OPEN - '
                           'SQLCODE: ' WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-OFFERS-ERRORS
                   SET STL-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                     2100-REVIEW-ONE-OFFER
      * Decide what happens to the offer tonight, then carry it out
      * as one unit of work.
      *----------------------------------------------------------------*
       2100-REVIEW-ONE-OFFER.

           SET STL-OUTCOME-NONE TO TRUE
           SET OFFER-OK TO TRUE
           MOVE STL-ACCT-ID TO HOST-ACCT-ID

           MOVE STL-EXPIRY-DATE TO WS-DATE-IN
           PERFORM 2900-DATE-TO-INTEGER
           MOVE WS-DATE-INT TO WS-EXPIRY-INT

      *    A pending offer no supervisor decided lapses after its
      *    expiry date.
           IF STL-STATUS-PENDING
               IF WS-EXPIRY-INT < WS-BIZDT-INT
                   SET STL-OUTCOME-EXPIRE TO TRUE
                   PERFORM 2500-CLOSE-OPEN-OFFER
                      THRU 2500-CLOSE-OPEN-OFFER-EXIT
               END-IF
               GO TO 2100-REVIEW-ONE-OFFER-EXIT
           END-IF

      *    A delinquent-account offer is void once the account has
      *    charged off after all (a bankruptcy discharge) - what is
      *    left now sits on RECOVERY.
           IF STL-TYPE-DELINQUENT
               EXEC SQL
                   SELECT ACCT_ACTIVE_STATUS, ACCT_CURR_BAL
                   INTO :HOST-ACCT-STATUS, :HOST-ACCT-CURR-BAL
                   FROM ACCTDAT
                   WHERE ACCT_ID = :HOST-ACCT-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR READING ACCT ' HOST-ACCT-ID
                           ' - SQLCODE: ' WS-SQLCODE-DISPLAY
                   SET OFFER-FAILED TO TRUE
                   ADD 1 TO WS-OFFERS-ERRORS
                   GO TO 2100-REVIEW-ONE-OFFER-EXIT
               END-IF
               IF HOST-ACCT-STATUS = 'C'
                   SET STL-OUTCOME-VOID TO TRUE
                   PERFORM 2500-CLOSE-OPEN-OFFER
                      THRU 2500-CLOSE-OPEN-OFFER-EXIT
                   GO TO 2100-REVIEW-ONE-OFFER-EXIT
               END-IF
           END-IF

           IF STL-PAID-AMT >= STL-OFFER-AMT
               SET STL-OUTCOME-COMPLETE TO TRUE
               PERFORM 2300-COMPLETE-OFFER
                  THRU 2300-COMPLETE-OFFER-EXIT
               GO TO 2100-REVIEW-ONE-OFFER-EXIT
           END-IF

           PERFORM 2200-CHECK-INSTALLMENTS
           IF STL-PAID-AMT < WS-REQUIRED-AMT
              OR WS-EXPIRY-INT < WS-BIZDT-INT
               SET STL-OUTCOME-BREAK TO TRUE
               PERFORM 2500-CLOSE-OPEN-OFFER
                  THRU 2500-CLOSE-OPEN-OFFER-EXIT
           END-IF.
       2100-REVIEW-ONE-OFFER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2200-CHECK-INSTALLMENTS
      * What the debtor should have paid by now: every installment
      * more than the grace days past due, the last one taking the
      * offer up to its full amount.
      *----------------------------------------------------------------*
       2200-CHECK-INSTALLMENTS.

           MOVE ZEROS TO WS-REQUIRED-AMT
           MOVE ZEROS TO WS-INSTALLS-DUE

           MOVE STL-FIRST-DUE-DATE TO WS-DATE-IN
           PERFORM 2900-DATE-TO-INTEGER
           MOVE WS-DATE-INT TO WS-FIRST-DUE-INT

           COMPUTE WS-DAYS-PAST-FIRST =
               WS-BIZDT-INT - WS-GRACE-DAYS - WS-FIRST-DUE-INT

           IF WS-DAYS-PAST-FIRST > 0
               IF STL-INSTALL-DAYS > 0
                   COMPUTE WS-INSTALLS-DUE =
                       (WS-DAYS-PAST-FIRST - 1) / STL-INSTALL-DAYS
                       + 1
               ELSE
                   MOVE STL-INSTALL-COUNT TO WS-INSTALLS-DUE
               END-IF
               IF WS-INSTALLS-DUE >= STL-INSTALL-COUNT
                   MOVE STL-OFFER-AMT TO WS-REQUIRED-AMT
               ELSE
                   COMPUTE WS-REQUIRED-AMT =
                       WS-INSTALLS-DUE * STL-INSTALL-AMT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                     2300-COMPLETE-OFFER
      * Paid in full: waive whatever is left, close the account's
      * collection rows and the offer, all in one unit of work.
      *----------------------------------------------------------------*
       2300-COMPLETE-OFFER.

           MOVE ZEROS TO HOST-WAIVED-AMT
           MOVE SPACES TO HOST-TRAN-ID
           MOVE ZEROS TO WS-TRAN-ID-N

           IF STL-TYPE-DELINQUENT
               MOVE HOST-ACCT-CURR-BAL TO HOST-WAIVED-AMT
               MOVE 'SETTLE' TO HOST-TRAN-SOURCE
           ELSE
               PERFORM 2310-READ-RECOVERY-REMAINDER
               IF OFFER-FAILED
                   GO TO 2300-COMPLETE-OFFER-EXIT
               END-IF
               MOVE HOST-RCV-REMAINING-AMT TO HOST-WAIVED-AMT
               MOVE 'SETTLE-CO' TO HOST-TRAN-SOURCE
           END-IF

           IF HOST-WAIVED-AMT < 0
               MOVE ZEROS TO HOST-WAIVED-AMT
           END-IF

           IF HOST-WAIVED-AMT > 0
               PERFORM 2320-POST-WAIVER
                  THRU 2320-POST-WAIVER-EXIT
               IF OFFER-FAILED
                   GO TO 2300-COMPLETE-OFFER-EXIT
               END-IF
           END-IF

           IF STL-TYPE-DELINQUENT
               PERFORM 2330-CLOSE-DELINQUENT-ACCT
                  THRU 2330-CLOSE-DELINQUENT-ACCT-EXIT
           ELSE
               PERFORM 2340-CLOSE-RECOVERY
                  THRU 2340-CLOSE-RECOVERY-EXIT
           END-IF
           IF OFFER-FAILED
               GO TO 2300-COMPLETE-OFFER-EXIT
           END-IF

           EXEC SQL
               UPDATE SETTLE
               SET STL_STATUS = 'C',
                   STL_WAIVED_AMT = :HOST-WAIVED-AMT,
                   STL_WAIVER_TRAN_ID = :HOST-TRAN-ID,
                   STL_CLOSE_DATE = :WS-BIZDT-DATE
               WHERE STL_OFFER_ID = :STL-OFFER-ID
               AND   STL_STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR COMPLETING OFFER ' STL-OFFER-ID
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               SET OFFER-FAILED TO TRUE
               ADD 1 TO WS-OFFERS-ERRORS
               GO TO 2300-COMPLETE-OFFER-EXIT
           END-IF

           MOVE WS-DONE-DESC TO HOST-COLA-DESC
           PERFORM 2600-LOG-ACTIVITY
              THRU 2600-LOG-ACTIVITY-EXIT
           IF OFFER-FAILED
               GO TO 2300-COMPLETE-OFFER-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           ADD 1 TO WS-OFFERS-COMPLETED
           ADD HOST-WAIVED-AMT TO WS-WAIVED-DOLLARS.
       2300-COMPLETE-OFFER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                 2310-READ-RECOVERY-REMAINDER
      * What is still unrecovered on a charged-off account - the
      * debtor has paid both what reached us and what any
      * collection agency kept. Nothing open means nothing to
      * waive.
      *----------------------------------------------------------------*
       2310-READ-RECOVERY-REMAINDER.

           MOVE ZEROS TO HOST-RCV-REMAINING-AMT

           EXEC SQL
               SELECT RCV_CHARGEOFF_AMT - RCV_RECOVERED_AMT
                      - COALESCE(RCV_AGY_COMMISSION_AMT, 0)
               INTO :HOST-RCV-REMAINING-AMT
               FROM RECOVERY
               WHERE RCV_ACCT_ID = :HOST-ACCT-ID
               AND   RCV_STATUS = 'O'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR READING RECOVERY FOR ACCT '
                       HOST-ACCT-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               SET OFFER-FAILED TO TRUE
               ADD 1 TO WS-OFFERS-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                      2320-POST-WAIVER
      * The forgiven remainder posts as a settlement waiver ('SW').
      * On a delinquent account it is a credit to the receivable;
      * on a charged-off one it is a memo against RECOVERY (source
      * SETTLE-CO), like a recovery, and ACCTDAT is not touched.
      *----------------------------------------------------------------*
       2320-POST-WAIVER.

           PERFORM 2800-LOOKUP-ACCT-CARD-NUM
           IF HOST-XREF-CARD-NUM = SPACES
               DISPLAY 'NO CARD ON FILE FOR ACCT ' HOST-ACCT-ID
                       ' - SETTLEMENT NOT COMPLETED'
               SET OFFER-FAILED TO TRUE
               ADD 1 TO WS-OFFERS-ERRORS
               GO TO 2320-POST-WAIVER-EXIT
           END-IF

           EXEC SQL
               SELECT NEXT VALUE FOR TRAN_ID_SEQ
               INTO :HOST-TRAN-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE HOST-TRAN-ID-SEQ TO WS-TRAN-ID-N
           MOVE WS-TRAN-ID-N     TO HOST-TRAN-ID
           COMPUTE HOST-TRAN-AMT = 0 - HOST-WAIVED-AMT

           EXEC SQL
               INSERT INTO TRANSACT
               (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                TRAN_PROC_TS,
                TRAN_JOB_NAME, TRAN_JOB_DATE, TRAN_REVERSAL_ID)
               VALUES
               (:HOST-TRAN-ID, 'SW', 0, :HOST-TRAN-SOURCE,
                :WS-SW-TRAN-DESC, :HOST-TRAN-AMT,
                :HOST-XREF-CARD-NUM, :WS-TRAN-TS, :WS-TRAN-TS,
                :WS-PJ-JOB-NAME, :WS-PJ-JOB-DATE, ' ')
           END-EXEC

           IF SQLCODE = 0
               MOVE HOST-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING WAIVER FOR ACCT '
                       HOST-ACCT-ID ' - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               SET OFFER-FAILED TO TRUE
               ADD 1 TO WS-OFFERS-ERRORS
           END-IF.
       2320-POST-WAIVER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                 2330-CLOSE-DELINQUENT-ACCT
      * The settled account closes with nothing owed; its
      * delinquency is cleared and its collection queue row cured.
      *----------------------------------------------------------------*
       2330-CLOSE-DELINQUENT-ACCT.

           MOVE HOST-ACCT-ID TO WS-PJ-ACCT-ID
           MOVE HOST-TRAN-ID TO WS-PJ-TRAN-ID
           PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT
           EXEC SQL
               UPDATE ACCTDAT
               SET ACCT_ACTIVE_STATUS = 'N',
                   ACCT_CURR_BAL = 0,
                   ACCT_CASH_BAL = 0,
                   ACCT_BAL_INTEREST = 0,
                   ACCT_BAL_FEES = 0,
                   ACCT_BAL_PURCHASES = 0
               WHERE ACCT_ID = :HOST-ACCT-ID
           END-EXEC
           IF SQLCODE = 0
               PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
           END-IF
           IF SQLCODE = 0
               MOVE HOST-ACCT-ID TO WS-AHST-ACCT-ID
               MOVE 'ACCT-STATUS' TO WS-AHST-FIELD-NAME
               MOVE HOST-ACCT-STATUS TO WS-AHST-OLD-VALUE
               MOVE 'N' TO WS-AHST-NEW-VALUE
               MOVE 'CBACT90A' TO WS-AHST-USER-ID
               PERFORM WRITE-ACCT-HISTORY
                  THRU WRITE-ACCT-HISTORY-EXIT
           END-IF

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR UPDATING ACCT ' HOST-ACCT-ID
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               SET OFFER-FAILED TO TRUE
               ADD 1 TO WS-OFFERS-ERRORS
               GO TO 2330-CLOSE-DELINQUENT-ACCT-EXIT
           END-IF

           EXEC SQL
               UPDATE DELINQ
               SET DLQ_BUCKET = '0',
                   DLQ_CONSEC_MISSED = 0,
                   DLQ_LAST_EVAL_DATE = :WS-BIZDT-DATE
               WHERE DLQ_ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           IF SQLCODE = 0 OR SQLCODE = 100
               MOVE 'C' TO HOST-COL-NEW-STATUS
               PERFORM 2700-SET-QUEUE-STATUS
           END-IF

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR CLEARING DELINQUENCY FOR ACCT '
                       HOST-ACCT-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               SET OFFER-FAILED TO TRUE
               ADD 1 TO WS-OFFERS-ERRORS
           END-IF.
       2330-CLOSE-DELINQUENT-ACCT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    2340-CLOSE-RECOVERY
      * The charged-off balance is satisfied; a closed RECOVERY row
      * also lets CBACT88A recall any agency placement.
      *----------------------------------------------------------------*
       2340-CLOSE-RECOVERY.

           EXEC SQL
               UPDATE RECOVERY
               SET RCV_STATUS = 'C'
               WHERE RCV_ACCT_ID = :HOST-ACCT-ID
               AND   RCV_STATUS = 'O'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR CLOSING RECOVERY FOR ACCT '
                       HOST-ACCT-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               SET OFFER-FAILED TO TRUE
               ADD 1 TO WS-OFFERS-ERRORS
           END-IF.
       2340-CLOSE-RECOVERY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2500-CLOSE-OPEN-OFFER
      * Broken, void or expired - nothing was waived, so the full
      * balance simply stands. A broken delinquent-account offer
      * goes back on the collections queue.
      *----------------------------------------------------------------*
       2500-CLOSE-OPEN-OFFER.

           EVALUATE TRUE
               WHEN STL-OUTCOME-EXPIRE
                   MOVE 'X' TO STL-STATUS
                   MOVE WS-EXPIRED-DESC TO HOST-COLA-DESC
               WHEN STL-OUTCOME-VOID
                   MOVE 'B' TO STL-STATUS
                   MOVE WS-VOID-DESC TO HOST-COLA-DESC
               WHEN OTHER
                   MOVE 'B' TO STL-STATUS
                   MOVE WS-BROKEN-DESC TO HOST-COLA-DESC
           END-EVALUATE

           EXEC SQL
               UPDATE SETTLE
               SET STL_STATUS = :STL-STATUS,
                   STL_CLOSE_DATE = :WS-BIZDT-DATE
               WHERE STL_OFFER_ID = :STL-OFFER-ID
               AND   STL_STATUS IN ('P', 'A')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR CLOSING OFFER ' STL-OFFER-ID
                       ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               SET OFFER-FAILED TO TRUE
               ADD 1 TO WS-OFFERS-ERRORS
               GO TO 2500-CLOSE-OPEN-OFFER-EXIT
           END-IF

           IF STL-OUTCOME-BREAK AND STL-TYPE-DELINQUENT
               MOVE 'Q' TO HOST-COL-NEW-STATUS
               PERFORM 2700-SET-QUEUE-STATUS
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR REQUEUEING ACCT ' HOST-ACCT-ID
                           ' - SQLCODE: ' WS-SQLCODE-DISPLAY
                   EXEC SQL ROLLBACK END-EXEC
                   SET OFFER-FAILED TO TRUE
                   ADD 1 TO WS-OFFERS-ERRORS
                   GO TO 2500-CLOSE-OPEN-OFFER-EXIT
               END-IF
           END-IF

           PERFORM 2600-LOG-ACTIVITY
              THRU 2600-LOG-ACTIVITY-EXIT
           IF OFFER-FAILED
               GO TO 2500-CLOSE-OPEN-OFFER-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           IF STL-OUTCOME-EXPIRE
               ADD 1 TO WS-OFFERS-EXPIRED
           ELSE
               ADD 1 TO WS-OFFERS-BROKEN
           END-IF.
       2500-CLOSE-OPEN-OFFER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                     2600-LOG-ACTIVITY
      * The outcome goes on the account's collections history
      * (COLLACT) under the job's name, so the collector sees it.
      *----------------------------------------------------------------*
       2600-LOG-ACTIVITY.

           EXEC SQL
               SELECT NEXT VALUE FOR COLA_LOG_ID_SEQ
               INTO :HOST-COLA-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO COLLACT
                   (COLA_LOG_ID, COLA_ACCT_ID, COLA_COLLECTOR_ID,
                    COLA_ACTION_CD, COLA_OUTCOME_DESC, COLA_ACTION_TS)
                   VALUES
                   (:HOST-COLA-ID-SEQ, :HOST-ACCT-ID,
                    :WS-PGMNAME, 'S',
                    :HOST-COLA-DESC, :WS-TRAN-TS)
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR LOGGING ACTIVITY FOR ACCT '
                       HOST-ACCT-ID ' - SQLCODE: ' WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               SET OFFER-FAILED TO TRUE
               ADD 1 TO WS-OFFERS-ERRORS
           END-IF.
       2600-LOG-ACTIVITY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2700-SET-QUEUE-STATUS
      * Cure ('C') or requeue ('Q') the account's open collections
      * queue row - an account not on the queue is not an error.
      *----------------------------------------------------------------*
       2700-SET-QUEUE-STATUS.

           IF HOST-COL-NEW-STATUS = 'Q'
               EXEC SQL
                   UPDATE COLLWQ
                   SET COL_STATUS = 'Q',
                       COL_COLLECTOR_ID = ' ',
                       COL_QUEUED_DATE = :WS-BIZDT-DATE,
                       COL_LAST_ACTION_TS = :WS-TRAN-TS
                   WHERE COL_ACCT_ID = :HOST-ACCT-ID
                   AND   COL_STATUS IN ('Q', 'A', 'P')
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE COLLWQ
                   SET COL_STATUS = :HOST-COL-NEW-STATUS,
                       COL_LAST_ACTION_TS = :WS-TRAN-TS
                   WHERE COL_ACCT_ID = :HOST-ACCT-ID
                   AND   COL_STATUS IN ('Q', 'A', 'P')
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                    2800-LOOKUP-ACCT-CARD-NUM
      *----------------------------------------------------------------*
       2800-LOOKUP-ACCT-CARD-NUM.

           MOVE SPACES TO HOST-XREF-CARD-NUM

           EXEC SQL
               SELECT XREF_CARD_NUM
               INTO :HOST-XREF-CARD-NUM
               FROM CXACAIX
               WHERE XREF_ACCT_ID = :HOST-ACCT-ID
               AND   XREF_CARD_NUM = (SELECT MIN(XREF_CARD_NUM)
                                       FROM CXACAIX
                                       WHERE XREF_ACCT_ID =
                                             :HOST-ACCT-ID)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO HOST-XREF-CARD-NUM
           END-IF.

      *----------------------------------------------------------------*
      *                   2900-DATE-TO-INTEGER
      * WS-DATE-IN (YYYY-MM-DD) to its integer day number in
      * WS-DATE-INT. Offer dates are edited when the offer is taken.
      *----------------------------------------------------------------*
       2900-DATE-TO-INTEGER.

           MOVE WS-DATE-IN(1:4) TO WS-DATE-8-YYYY
           MOVE WS-DATE-IN(6:2) TO WS-DATE-8-MM
           MOVE WS-DATE-IN(9:2) TO WS-DATE-8-DD
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-8-N).

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      *----------------------------------------------------------------*
       3000-FINALIZE.

           EXEC SQL
               CLOSE CUR-STL-OPEN
           END-EXEC

           DISPLAY 'OFFERS EXAMINED........: ' WS-OFFERS-READ
           DISPLAY 'OFFERS COMPLETED.......: ' WS-OFFERS-COMPLETED
           DISPLAY 'OFFERS BROKEN/VOID.....: ' WS-OFFERS-BROKEN
           DISPLAY 'OFFERS EXPIRED.........: ' WS-OFFERS-EXPIRED
           DISPLAY 'DOLLARS WAIVED.........: ' WS-WAIVED-DOLLARS
           DISPLAY 'PROCESSING ERRORS......: ' WS-OFFERS-ERRORS

           IF WS-OFFERS-ERRORS > 0
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

      *----------------------------------------------------------------*
      *            WRITE-ACCT-HISTORY (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLHPL.
