      *****************************************************************
      * Program     : CBCCK02A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Nightly convenience-check presentment posting -
      *               each check on the clearing bank's presentment
      *               file is validated (serial issued to the account
      *               in an Ordered CHKBOOK book, not already paid,
      *               not under an active stop, account open, cash
      *               not blocked on the card, within the cash credit
      *               line and the overall credit line). A good check
      *               posts as a cash advance (type 05) into the cash
      *               balance bucket, priced with the convenience-check
      *               fee from the account's in-force rate group, in
      *               one unit of work. An unpayable item goes back to
      *               the bank on the return file with its reason.
      *               Every item is recorded on CHKPRES with the
      *               decision.
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
      * 2026-10-15 - New batch job: convenience-check presentment
      *              posting and returns to the clearing bank
      * 2026-10-15 - Each TRANSACT posting also added to its monthly
      *              TRANSUM summary row (CSUTLWPL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBCCK02A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHKPRS-FILE ASSIGN TO CHKPRSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRS-FILE-STATUS.
           SELECT CHKRTN-FILE ASSIGN TO CHKRTNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD CHKPRS-FILE
           RECORDING MODE IS F.
       01 CHKPRS-RECORD.
          05 PRS-ACCT-ID                PIC X(11).
          05 PRS-SERIAL                 PIC X(07).
          05 PRS-AMOUNT                 PIC X(12).
      *   The clearing bank's item reference
          05 PRS-BANK-REF               PIC X(15).
          05 PRS-PAYEE-NAME             PIC X(30).
          05 PRS-PRESENT-DATE           PIC X(10).

      * The presented item as received, with why it is going back
       FD CHKRTN-FILE
           RECORDING MODE IS F.
       01 CHKRTN-RECORD.
          05 RTN-ACCT-ID                PIC X(11).
          05 RTN-SERIAL                 PIC X(07).
          05 RTN-AMOUNT                 PIC X(12).
          05 RTN-BANK-REF               PIC X(15).
          05 RTN-PRESENT-DATE           PIC X(10).
          05 RTN-REASON-CD              PIC X(02).
          05 RTN-REASON-DESC            PIC X(30).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBCCK02A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-PRS-FILE-STATUS          PIC X(02) VALUE '00'.
         05 WS-RTN-FILE-STATUS          PIC X(02) VALUE '00'.

       01 WS-CONSTANTS.
      * House convenience-check fee, for a rate group row keyed
      * before the fee columns existed
         05 WS-DEFAULT-FEE-PCT          PIC S9(03)V9(02) COMP-3
                                        VALUE 5.00.
         05 WS-DEFAULT-FEE-MIN          PIC S9(05)V99 COMP-3
                                        VALUE 10.00.
         05 WS-TRAN-SOURCE              PIC X(10) VALUE 'CNVCHK'.
         05 WS-FEE-TRAN-DESC            PIC X(50)
             VALUE 'CONVENIENCE CHECK FEE'.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-ITEMS-READ               PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-PAID               PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-RETURNED           PIC 9(07) VALUE ZEROS.
         05 WS-ITEMS-ALREADY-DONE       PIC 9(07) VALUE ZEROS.
         05 WS-ITEM-ERRORS              PIC 9(07) VALUE ZEROS.
         05 WS-TOTAL-PAID-AMT           PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
         05 WS-TOTAL-FEE-AMT            PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
         05 WS-TOTAL-RETURNED-AMT       PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.

       01 WS-WORK-FIELDS.
         05 WS-ITEM-AMT-N              PIC S9(9)V99 VALUE ZERO.
         05 WS-ACCT-ID-N               PIC 9(11) VALUE ZEROS.
         05 WS-SERIAL-N                PIC 9(07) VALUE ZEROS.
         05 WS-TRAN-ID-N               PIC 9(16) VALUE ZEROS.
         05 WS-FEE-PCT                 PIC S9(03)V9(02) COMP-3.
         05 WS-FEE-MIN                 PIC S9(05)V99 COMP-3.
         05 WS-FEE-AMT                 PIC S9(07)V99 COMP-3.
         05 WS-PROJECTED-BAL           PIC S9(12)V99 COMP-3.
         05 WS-AMT-EDIT                PIC Z(12)9.99-.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).
         05 WS-TRAN-TS                 PIC X(26).

       01 WS-END-OF-FILE-FLAG          PIC X(01) VALUE 'N'.
         88 PRS-FILE-EOF                          VALUE 'Y'.
         88 PRS-FILE-NOT-EOF                      VALUE 'N'.

      * The item's decision, as the validation leaves it
       01 WS-ITEM-DECISION             PIC X(01) VALUE 'P'.
         88 ITEM-PAYABLE                          VALUE 'P'.
         88 ITEM-RETURN                           VALUE 'R'.
         88 ITEM-ALREADY-DONE                     VALUE 'D'.
         88 ITEM-IN-ERROR                         VALUE 'E'.

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

       01 HOST-ACCT-ID                 PIC S9(11) COMP-3.
       01 HOST-SERIAL                  PIC S9(09) COMP.
       01 HOST-ITEM-AMT                PIC S9(09)V99 COMP-3.
       01 HOST-ROW-COUNT               PIC S9(09) COMP.
       01 HOST-XREF-CARD-NUM           PIC X(16).
       01 HOST-CTL-FREEZE-FLAG         PIC X(01).
       01 HOST-CTL-CASH-FLAG           PIC X(01).
       01 HOST-AUTH-OPEN-TOTAL         PIC S9(10)V99 COMP-3.
       01 HOST-FEE-PCT                 PIC S9(03)V9(02) COMP-3.
       01 HOST-FEE-MIN                 PIC S9(05)V99 COMP-3.
       01 HOST-TRAN-ID-SEQ             PIC S9(18) COMP-3.
       01 HOST-TRAN-DESC               PIC X(50).
       01 HOST-TRAN-AMT                PIC S9(10)V99 COMP-3.

      * The account the check is drawn on
       01 HOST-ACCT-RECORD.
         05 HOST-ACCT-ACTIVE-STATUS    PIC X(01).
         05 HOST-ACCT-CURR-BAL         PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-CREDIT-LIMIT     PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-CASH-LIMIT       PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-CASH-BAL         PIC S9(10)V99 COMP-3.
         05 HOST-ACCT-GROUP-ID         PIC X(10).

       COPY CVCCK03Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBCCK02A - CHECK PRESENTMENT POSTING STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBCCK02A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'CBCCK02A' TO WS-PJ-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-PJ-JOB-DATE
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PRESENTMENTS
                   UNTIL PRS-FILE-EOF
           PERFORM 3000-FINALIZE
           MOVE 'CBCCK02A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-ITEMS-READ TO WS-RTOT-RECS-READ
           MOVE WS-ITEMS-PAID TO WS-RTOT-RECS-POSTED
           MOVE WS-ITEMS-RETURNED TO WS-RTOT-RECS-REJECTED
           MOVE WS-TOTAL-PAID-AMT TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBCCK02A - CHECK PRESENTMENT POSTING ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-ITEMS-READ
           MOVE ZEROS TO WS-ITEMS-PAID
           MOVE ZEROS TO WS-ITEMS-RETURNED
           MOVE ZEROS TO WS-ITEMS-ALREADY-DONE
           MOVE ZEROS TO WS-ITEM-ERRORS
           MOVE ZEROS TO WS-TOTAL-PAID-AMT
           MOVE ZEROS TO WS-TOTAL-FEE-AMT
           MOVE ZEROS TO WS-TOTAL-RETURNED-AMT
           SET PRS-FILE-NOT-EOF TO TRUE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CURR-YYYYMMDD(1:4) '-'
                  WS-CURR-YYYYMMDD(5:2) '-'
                  WS-CURR-YYYYMMDD(7:2) '-'
                  WS-CURR-HHMMSS(1:2) '.'
                  WS-CURR-HHMMSS(3:2) '.'
                  WS-CURR-HHMMSS(5:2) '.000000'
             DELIMITED BY SIZE
             INTO WS-TRAN-TS

           OPEN INPUT CHKPRS-FILE
           OPEN OUTPUT CHKRTN-FILE
           IF WS-PRS-FILE-STATUS NOT = '00'
              OR WS-RTN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FILES - STATUS: '
                       WS-PRS-FILE-STATUS ' / ' WS-RTN-FILE-STATUS
               SET PRS-FILE-EOF TO TRUE
               ADD 1 TO WS-ITEM-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                  2000-PROCESS-PRESENTMENTS
      *----------------------------------------------------------------*
       2000-PROCESS-PRESENTMENTS.

           READ CHKPRS-FILE
               AT END
                   SET PRS-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   PERFORM 2100-PROCESS-ONE-ITEM
           END-READ.

      *----------------------------------------------------------------*
      *                    2100-PROCESS-ONE-ITEM
      *----------------------------------------------------------------*
       2100-PROCESS-ONE-ITEM.

           SET ITEM-PAYABLE TO TRUE
           MOVE SPACES TO CKP-RETURN-CD
           MOVE ZEROS TO WS-FEE-AMT

           PERFORM 2200-VALIDATE-ITEM
              THRU 2200-VALIDATE-ITEM-EXIT

           EVALUATE TRUE
               WHEN ITEM-PAYABLE
                   PERFORM 2400-PAY-CHECK
                      THRU 2400-PAY-CHECK-EXIT
               WHEN ITEM-RETURN
                   PERFORM 2500-RETURN-ITEM
                      THRU 2500-RETURN-ITEM-EXIT
               WHEN ITEM-ALREADY-DONE
                   ADD 1 TO WS-ITEMS-ALREADY-DONE
               WHEN OTHER
                   ADD 1 TO WS-ITEM-ERRORS
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      2200-VALIDATE-ITEM
      * Checks run cheapest and most definite first; the first one
      * an item fails is the reason it goes back to the bank.
      *----------------------------------------------------------------*
       2200-VALIDATE-ITEM.

           EVALUATE TRUE
               WHEN PRS-ACCT-ID IS NOT NUMERIC
               WHEN PRS-SERIAL IS NOT NUMERIC
               WHEN PRS-AMOUNT(1:1) NOT = '+'
               WHEN PRS-AMOUNT(2:8) NOT NUMERIC
               WHEN PRS-AMOUNT(10:1) NOT = '.'
               WHEN PRS-AMOUNT(11:2) NOT NUMERIC
                   MOVE ZEROS TO WS-ACCT-ID-N
                   MOVE ZEROS TO WS-SERIAL-N
                   MOVE ZEROS TO WS-ITEM-AMT-N
                   MOVE ZEROS TO HOST-ACCT-ID
                   MOVE ZEROS TO HOST-SERIAL
                   MOVE ZEROS TO HOST-ITEM-AMT
                   SET CKP-RETURN-BAD-ITEM TO TRUE
                   SET ITEM-RETURN TO TRUE
               WHEN OTHER
                   COMPUTE WS-ACCT-ID-N =
                       FUNCTION NUMVAL(PRS-ACCT-ID)
                   MOVE WS-ACCT-ID-N TO HOST-ACCT-ID
                   MOVE PRS-SERIAL TO WS-SERIAL-N
                   MOVE WS-SERIAL-N TO HOST-SERIAL
                   COMPUTE WS-ITEM-AMT-N =
                       FUNCTION NUMVAL-C(PRS-AMOUNT)
                   MOVE WS-ITEM-AMT-N TO HOST-ITEM-AMT
           END-EVALUATE

      *    A rerun of a file already posted finds its own decisions
      *    and leaves them alone (an unreadable item was recorded
      *    under account and serial zero).
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-ROW-COUNT
               FROM CHKPRES
               WHERE CKP_ACCT_ID = :HOST-ACCT-ID
               AND   CKP_SERIAL = :HOST-SERIAL
               AND   CKP_BANK_REF = :PRS-BANK-REF
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-SQL-ERROR
               GO TO 2200-VALIDATE-ITEM-EXIT
           END-IF
           IF HOST-ROW-COUNT > 0
               SET ITEM-ALREADY-DONE TO TRUE
               GO TO 2200-VALIDATE-ITEM-EXIT
           END-IF
           IF ITEM-RETURN
               GO TO 2200-VALIDATE-ITEM-EXIT
           END-IF

           IF WS-ITEM-AMT-N NOT > 0
               SET CKP-RETURN-BAD-ITEM TO TRUE
               SET ITEM-RETURN TO TRUE
               GO TO 2200-VALIDATE-ITEM-EXIT
           END-IF

           EXEC SQL
               SELECT ACCT_ACTIVE_STATUS, ACCT_CURR_BAL,
                      ACCT_CREDIT_LIMIT, ACCT_CASH_CREDIT_LIMIT,
                      COALESCE(ACCT_CASH_BAL, 0), ACCT_GROUP_ID
               INTO :HOST-ACCT-ACTIVE-STATUS, :HOST-ACCT-CURR-BAL,
                    :HOST-ACCT-CREDIT-LIMIT, :HOST-ACCT-CASH-LIMIT,
                    :HOST-ACCT-CASH-BAL, :HOST-ACCT-GROUP-ID
               FROM ACCTDAT
               WHERE ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET CKP-RETURN-NO-ACCOUNT TO TRUE
                   SET ITEM-RETURN TO TRUE
                   GO TO 2200-VALIDATE-ITEM-EXIT
               WHEN OTHER
                   PERFORM 2900-SQL-ERROR
                   GO TO 2200-VALIDATE-ITEM-EXIT
           END-EVALUATE

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-ROW-COUNT
               FROM CHKBOOK
               WHERE CKB_ACCT_ID = :HOST-ACCT-ID
               AND   CKB_STATUS = 'O'
               AND   :HOST-SERIAL BETWEEN CKB_FIRST_SERIAL
                                  AND CKB_LAST_SERIAL
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-SQL-ERROR
               GO TO 2200-VALIDATE-ITEM-EXIT
           END-IF
           IF HOST-ROW-COUNT = 0
               SET CKP-RETURN-BAD-SERIAL TO TRUE
               SET ITEM-RETURN TO TRUE
               GO TO 2200-VALIDATE-ITEM-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-ROW-COUNT
               FROM CHKPRES
               WHERE CKP_ACCT_ID = :HOST-ACCT-ID
               AND   CKP_SERIAL = :HOST-SERIAL
               AND   CKP_DECISION_CD = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-SQL-ERROR
               GO TO 2200-VALIDATE-ITEM-EXIT
           END-IF
           IF HOST-ROW-COUNT > 0
               SET CKP-RETURN-ALREADY-PAID TO TRUE
               SET ITEM-RETURN TO TRUE
               GO TO 2200-VALIDATE-ITEM-EXIT
           END-IF

      *    A stop keyed with the check's amount stops only a check
      *    written for that amount; one keyed without stops the
      *    serial whatever it is written for.
           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-ROW-COUNT
               FROM CHKSTOP
               WHERE CKS_ACCT_ID = :HOST-ACCT-ID
               AND   CKS_STATUS = 'A'
               AND   :HOST-SERIAL BETWEEN CKS_SERIAL_FROM
                                  AND CKS_SERIAL_TO
               AND   (CKS_AMT = 0 OR CKS_AMT = :HOST-ITEM-AMT)
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-SQL-ERROR
               GO TO 2200-VALIDATE-ITEM-EXIT
           END-IF
           IF HOST-ROW-COUNT > 0
               SET CKP-RETURN-STOPPED TO TRUE
               SET ITEM-RETURN TO TRUE
               GO TO 2200-VALIDATE-ITEM-EXIT
           END-IF

           IF HOST-ACCT-ACTIVE-STATUS NOT = 'Y'
               SET CKP-RETURN-ACCT-CLOSED TO TRUE
               SET ITEM-RETURN TO TRUE
               GO TO 2200-VALIDATE-ITEM-EXIT
           END-IF

           PERFORM 2300-CHECK-CARD-CONTROLS
              THRU 2300-CHECK-CARD-CONTROLS-EXIT
           IF NOT ITEM-PAYABLE
               GO TO 2200-VALIDATE-ITEM-EXIT
           END-IF

           PERFORM 2350-PRICE-CHECK

      *    The check draws on the cash line like any cash advance,
      *    and the check plus its fee must fit the overall line
      *    after the account's open authorization holds.
           IF HOST-ACCT-CASH-BAL + WS-ITEM-AMT-N
              > HOST-ACCT-CASH-LIMIT
               SET CKP-RETURN-OVER-CASH-LINE TO TRUE
               SET ITEM-RETURN TO TRUE
               GO TO 2200-VALIDATE-ITEM-EXIT
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(AUTH_AMT
                               - COALESCE(AUTH_CAPTURED_AMT, 0)), 0)
               INTO :HOST-AUTH-OPEN-TOTAL
               FROM AUTHDAT
               WHERE AUTH_ACCT_ID = :HOST-ACCT-ID
               AND   AUTH_STATUS = 'O'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZEROS TO HOST-AUTH-OPEN-TOTAL
           END-IF

           COMPUTE WS-PROJECTED-BAL =
               HOST-ACCT-CURR-BAL + HOST-AUTH-OPEN-TOTAL
               + WS-ITEM-AMT-N + WS-FEE-AMT
           IF WS-PROJECTED-BAL > HOST-ACCT-CREDIT-LIMIT
               SET CKP-RETURN-OVER-CREDIT-LINE TO TRUE
               SET ITEM-RETURN TO TRUE
           END-IF.
       2200-VALIDATE-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   2300-CHECK-CARD-CONTROLS
      * A check posts to the account's first card, and honours that
      * card's cardholder controls the way a cash advance keyed at
      * a branch does (COTRN02A) - a frozen card or one with cash
      * blocked pays no checks.
      *----------------------------------------------------------------*
       2300-CHECK-CARD-CONTROLS.

           EXEC SQL
               SELECT MIN(XREF_CARD_NUM)
               INTO :HOST-XREF-CARD-NUM
               FROM CXACAIX
               WHERE XREF_ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 2900-SQL-ERROR
               GO TO 2300-CHECK-CARD-CONTROLS-EXIT
           END-IF

           EXEC SQL
               SELECT CTL_FREEZE_FLAG, CTL_BLOCK_CASH_FLAG
               INTO :HOST-CTL-FREEZE-FLAG, :HOST-CTL-CASH-FLAG
               FROM CRDCTRL
               WHERE CTL_CARD_NUM = :HOST-XREF-CARD-NUM
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN SQLCODE NOT = 0
                   PERFORM 2900-SQL-ERROR
               WHEN HOST-CTL-FREEZE-FLAG = 'Y'
               WHEN HOST-CTL-CASH-FLAG = 'Y'
                   SET CKP-RETURN-CASH-BLOCKED TO TRUE
                   SET ITEM-RETURN TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2300-CHECK-CARD-CONTROLS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      2350-PRICE-CHECK
      * The fee is the in-force rate group's percentage of the
      * check, but never below its minimum.
      *----------------------------------------------------------------*
       2350-PRICE-CHECK.

           EXEC SQL
               SELECT COALESCE(RATE_GROUP_CASH_FEE_PCT, 0),
                      COALESCE(RATE_GROUP_CASH_FEE_MIN, 0)
               INTO :HOST-FEE-PCT, :HOST-FEE-MIN
               FROM RATEGRP
               WHERE RATE_GROUP_ID = :HOST-ACCT-GROUP-ID
               AND   RATE_GROUP_EFF_DATE <= :WS-BIZDT-DATE
               ORDER BY RATE_GROUP_EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
              OR (HOST-FEE-PCT = 0 AND HOST-FEE-MIN = 0)
               MOVE WS-DEFAULT-FEE-PCT TO WS-FEE-PCT
               MOVE WS-DEFAULT-FEE-MIN TO WS-FEE-MIN
           ELSE
               MOVE HOST-FEE-PCT TO WS-FEE-PCT
               MOVE HOST-FEE-MIN TO WS-FEE-MIN
           END-IF

           COMPUTE WS-FEE-AMT ROUNDED =
               WS-ITEM-AMT-N * WS-FEE-PCT / 100
           IF WS-FEE-AMT < WS-FEE-MIN
               MOVE WS-FEE-MIN TO WS-FEE-AMT
           END-IF.

      *----------------------------------------------------------------*
      *                        2400-PAY-CHECK
      * The check and its fee post, journaled and stamped with the
      * job, and the Paid decision is recorded - one COMMIT.
      *----------------------------------------------------------------*
       2400-PAY-CHECK.

      *    The check, as a cash advance.
           EXEC SQL
               SELECT NEXT VALUE FOR TRAN_ID_SEQ
               INTO :HOST-TRAN-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE HOST-TRAN-ID-SEQ TO WS-TRAN-ID-N
           MOVE WS-TRAN-ID-N     TO CKP-TRAN-ID
           MOVE SPACES TO HOST-TRAN-DESC
           STRING 'CONVENIENCE CHECK ' PRS-SERIAL ' - '
                  PRS-PAYEE-NAME
                  DELIMITED BY SIZE
             INTO HOST-TRAN-DESC
           MOVE WS-ITEM-AMT-N TO HOST-TRAN-AMT

           EXEC SQL
               INSERT INTO TRANSACT
               (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                TRAN_PROC_TS,
                TRAN_JOB_NAME, TRAN_JOB_DATE, TRAN_REVERSAL_ID)
               VALUES
               (:CKP-TRAN-ID, '05', 2, :WS-TRAN-SOURCE,
                :HOST-TRAN-DESC, :HOST-TRAN-AMT,
                :HOST-XREF-CARD-NUM, :WS-TRAN-TS, :WS-TRAN-TS,
                :WS-PJ-JOB-NAME, :WS-PJ-JOB-DATE, ' ')
           END-EXEC

           IF SQLCODE = 0
               MOVE CKP-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               PERFORM 2950-POST-ERROR
               GO TO 2400-PAY-CHECK-EXIT
           END-IF

           MOVE HOST-ACCT-ID TO WS-PJ-ACCT-ID
           MOVE CKP-TRAN-ID  TO WS-PJ-TRAN-ID
           PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT
           EXEC SQL
               UPDATE ACCTDAT
               SET ACCT_CURR_BAL =
                       ACCT_CURR_BAL + :HOST-TRAN-AMT,
                   ACCT_CURR_CYC_DEBIT =
                       ACCT_CURR_CYC_DEBIT + :HOST-TRAN-AMT,
                   ACCT_CASH_BAL =
                       COALESCE(ACCT_CASH_BAL, 0) + :HOST-TRAN-AMT
               WHERE ACCT_ID = :HOST-ACCT-ID
           END-EXEC
           IF SQLCODE = 0
               PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
           END-IF

           IF SQLCODE NOT = 0
               PERFORM 2950-POST-ERROR
               GO TO 2400-PAY-CHECK-EXIT
           END-IF

      *    The convenience-check fee.
           EXEC SQL
               SELECT NEXT VALUE FOR TRAN_ID_SEQ
               INTO :HOST-TRAN-ID-SEQ
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE HOST-TRAN-ID-SEQ TO WS-TRAN-ID-N
           MOVE WS-TRAN-ID-N     TO CKP-FEE-TRAN-ID
           MOVE WS-FEE-TRAN-DESC TO HOST-TRAN-DESC
           MOVE WS-FEE-AMT       TO HOST-TRAN-AMT

           EXEC SQL
               INSERT INTO TRANSACT
               (TRAN_ID, TRAN_TYPE_CD, TRAN_CAT_CD, TRAN_SOURCE,
                TRAN_DESC, TRAN_AMT, TRAN_CARD_NUM, TRAN_ORIG_TS,
                TRAN_PROC_TS,
                TRAN_JOB_NAME, TRAN_JOB_DATE, TRAN_REVERSAL_ID)
               VALUES
               (:CKP-FEE-TRAN-ID, '03', 10, :WS-TRAN-SOURCE,
                :HOST-TRAN-DESC, :HOST-TRAN-AMT,
                :HOST-XREF-CARD-NUM, :WS-TRAN-TS, :WS-TRAN-TS,
                :WS-PJ-JOB-NAME, :WS-PJ-JOB-DATE, ' ')
           END-EXEC

           IF SQLCODE = 0
               MOVE CKP-FEE-TRAN-ID TO WS-TSUM-TRAN-ID
               PERFORM TRANSUM-POST THRU TRANSUM-POST-EXIT
           END-IF

           IF SQLCODE NOT = 0
               PERFORM 2950-POST-ERROR
               GO TO 2400-PAY-CHECK-EXIT
           END-IF

           MOVE HOST-ACCT-ID    TO WS-PJ-ACCT-ID
           MOVE CKP-FEE-TRAN-ID TO WS-PJ-TRAN-ID
           PERFORM POSTJRNL-BEFORE THRU POSTJRNL-BEFORE-EXIT
           EXEC SQL
               UPDATE ACCTDAT
               SET ACCT_CURR_BAL =
                       ACCT_CURR_BAL + :HOST-TRAN-AMT,
                   ACCT_CURR_CYC_DEBIT =
                       ACCT_CURR_CYC_DEBIT + :HOST-TRAN-AMT,
                   ACCT_BAL_FEES =
                       COALESCE(ACCT_BAL_FEES, 0) + :HOST-TRAN-AMT
               WHERE ACCT_ID = :HOST-ACCT-ID
           END-EXEC
           IF SQLCODE = 0
               PERFORM POSTJRNL-WRITE THRU POSTJRNL-WRITE-EXIT
           END-IF

           IF SQLCODE NOT = 0
               PERFORM 2950-POST-ERROR
               GO TO 2400-PAY-CHECK-EXIT
           END-IF

           SET CKP-DECISION-PAID TO TRUE
           MOVE WS-FEE-AMT TO CKP-FEE-AMT
           PERFORM 2600-RECORD-DECISION

           IF SQLCODE NOT = 0
               PERFORM 2950-POST-ERROR
               GO TO 2400-PAY-CHECK-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           ADD 1 TO WS-ITEMS-PAID
           ADD WS-ITEM-AMT-N TO WS-TOTAL-PAID-AMT
           ADD WS-FEE-AMT TO WS-TOTAL-FEE-AMT.
       2400-PAY-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                       2500-RETURN-ITEM
      * The item goes back to the bank as it was presented, with the
      * reason; the Returned decision commits once the return record
      * is out.
      *----------------------------------------------------------------*
       2500-RETURN-ITEM.

           SET CKP-DECISION-RETURNED TO TRUE
           MOVE SPACES TO CKP-TRAN-ID
           MOVE SPACES TO CKP-FEE-TRAN-ID
           MOVE ZEROS TO CKP-FEE-AMT
           PERFORM 2600-RECORD-DECISION

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR INSERTING CHKPRES - SQLCODE: '
                       WS-SQLCODE-DISPLAY ' BANK REF ' PRS-BANK-REF
               ADD 1 TO WS-ITEM-ERRORS
               GO TO 2500-RETURN-ITEM-EXIT
           END-IF

           MOVE PRS-ACCT-ID      TO RTN-ACCT-ID
           MOVE PRS-SERIAL       TO RTN-SERIAL
           MOVE PRS-AMOUNT       TO RTN-AMOUNT
           MOVE PRS-BANK-REF     TO RTN-BANK-REF
           MOVE PRS-PRESENT-DATE TO RTN-PRESENT-DATE
           MOVE CKP-RETURN-CD    TO RTN-REASON-CD
           EVALUATE TRUE
               WHEN CKP-RETURN-BAD-ITEM
                   MOVE 'ITEM UNREADABLE' TO RTN-REASON-DESC
               WHEN CKP-RETURN-NO-ACCOUNT
                   MOVE 'NO SUCH ACCOUNT' TO RTN-REASON-DESC
               WHEN CKP-RETURN-BAD-SERIAL
                   MOVE 'SERIAL NOT ISSUED' TO RTN-REASON-DESC
               WHEN CKP-RETURN-ALREADY-PAID
                   MOVE 'DUPLICATE - ALREADY PAID'
                     TO RTN-REASON-DESC
               WHEN CKP-RETURN-STOPPED
                   MOVE 'PAYMENT STOPPED' TO RTN-REASON-DESC
               WHEN CKP-RETURN-ACCT-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO RTN-REASON-DESC
               WHEN CKP-RETURN-CASH-BLOCKED
                   MOVE 'REFER TO MAKER' TO RTN-REASON-DESC
               WHEN OTHER
                   MOVE 'INSUFFICIENT CREDIT' TO RTN-REASON-DESC
           END-EVALUATE
           WRITE CHKRTN-RECORD

           IF WS-RTN-FILE-STATUS NOT = '00'
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'ERROR WRITING RETURN FILE - STATUS: '
                       WS-RTN-FILE-STATUS ' BANK REF ' PRS-BANK-REF
               ADD 1 TO WS-ITEM-ERRORS
           ELSE
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-ITEMS-RETURNED
               ADD WS-ITEM-AMT-N TO WS-TOTAL-RETURNED-AMT
           END-IF.
       2500-RETURN-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                     2600-RECORD-DECISION
      * Issues no COMMIT/ROLLBACK of its own; SQLCODE is left for
      * the caller.
      *----------------------------------------------------------------*
       2600-RECORD-DECISION.

           MOVE HOST-ACCT-ID     TO CKP-ACCT-ID
           MOVE WS-SERIAL-N      TO CKP-SERIAL
           MOVE PRS-BANK-REF     TO CKP-BANK-REF
           MOVE WS-ITEM-AMT-N    TO CKP-AMT
           MOVE PRS-PAYEE-NAME   TO CKP-PAYEE-NAME
           MOVE PRS-PRESENT-DATE TO CKP-PRESENT-DATE
           MOVE WS-BIZDT-DATE    TO CKP-JOB-DATE
           MOVE WS-TRAN-TS       TO CKP-POST-TS

           EXEC SQL
               INSERT INTO CHKPRES
               (CKP_ACCT_ID, CKP_SERIAL, CKP_BANK_REF, CKP_AMT,
                CKP_PAYEE_NAME, CKP_PRESENT_DATE, CKP_DECISION_CD,
                CKP_RETURN_CD, CKP_TRAN_ID, CKP_FEE_TRAN_ID,
                CKP_FEE_AMT, CKP_JOB_DATE, CKP_POST_TS)
               VALUES
               (:CKP-ACCT-ID, :CKP-SERIAL, :CKP-BANK-REF, :CKP-AMT,
                :CKP-PAYEE-NAME, :CKP-PRESENT-DATE, :CKP-DECISION-CD,
                :CKP-RETURN-CD, :CKP-TRAN-ID, :CKP-FEE-TRAN-ID,
                :CKP-FEE-AMT, :CKP-JOB-DATE, :CKP-POST-TS)
           END-EXEC.

      *----------------------------------------------------------------*
      *                       2900-SQL-ERROR
      * The item is neither paid nor returned - it stays off CHKPRES
      * and is picked up again when the file is rerun.
      *----------------------------------------------------------------*
       2900-SQL-ERROR.

           SET ITEM-IN-ERROR TO TRUE
           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           DISPLAY 'ERROR VALIDATING ITEM - SQLCODE: '
                   WS-SQLCODE-DISPLAY ' BANK REF ' PRS-BANK-REF.

      *----------------------------------------------------------------*
      *                       2950-POST-ERROR
      *----------------------------------------------------------------*
       2950-POST-ERROR.

           MOVE SQLCODE TO WS-SQLCODE-DISPLAY
           EXEC SQL ROLLBACK END-EXEC
           DISPLAY 'ERROR POSTING CHECK - SQLCODE: '
                   WS-SQLCODE-DISPLAY ' BANK REF ' PRS-BANK-REF
           ADD 1 TO WS-ITEM-ERRORS.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      *----------------------------------------------------------------*
       3000-FINALIZE.

           CLOSE CHKPRS-FILE
           CLOSE CHKRTN-FILE

           DISPLAY 'ITEMS PRESENTED........: ' WS-ITEMS-READ
           DISPLAY 'CHECKS PAID............: ' WS-ITEMS-PAID
           MOVE WS-TOTAL-PAID-AMT TO WS-AMT-EDIT
           DISPLAY 'AMOUNT PAID............: ' WS-AMT-EDIT
           MOVE WS-TOTAL-FEE-AMT TO WS-AMT-EDIT
           DISPLAY 'FEES CHARGED...........: ' WS-AMT-EDIT
           DISPLAY 'ITEMS RETURNED.........: ' WS-ITEMS-RETURNED
           MOVE WS-TOTAL-RETURNED-AMT TO WS-AMT-EDIT
           DISPLAY 'AMOUNT RETURNED........: ' WS-AMT-EDIT
           DISPLAY 'ALREADY DECIDED (RERUN): ' WS-ITEMS-ALREADY-DONE
           DISPLAY 'PROCESSING ERRORS......: ' WS-ITEM-ERRORS

           IF WS-ITEM-ERRORS > 0
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
