      *****************************************************************
      * Program     : CBACT97A.CBL
      * Application : CardDemo
      * Type        : Batch COBOL/DB2 Program
      * Function    : Scheduled payment draft run - for every active
      *               PAYSCHED instruction whose next draft date has
      *               arrived on the business date, posts a payment
      *               for the instruction's fixed amount drawn
      *               against the customer's EFT account, through the
      *               same payment posting and allocation CBACT14A's
      *               autopay uses (shared CSUTLFPL logic), then rolls
      *               a monthly instruction to its next month or
      *               marks a one-time instruction done, and writes an
      *               exceptions report for instructions it could not
      *               draft
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
      * 2026-10-15 - New batch job: future-dated and recurring
      *              fixed-amount scheduled payment drafts
      * 2026-10-15 - Each TRANSACT posting also added to its monthly
      *              TRANSUM summary row (CSUTLWPL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT97A.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-EXCP-FILE ASSIGN TO SCHDEXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                          FILE SECTION
      *----------------------------------------------------------------*
       FILE SECTION.
       FD SCHED-EXCP-FILE
           RECORDING MODE IS F.
       01 SCHED-EXCP-LINE                PIC X(132).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                  PIC X(08) VALUE 'CBACT97A'.
         05 WS-SQLCODE-DISPLAY          PIC 9(05) VALUE ZEROS.
         05 WS-EXCP-FILE-STATUS         PIC X(02) VALUE '00'.

      * Literals and constants - ACH returns against these drafts
      * are matched by CBACT48A on this source
       01 WS-CONSTANTS.
         05 WS-PAY-TRAN-SOURCE         PIC X(10) VALUE 'SCHEDPAY'.

      * Job control / run totals
       01 WS-JOB-TOTALS.
         05 WS-TOTAL-POSTED-AMT        PIC S9(13)V99 COMP-3
                                        VALUE ZEROS.
         05 WS-SCHEDS-READ             PIC 9(07) VALUE ZEROS.
         05 WS-DRAFTS-POSTED           PIC 9(07) VALUE ZEROS.
         05 WS-DRAFTS-SKIPPED          PIC 9(07) VALUE ZEROS.
         05 WS-DRAFT-EXCEPTIONS        PIC 9(07) VALUE ZEROS.
         05 WS-SCHED-ERRORS            PIC 9(07) VALUE ZEROS.

      * Working fields
       01 WS-WORK-FIELDS.
         05 WS-DRAFT-AMT               PIC S9(10)V99 COMP-3.
         05 WS-SCHED-ID-EDIT           PIC 9(18).
         05 WS-ACCT-ID-EDIT            PIC 9(11).
         05 WS-AMT-EDIT                PIC -(9)9.99.
         05 WS-EXCP-REASON             PIC X(40).
         05 WS-NEW-STATUS              PIC X(01).
         05 WS-DATE-INT-1              PIC S9(09) COMP.
         05 WS-DATE-INT-2              PIC S9(09) COMP.
         05 WS-DATE-YYYYMMDD           PIC 9(08).
      * Next draft date for PSC-PAY-DAY in WS-CAL-YYYY / WS-CAL-MM,
      * pulled back to the month's last day for a short month
         05 WS-CAL-YYYY                PIC 9(04).
         05 WS-CAL-MM                  PIC 9(02).
         05 WS-CAL-DD                  PIC 9(02).
         05 WS-CAL-MONTH-DAYS          PIC 9(02).
         05 WS-CAL-DATE                PIC X(10).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURR-YYYYMMDD         PIC 9(08).
           10 WS-CURR-HHMMSS           PIC 9(06).
           10 FILLER                   PIC X(07).
         05 WS-TRAN-TS                 PIC X(26).

       01 WS-END-OF-CURSOR-FLAG        PIC X(01) VALUE 'N'.
         88 SCHED-CURSOR-EOF                      VALUE 'Y'.
         88 SCHED-CURSOR-NOT-EOF                  VALUE 'N'.

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

      * Payment posting - see CSUTLFPL; the insert, bucket
      * allocation and balance update every payment draft
      * shares.
       01 WS-PAYP-FIELDS.
       COPY CSUTLFWY.

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
       01 HOST-ACCT-ID                  PIC S9(11) COMP.
       01 HOST-ACCT-ACTIVE-STATUS       PIC X(01).
       01 HOST-ACCT-CURR-BAL            PIC S9(10)V99 COMP-3.

      * Host variables - card the payment posts to (CXACAIX)
       01 HOST-XREF-CARD-NUM            PIC X(16).

       01 HOST-BKR-STAY-COUNT           PIC S9(04) COMP.

       COPY CVPSC01Y.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       0000-MAIN.

           DISPLAY 'CBACT97A - SCHEDULED PAYMENT DRAFT STARTING'

           PERFORM GET-BUSINESS-DATE
              THRU GET-BUSINESS-DATE-EXIT
           MOVE 'CBACT97A' TO WS-JOBRUN-JOB-NAME
           MOVE SPACES TO WS-JOBRUN-DEPENDS-ON
           MOVE WS-BIZDT-DATE TO WS-JOBRUN-DATE
           PERFORM JOBRUN-START THRU JOBRUN-START-EXIT
           IF JOBRUN-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'CBACT97A' TO WS-PJ-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-PJ-JOB-DATE
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SCHEDULES
                   UNTIL SCHED-CURSOR-EOF
           PERFORM 3000-FINALIZE
           MOVE 'CBACT97A' TO WS-RTOT-JOB-NAME
           MOVE WS-BIZDT-DATE TO WS-RTOT-RUN-DATE
           MOVE WS-SCHEDS-READ TO WS-RTOT-RECS-READ
           MOVE WS-DRAFTS-POSTED TO WS-RTOT-RECS-POSTED
           MOVE WS-DRAFT-EXCEPTIONS TO WS-RTOT-RECS-REJECTED
           MOVE WS-TOTAL-POSTED-AMT TO WS-RTOT-TOTAL-AMT
           PERFORM WRITE-RUN-TOTALS
              THRU WRITE-RUN-TOTALS-EXIT
           PERFORM JOBRUN-END THRU JOBRUN-END-EXIT
           DISPLAY 'CBACT97A - SCHEDULED PAYMENT DRAFT ENDED'
           GOBACK.

      *----------------------------------------------------------------*
      *                      1000-INITIALIZE
      * No checkpoint is kept - each instruction's draft and its roll
      * to the next date commit together, so a restarted run simply
      * finds only the instructions still due.
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE ZEROS TO WS-SCHEDS-READ
           MOVE ZEROS TO WS-DRAFTS-POSTED
           MOVE ZEROS TO WS-DRAFTS-SKIPPED
           MOVE ZEROS TO WS-DRAFT-EXCEPTIONS
           MOVE ZEROS TO WS-SCHED-ERRORS
           SET SCHED-CURSOR-NOT-EOF TO TRUE

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

           OPEN OUTPUT SCHED-EXCP-FILE
           IF WS-EXCP-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SCHED-EXCP-FILE - STATUS: '
                       WS-EXCP-FILE-STATUS
               SET SCHED-CURSOR-EOF TO TRUE
           END-IF

      *    A draft date that fell on a weekend or holiday is picked
      *    up by the next business date's run.
           EXEC SQL
               DECLARE CUR-PAY-SCHED CURSOR FOR
               SELECT PSC_SCHED_ID, PSC_ACCT_ID, PSC_SCHED_TYPE,
                      PSC_PAY_AMT, PSC_EFT_ACCOUNT_ID, PSC_PAY_DAY,
                      PSC_NEXT_DRAFT_DATE, PSC_END_DATE,
                      PSC_LAST_DRAFT_DATE, PSC_LAST_TRAN_ID
               FROM PAYSCHED
               WHERE PSC_STATUS = 'A'
               AND   PSC_NEXT_DRAFT_DATE <= :WS-BIZDT-DATE
               ORDER BY PSC_SCHED_ID
           END-EXEC

           EXEC SQL
               OPEN CUR-PAY-SCHED
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR OPENING CUR-PAY-SCHED - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               SET SCHED-CURSOR-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                     2000-PROCESS-SCHEDULES
      *----------------------------------------------------------------*
       2000-PROCESS-SCHEDULES.

           EXEC SQL
               FETCH CUR-PAY-SCHED
               INTO :PSC-SCHED-ID, :PSC-ACCT-ID, :PSC-SCHED-TYPE,
                    :PSC-PAY-AMT, :PSC-EFT-ACCOUNT-ID, :PSC-PAY-DAY,
                    :PSC-NEXT-DRAFT-DATE, :PSC-END-DATE,
                    :PSC-LAST-DRAFT-DATE, :PSC-LAST-TRAN-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-SCHEDS-READ
                   PERFORM 2100-DRAFT-ONE-SCHEDULE
                      THRU 2100-DRAFT-ONE-SCHEDULE-EXIT
               WHEN 100
                   SET SCHED-CURSOR-EOF TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR FETCHING CUR-PAY-SCHED - SQLCODE: '
                           WS-SQLCODE-DISPLAY
                   ADD 1 TO WS-SCHED-ERRORS
                   SET SCHED-CURSOR-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   2100-DRAFT-ONE-SCHEDULE
      * An instruction that can never be drafted as it stands (the
      * account closed, no card, a bankruptcy stay) is suspended and
      * reported rather than retried every night; one with nothing
      * owing skips this draft and rolls on.
      *----------------------------------------------------------------*
       2100-DRAFT-ONE-SCHEDULE.

           MOVE PSC-ACCT-ID TO HOST-ACCT-ID

           PERFORM 2200-READ-ACCOUNT
           IF HOST-ACCT-ACTIVE-STATUS NOT = 'Y'
               MOVE 'ACCOUNT NOT ACTIVE - INSTRUCTION CANCELLED'
                 TO WS-EXCP-REASON
               MOVE 'C' TO WS-NEW-STATUS
               PERFORM 2700-CLOSE-SCHEDULE
               GO TO 2100-DRAFT-ONE-SCHEDULE-EXIT
           END-IF

           IF PSC-EFT-ACCOUNT-ID = SPACES
               MOVE 'NO EFT ACCOUNT ON INSTRUCTION - SUSPENDED'
                 TO WS-EXCP-REASON
               MOVE 'S' TO WS-NEW-STATUS
               PERFORM 2700-CLOSE-SCHEDULE
               GO TO 2100-DRAFT-ONE-SCHEDULE-EXIT
           END-IF

           PERFORM 2250-LOOKUP-CARD
           IF HOST-XREF-CARD-NUM = SPACES
               MOVE 'NO CARD ON FILE FOR ACCOUNT - SUSPENDED'
                 TO WS-EXCP-REASON
               MOVE 'S' TO WS-NEW-STATUS
               PERFORM 2700-CLOSE-SCHEDULE
               GO TO 2100-DRAFT-ONE-SCHEDULE-EXIT
           END-IF

           PERFORM 2300-CHECK-BANKRUPTCY-STAY
           IF HOST-BKR-STAY-COUNT > 0
               MOVE 'BANKRUPTCY STAY ON FILE - SUSPENDED'
                 TO WS-EXCP-REASON
               MOVE 'S' TO WS-NEW-STATUS
               PERFORM 2700-CLOSE-SCHEDULE
               GO TO 2100-DRAFT-ONE-SCHEDULE-EXIT
           END-IF

      *    Capped at the balance so a fixed amount cannot pay the
      *    account into credit - the same cap CBACT14A puts on a
      *    workout plan's fixed payment.
           IF HOST-ACCT-CURR-BAL NOT > 0
               MOVE 'NO BALANCE DUE - DRAFT SKIPPED'
                 TO WS-EXCP-REASON
               PERFORM 2800-WRITE-EXCEPTION
               ADD 1 TO WS-DRAFTS-SKIPPED
               PERFORM 2600-ROLL-SCHEDULE
               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-SCHED-ERRORS
               END-IF
               GO TO 2100-DRAFT-ONE-SCHEDULE-EXIT
           END-IF

           IF PSC-PAY-AMT > HOST-ACCT-CURR-BAL
               MOVE HOST-ACCT-CURR-BAL TO WS-DRAFT-AMT
           ELSE
               MOVE PSC-PAY-AMT TO WS-DRAFT-AMT
           END-IF

           PERFORM 2500-POST-DRAFT-TRANSACT.
       2100-DRAFT-ONE-SCHEDULE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      2200-READ-ACCOUNT
      *----------------------------------------------------------------*
       2200-READ-ACCOUNT.

           EXEC SQL
               SELECT ACCT_ACTIVE_STATUS, ACCT_CURR_BAL
               INTO :HOST-ACCT-ACTIVE-STATUS, :HOST-ACCT-CURR-BAL
               FROM ACCTDAT
               WHERE ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'N' TO HOST-ACCT-ACTIVE-STATUS
               MOVE ZEROS TO HOST-ACCT-CURR-BAL
           END-IF.

      *----------------------------------------------------------------*
      *                      2250-LOOKUP-CARD
      * The payment posts to the account's lowest card number - the
      * card CBACT14A drafts against and CBACT48A matches returns on.
      *----------------------------------------------------------------*
       2250-LOOKUP-CARD.

           MOVE SPACES TO HOST-XREF-CARD-NUM

           EXEC SQL
               SELECT MIN(XREF_CARD_NUM)
               INTO :HOST-XREF-CARD-NUM
               FROM CXACAIX
               WHERE XREF_ACCT_ID = :HOST-ACCT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO HOST-XREF-CARD-NUM
           END-IF.

      *----------------------------------------------------------------*
      *                 2300-CHECK-BANKRUPTCY-STAY
      * No draft against a debtor under a stay or after discharge -
      * the same rule CBACT14A applies. A failed read holds the
      * draft rather than risk it.
      *----------------------------------------------------------------*
       2300-CHECK-BANKRUPTCY-STAY.

           MOVE ZEROS TO HOST-BKR-STAY-COUNT

           EXEC SQL
               SELECT COUNT(*)
               INTO :HOST-BKR-STAY-COUNT
               FROM BANKRPT
               WHERE BKR_ACCT_ID = :HOST-ACCT-ID
               AND   BKR_STATUS IN ('F', 'D')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR READING BANKRPT - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               MOVE 1 TO HOST-BKR-STAY-COUNT
           END-IF.

      *----------------------------------------------------------------*
      *                    2500-POST-DRAFT-TRANSACT
      * The payment and the instruction's roll forward share one unit
      * of work, so an instruction is never drafted twice for the
      * same date.
      *----------------------------------------------------------------*
       2500-POST-DRAFT-TRANSACT.

           MOVE HOST-ACCT-ID        TO WS-PAYP-ACCT-ID
           MOVE HOST-XREF-CARD-NUM  TO WS-PAYP-CARD-NUM
           MOVE WS-DRAFT-AMT        TO WS-PAYP-PAY-AMT
           MOVE WS-PAY-TRAN-SOURCE  TO WS-PAYP-SOURCE
           MOVE WS-TRAN-TS          TO WS-PAYP-TRAN-TS
           MOVE SPACES              TO WS-PAYP-DESC
           STRING 'SCHEDULED PAYMENT DRAFT - EFT ACCT '
                  DELIMITED BY SIZE
                  PSC-EFT-ACCOUNT-ID
                  DELIMITED BY SIZE
             INTO WS-PAYP-DESC

           PERFORM PAYMENT-POST THRU PAYMENT-POST-EXIT

           IF PAYP-ERR-OFF
               MOVE WS-PAYP-TRAN-ID TO PSC-LAST-TRAN-ID
               MOVE WS-BIZDT-DATE TO PSC-LAST-DRAFT-DATE
               PERFORM 2600-ROLL-SCHEDULE
               IF SQLCODE NOT = 0
                   SET PAYP-ERR-ON TO TRUE
               END-IF
           END-IF

           IF PAYP-ERR-OFF
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-DRAFTS-POSTED
               ADD WS-DRAFT-AMT TO WS-TOTAL-POSTED-AMT
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-SCHED-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                     2600-ROLL-SCHEDULE
      * A one-time instruction is done. A monthly instruction moves
      * to the first occurrence of its pay day after the business
      * date - a missed month is not drafted twice - and is done
      * once that passes its end date. Leaves SQLCODE for the caller.
      *----------------------------------------------------------------*
       2600-ROLL-SCHEDULE.

           IF PSC-ONE-TIME
               SET PSC-STATUS-DONE TO TRUE
           ELSE
               SET PSC-STATUS-ACTIVE TO TRUE
               MOVE PSC-NEXT-DRAFT-DATE(1:4) TO WS-CAL-YYYY
               MOVE PSC-NEXT-DRAFT-DATE(6:2) TO WS-CAL-MM
               MOVE PSC-NEXT-DRAFT-DATE TO WS-CAL-DATE
               PERFORM 2650-NEXT-MONTH-DATE
                   UNTIL WS-CAL-DATE > WS-BIZDT-DATE
               MOVE WS-CAL-DATE TO PSC-NEXT-DRAFT-DATE
               IF PSC-NEXT-DRAFT-DATE > PSC-END-DATE
                   SET PSC-STATUS-DONE TO TRUE
               END-IF
           END-IF

           EXEC SQL
               UPDATE PAYSCHED
               SET PSC_NEXT_DRAFT_DATE = :PSC-NEXT-DRAFT-DATE,
                   PSC_STATUS = :PSC-STATUS,
                   PSC_LAST_DRAFT_DATE = :PSC-LAST-DRAFT-DATE,
                   PSC_LAST_TRAN_ID = :PSC-LAST-TRAN-ID,
                   PSC_STATUS_TS = :WS-TRAN-TS
               WHERE PSC_SCHED_ID = :PSC-SCHED-ID
               AND   PSC_STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR ROLLING PAYSCHED - SQLCODE: '
                       WS-SQLCODE-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
      *                   2650-NEXT-MONTH-DATE
      * PSC-PAY-DAY in the month after WS-CAL-YYYY / WS-CAL-MM,
      * pulled back to the last day of a month too short to have it.
      *----------------------------------------------------------------*
       2650-NEXT-MONTH-DATE.

           IF WS-CAL-MM = 12
               MOVE 1 TO WS-CAL-MM
               ADD 1 TO WS-CAL-YYYY
           ELSE
               ADD 1 TO WS-CAL-MM
           END-IF

           COMPUTE WS-DATE-YYYYMMDD =
               WS-CAL-YYYY * 10000 + WS-CAL-MM * 100 + 1
           COMPUTE WS-DATE-INT-1 =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           IF WS-CAL-MM = 12
               COMPUTE WS-DATE-YYYYMMDD =
                   (WS-CAL-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATE-YYYYMMDD =
                   WS-CAL-YYYY * 10000 + (WS-CAL-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-DATE-INT-2 =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           COMPUTE WS-CAL-MONTH-DAYS = WS-DATE-INT-2 - WS-DATE-INT-1

           IF PSC-PAY-DAY > WS-CAL-MONTH-DAYS
               MOVE WS-CAL-MONTH-DAYS TO WS-CAL-DD
           ELSE
               MOVE PSC-PAY-DAY TO WS-CAL-DD
           END-IF

           MOVE SPACES TO WS-CAL-DATE
           STRING WS-CAL-YYYY '-' WS-CAL-MM '-' WS-CAL-DD
             DELIMITED BY SIZE
             INTO WS-CAL-DATE.

      *----------------------------------------------------------------*
      *                    2700-CLOSE-SCHEDULE
      * Reports the instruction and takes it out of the nightly run
      * with status WS-NEW-STATUS (C cancelled / S suspended).
      *----------------------------------------------------------------*
       2700-CLOSE-SCHEDULE.

           PERFORM 2800-WRITE-EXCEPTION

           EXEC SQL
               UPDATE PAYSCHED
               SET PSC_STATUS = :WS-NEW-STATUS,
                   PSC_STATUS_TS = :WS-TRAN-TS
               WHERE PSC_SCHED_ID = :PSC-SCHED-ID
               AND   PSC_STATUS = 'A'
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               MOVE SQLCODE TO WS-SQLCODE-DISPLAY
               DISPLAY 'ERROR UPDATING PAYSCHED - SQLCODE: '
                       WS-SQLCODE-DISPLAY
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-SCHED-ERRORS
           END-IF.

      *----------------------------------------------------------------*
      *                      2800-WRITE-EXCEPTION
      *----------------------------------------------------------------*
       2800-WRITE-EXCEPTION.

           ADD 1 TO WS-DRAFT-EXCEPTIONS
           MOVE PSC-SCHED-ID TO WS-SCHED-ID-EDIT
           MOVE PSC-ACCT-ID TO WS-ACCT-ID-EDIT
           MOVE PSC-PAY-AMT TO WS-AMT-EDIT
           MOVE SPACES TO SCHED-EXCP-LINE
           STRING 'SCHED ' DELIMITED BY SIZE
                  WS-SCHED-ID-EDIT DELIMITED BY SIZE
                  '  ACCT ' DELIMITED BY SIZE
                  WS-ACCT-ID-EDIT DELIMITED BY SIZE
                  '  DUE ' DELIMITED BY SIZE
                  PSC-NEXT-DRAFT-DATE DELIMITED BY SIZE
                  '  AMT ' DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-EXCP-REASON DELIMITED BY SIZE
             INTO SCHED-EXCP-LINE
           WRITE SCHED-EXCP-LINE.

      *----------------------------------------------------------------*
      *                      3000-FINALIZE
      *----------------------------------------------------------------*
       3000-FINALIZE.

           EXEC SQL
               CLOSE CUR-PAY-SCHED
           END-EXEC

           CLOSE SCHED-EXCP-FILE

           DISPLAY 'INSTRUCTIONS READ......: ' WS-SCHEDS-READ
           DISPLAY 'SCHEDULED DRAFTS POSTED: ' WS-DRAFTS-POSTED
           DISPLAY 'DRAFTS SKIPPED (NO BAL): ' WS-DRAFTS-SKIPPED
           DISPLAY 'DRAFT EXCEPTIONS.......: ' WS-DRAFT-EXCEPTIONS
           DISPLAY 'PROCESSING ERRORS......: ' WS-SCHED-ERRORS

           IF WS-SCHED-ERRORS > 0
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
      *          PAYMENT-POST / PAYMENT-ALLOCATE (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLFPL.

      *----------------------------------------------------------------*
      *            TRANSUM-POST (shared logic)
      *----------------------------------------------------------------*
       COPY CSUTLWPL.
